      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Custodia externa de las generaciones de respaldo de
      *          RESPALDA-PERSONAS. Un despacho arma una caja con las
      *          generaciones que salen y emite su manifiesto
      *          BKPMAN.nnnnn (generacion, fecha, registros y total
      *          de control de la cabecera, con lugar para las
      *          firmas); las generaciones quedan en transito hasta
      *          que se confirma la llegada del envio a la custodia.
      *          Una solicitud de recuperacion emite la nota
      *          BKPSOL.nnnnn para la custodia y la generacion queda
      *          con retorno pedido hasta que se recibe de vuelta en
      *          sitio. BKPUBIC.TXT guarda donde esta cada generacion
      *          y el reporte BKPUBREP.TXT lo lista, de modo que en
      *          un ensayo de recuperacion se sabe que caja tiene que
      *          generacion. Reservado a supervisores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTODIA-RESPALDOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UBICACION-FILE ASSIGN TO "BKPUBIC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UBICACION-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "BKPCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GENERACION-FILE ASSIGN TO DYNAMIC WS-NOMBRE-GEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-DOC
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UBICACION-FILE.
       COPY BKPUBIC.

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 ULTIMA-GEN PIC 9(4).

       FD  GENERACION-FILE.
       01  LINEA-GENERACION.
           05 TIPO-GEN PIC X.
           05 DATOS-GEN PIC X(80).
       01  LINEA-CABECERA REDEFINES LINEA-GENERACION.
           05 TIPO-CAB PIC X.
           05 FECHA-CAB PIC X(8).
           05 GENERACION-CAB PIC 9(4).
           05 TOTAL-CAB PIC 9(5).
           05 CHECKSUM-CAB PIC 9(9).
           05 FILLER PIC X(54).

      *Manifiesto, nota de solicitud o reporte de ubicacion.
       FD  DOCUMENTO-FILE.
       01  LINEA-DOCUMENTO PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-UBICACION-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-GEN-STATUS PIC XX.
       01 WS-DOC-STATUS PIC XX.
       01 WS-NOMBRE-GEN PIC X(12).
       01 WS-NOMBRE-DOC PIC X(12).
       01 WS-PROGRAMA PIC X(20) VALUE "CUSTODIA-RESPALDOS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-OPCION PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 1.
       01 WS-ES-NUMERICO PIC X.
       01 WS-GEN-ENT PIC X(4).
       01 WS-NUMERO-ENT PIC X(5).
       01 WS-GENERACION PIC 9(4).
       01 WS-NUMERO PIC 9(5).
       01 WS-ULTIMA-GEN PIC 9(4) VALUE 0.
       01 WS-CAJA PIC X(10).
       01 WS-MOTIVO PIC X(30).
       01 WS-ENVIO PIC 9(5).
       01 WS-SOLICITUD PIC 9(5).
       01 WS-ULTIMO-ENVIO PIC 9(5) VALUE 0.
       01 WS-ULTIMA-SOLICITUD PIC 9(5) VALUE 0.
       01 WS-HAY-CABECERA PIC X.
       01 WS-FECHA-GEN PIC X(8).
       01 WS-TOTAL-GEN PIC 9(5).
       01 WS-CHECKSUM-GEN PIC 9(9).
       01 WS-SEGUIR PIC X.
       01 WS-EN-ENVIO PIC 99.
       01 WS-HALLADO PIC 9(4).
       01 WS-R PIC 9(4).
       01 WS-REGISTROS PIC 9(4) VALUE 0.
       01 WS-TABLA-UBICACION.
           05 WS-UBI OCCURS 500 TIMES.
               10 WS-UBI-REG PIC X(74).
       01 WS-ESTADO-TXT PIC X(20).
       01 WS-EN-SITIO PIC 9(4).
       01 WS-EN-TRANSITO PIC 9(4).
       01 WS-EN-CUSTODIA PIC 9(4).
       01 WS-PEDIDAS PIC 9(4).
       01 WS-CAMBIADAS PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "OPCION RESERVADA A SUPERVISORES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "1. DESPACHAR GENERACIONES A CUSTODIA".
           DISPLAY "2. CONFIRMAR LLEGADA DE UN ENVIO".
           DISPLAY "3. SOLICITAR RECUPERACION DE UNA GENERACION".
           DISPLAY "4. RECIBIR GENERACION EN SITIO".
           DISPLAY "5. REPORTE DE UBICACION".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           PERFORM CARGA-UBICACION.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM DESPACHA-ENVIO
               WHEN "2"
                   PERFORM CONFIRMA-LLEGADA
               WHEN "3"
                   PERFORM SOLICITA-RECUPERACION
               WHEN "4"
                   PERFORM RECIBE-EN-SITIO
               WHEN "5"
                   PERFORM REPORTE-UBICACION
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-UBICACION.
           MOVE 0 TO WS-REGISTROS.
           MOVE 0 TO WS-ULTIMO-ENVIO.
           MOVE 0 TO WS-ULTIMA-SOLICITUD.
           OPEN INPUT UBICACION-FILE.
           IF WS-UBICACION-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ UBICACION-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-REGISTROS < 500
                               ADD 1 TO WS-REGISTROS
                               MOVE BKPUBIC-REC
                                   TO WS-UBI-REG(WS-REGISTROS)
                           END-IF
                           IF ENVIO-UBI > WS-ULTIMO-ENVIO
                               MOVE ENVIO-UBI TO WS-ULTIMO-ENVIO
                           END-IF
                           IF SOLICITUD-UBI > WS-ULTIMA-SOLICITUD
                               MOVE SOLICITUD-UBI
                                   TO WS-ULTIMA-SOLICITUD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UBICACION-FILE
           END-IF.
           MOVE 0 TO WS-ULTIMA-GEN.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE ULTIMA-GEN TO WS-ULTIMA-GEN
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       REESCRIBE-UBICACION.
           OPEN OUTPUT UBICACION-FILE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REGISTROS
               MOVE WS-UBI-REG(WS-R) TO BKPUBIC-REC
               WRITE BKPUBIC-REC
           END-PERFORM.
           CLOSE UBICACION-FILE.

      *    Deja en WS-HALLADO la linea de la generacion en la tabla
      *    (cero si nunca se movio) y la linea en BKPUBIC-REC.
       BUSCA-GENERACION.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REGISTROS OR WS-HALLADO > 0
               MOVE WS-UBI-REG(WS-R) TO BKPUBIC-REC
               IF GENERACION-UBI = WS-GENERACION
                   MOVE WS-R TO WS-HALLADO
               END-IF
           END-PERFORM.

       PIDE-GENERACION.
           MOVE SPACES TO WS-GEN-ENT.
           ACCEPT WS-GEN-ENT.
           MOVE "N" TO WS-ES-NUMERICO.
           IF WS-GEN-ENT NOT = SPACES
               CALL "VALIDA-NUMERO" USING WS-GEN-ENT WS-ES-NUMERICO
           END-IF.
           IF WS-ES-NUMERICO = "S"
               MOVE WS-GEN-ENT TO WS-GENERACION
           ELSE
               MOVE 0 TO WS-GENERACION
           END-IF.

      *    Cabecera de la generacion en disco: fecha, registros y
      *    total de control son los que viajan en el manifiesto.
       LEE-CABECERA.
           MOVE "N" TO WS-HAY-CABECERA.
           MOVE SPACES TO WS-NOMBRE-GEN.
           STRING "PERSBKP." DELIMITED BY SIZE
               WS-GENERACION DELIMITED BY SIZE
               INTO WS-NOMBRE-GEN.
           OPEN INPUT GENERACION-FILE.
           IF WS-GEN-STATUS = "00"
               READ GENERACION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TIPO-CAB = "H"
                           MOVE "S" TO WS-HAY-CABECERA
                           MOVE FECHA-CAB TO WS-FECHA-GEN
                           MOVE TOTAL-CAB TO WS-TOTAL-GEN
                           MOVE CHECKSUM-CAB TO WS-CHECKSUM-GEN
                       END-IF
               END-READ
               CLOSE GENERACION-FILE
           END-IF.

      ******************************************************************
      * Despacho: una caja, una o varias generaciones en sitio; cada
      * una pasa a T con el numero de envio y sale en el manifiesto.
      ******************************************************************
       DESPACHA-ENVIO.
           DISPLAY "IDENTIFICACION DE LA CAJA".
           ACCEPT WS-CAJA.
           INSPECT WS-CAJA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-CAJA = SPACES
               DISPLAY "LA CAJA ES OBLIGATORIA"
               MOVE 4 TO RETURN-CODE
           ELSE
               COMPUTE WS-ENVIO = WS-ULTIMO-ENVIO + 1
               MOVE 0 TO WS-EN-ENVIO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE "S" TO WS-SEGUIR
               PERFORM UNTIL WS-SEGUIR NOT = "S"
                   DISPLAY "GENERACION A DESPACHAR (BLANCO = FIN)"
                   PERFORM PIDE-GENERACION
                   IF WS-GEN-ENT = SPACES
                       MOVE "N" TO WS-SEGUIR
                   ELSE
                       PERFORM AGREGA-AL-ENVIO
                   END-IF
               END-PERFORM
               IF WS-EN-ENVIO = 0
                   DISPLAY "ENVIO SIN GENERACIONES, NO SE DESPACHA"
               ELSE
                   PERFORM REESCRIBE-UBICACION
                   PERFORM EMITE-MANIFIESTO
               END-IF
           END-IF.

       AGREGA-AL-ENVIO.
           PERFORM BUSCA-GENERACION.
           PERFORM LEE-CABECERA.
           EVALUATE TRUE
               WHEN WS-GENERACION = 0 OR
                    WS-GENERACION > WS-ULTIMA-GEN
                   DISPLAY "GENERACION INEXISTENTE"
               WHEN WS-HAY-CABECERA NOT = "S"
                   DISPLAY "GENERACION SIN CABECERA O RETIRADA"
               WHEN WS-HALLADO > 0 AND ESTADO-UBI NOT = "L"
                   DISPLAY "LA GENERACION NO ESTA EN SITIO (ESTADO "
                       ESTADO-UBI " CAJA " CAJA-UBI ")"
               WHEN WS-HALLADO = 0 AND WS-REGISTROS >= 500
                   DISPLAY "REGISTRO DE UBICACION LLENO"
               WHEN OTHER
                   IF WS-HALLADO = 0
                       ADD 1 TO WS-REGISTROS
                       MOVE WS-REGISTROS TO WS-HALLADO
                       MOVE SPACES TO BKPUBIC-REC
                       MOVE WS-GENERACION TO GENERACION-UBI
                       MOVE 0 TO SOLICITUD-UBI
                   END-IF
                   MOVE WS-FECHA-GEN TO FECHA-GEN-UBI
                   MOVE WS-TOTAL-GEN TO TOTAL-UBI
                   MOVE WS-CHECKSUM-GEN TO CHECKSUM-UBI
                   MOVE "T" TO ESTADO-UBI
                   MOVE WS-CAJA TO CAJA-UBI
                   MOVE WS-ENVIO TO ENVIO-UBI
                   MOVE WS-FECHA-HORA(1:8) TO FECHA-MOV-UBI
                   MOVE WS-OPERADOR TO OPERADOR-UBI
                   MOVE BKPUBIC-REC TO WS-UBI-REG(WS-HALLADO)
                   ADD 1 TO WS-EN-ENVIO
                   DISPLAY "GENERACION " WS-GENERACION " EN LA CAJA "
                       WS-CAJA
           END-EVALUATE.

       EMITE-MANIFIESTO.
           MOVE SPACES TO WS-NOMBRE-DOC.
           STRING "BKPMAN." DELIMITED BY SIZE
               WS-ENVIO DELIMITED BY SIZE
               INTO WS-NOMBRE-DOC.
           OPEN OUTPUT DOCUMENTO-FILE.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "MANIFIESTO DE ENVIO DE RESPALDOS  ENVIO "
               DELIMITED BY SIZE
               WS-ENVIO DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "CAJA: " DELIMITED BY SIZE
               WS-CAJA DELIMITED BY SIZE
               "   DESPACHADO POR: " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE ALL "-" TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE "GEN  FECHA    REGISTROS TOTAL CONTROL"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REGISTROS
               MOVE WS-UBI-REG(WS-R) TO BKPUBIC-REC
               IF ENVIO-UBI = WS-ENVIO AND ESTADO-UBI = "T"
                   MOVE SPACES TO LINEA-DOCUMENTO
                   STRING GENERACION-UBI DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FECHA-GEN-UBI DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       TOTAL-UBI DELIMITED BY SIZE
                       "     " DELIMITED BY SIZE
                       CHECKSUM-UBI DELIMITED BY SIZE
                       INTO LINEA-DOCUMENTO
                   WRITE LINEA-DOCUMENTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "GENERACIONES EN EL ENVIO: " DELIMITED BY SIZE
               WS-EN-ENVIO DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE
               "ENTREGADO POR: ____________  RECIBIDO POR: ____________"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           CLOSE DOCUMENTO-FILE.
           MOVE WS-NOMBRE-DOC TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "ENVIO " WS-ENVIO " DESPACHADO - MANIFIESTO EN "
               WS-NOMBRE-DOC.

      ******************************************************************
      * La custodia confirma la recepcion: todo lo que viajaba en el
      * envio pasa de T a E.
      ******************************************************************
       CONFIRMA-LLEGADA.
           DISPLAY "NUMERO DE ENVIO".
           ACCEPT WS-NUMERO-ENT.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENT WS-ES-NUMERICO.
           MOVE 0 TO WS-CAMBIADAS.
           IF WS-ES-NUMERICO = "S"
               MOVE WS-NUMERO-ENT TO WS-NUMERO
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REGISTROS
                   MOVE WS-UBI-REG(WS-R) TO BKPUBIC-REC
                   IF ENVIO-UBI = WS-NUMERO AND ESTADO-UBI = "T"
                       MOVE "E" TO ESTADO-UBI
                       MOVE WS-FECHA-HORA(1:8) TO FECHA-MOV-UBI
                       MOVE WS-OPERADOR TO OPERADOR-UBI
                       MOVE BKPUBIC-REC TO WS-UBI-REG(WS-R)
                       ADD 1 TO WS-CAMBIADAS
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CAMBIADAS = 0
               DISPLAY "NINGUNA GENERACION EN TRANSITO EN ESE ENVIO"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM REESCRIBE-UBICACION
               DISPLAY "ENVIO " WS-NUMERO " RECIBIDO EN CUSTODIA - "
                   "GENERACIONES: " WS-CAMBIADAS
           END-IF.

      ******************************************************************
      * Solicitud de recuperacion: solo de lo que ya esta en la
      * custodia; sale una nota numerada para enviar a la custodia.
      ******************************************************************
       SOLICITA-RECUPERACION.
           DISPLAY "GENERACION A RECUPERAR".
           PERFORM PIDE-GENERACION.
           PERFORM BUSCA-GENERACION.
           EVALUATE TRUE
               WHEN WS-HALLADO = 0
                   DISPLAY "LA GENERACION ESTA EN SITIO"
                   MOVE 4 TO RETURN-CODE
               WHEN ESTADO-UBI = "T"
                   DISPLAY "EL ENVIO " ENVIO-UBI " TODAVIA NO LLEGO A "
                       "LA CUSTODIA"
                   MOVE 4 TO RETURN-CODE
               WHEN ESTADO-UBI = "R"
                   DISPLAY "YA HAY UNA SOLICITUD ABIERTA: "
                       SOLICITUD-UBI
                   MOVE 4 TO RETURN-CODE
               WHEN ESTADO-UBI NOT = "E"
                   DISPLAY "LA GENERACION ESTA EN SITIO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM REGISTRA-SOLICITUD
           END-EVALUATE.

       REGISTRA-SOLICITUD.
           DISPLAY "MOTIVO DE LA SOLICITUD".
           ACCEPT WS-MOTIVO.
           INSPECT WS-MOTIVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           COMPUTE WS-SOLICITUD = WS-ULTIMA-SOLICITUD + 1.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE "R" TO ESTADO-UBI.
           MOVE WS-SOLICITUD TO SOLICITUD-UBI.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-MOV-UBI.
           MOVE WS-OPERADOR TO OPERADOR-UBI.
           MOVE BKPUBIC-REC TO WS-UBI-REG(WS-HALLADO).
           MOVE SPACES TO WS-NOMBRE-DOC.
           STRING "BKPSOL." DELIMITED BY SIZE
               WS-SOLICITUD DELIMITED BY SIZE
               INTO WS-NOMBRE-DOC.
           OPEN OUTPUT DOCUMENTO-FILE.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "SOLICITUD DE RECUPERACION DE RESPALDO "
               DELIMITED BY SIZE
               WS-SOLICITUD DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE ALL "-" TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "GENERACION " DELIMITED BY SIZE
               GENERACION-UBI DELIMITED BY SIZE
               " DEL " DELIMITED BY SIZE
               FECHA-GEN-UBI DELIMITED BY SIZE
               "  REGISTROS " DELIMITED BY SIZE
               TOTAL-UBI DELIMITED BY SIZE
               "  TOTAL CONTROL " DELIMITED BY SIZE
               CHECKSUM-UBI DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "CAJA: " DELIMITED BY SIZE
               CAJA-UBI DELIMITED BY SIZE
               "  ENVIADA EN EL ENVIO " DELIMITED BY SIZE
               ENVIO-UBI DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "MOTIVO: " DELIMITED BY SIZE
               WS-MOTIVO DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "SOLICITADO POR: " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE
               "AUTORIZADO POR: ___________  ENTREGADO POR: ___________"
               TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           CLOSE DOCUMENTO-FILE.
           MOVE WS-NOMBRE-DOC TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "SOLICITUD " WS-SOLICITUD " EMITIDA EN "
               WS-NOMBRE-DOC " - CAJA " CAJA-UBI.
           PERFORM REESCRIBE-UBICACION.

      *    La generacion vuelve a sitio: con solicitud abierta es lo
      *    normal; una que vuelve sin pedirla tambien se recibe.
       RECIBE-EN-SITIO.
           DISPLAY "GENERACION RECIBIDA".
           PERFORM PIDE-GENERACION.
           PERFORM BUSCA-GENERACION.
           IF WS-HALLADO = 0 OR ESTADO-UBI = "L"
               DISPLAY "LA GENERACION YA ESTA EN SITIO"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE "L" TO ESTADO-UBI
               MOVE WS-FECHA-HORA(1:8) TO FECHA-MOV-UBI
               MOVE WS-OPERADOR TO OPERADOR-UBI
               MOVE BKPUBIC-REC TO WS-UBI-REG(WS-HALLADO)
               PERFORM REESCRIBE-UBICACION
               DISPLAY "GENERACION " WS-GENERACION " EN SITIO"
           END-IF.

      ******************************************************************
      * Reporte de ubicacion: cada generacion del catalogo BKPCTL y
      * las que el registro conoce, con donde esta y en que caja.
      ******************************************************************
       REPORTE-UBICACION.
           MOVE 0 TO WS-EN-SITIO.
           MOVE 0 TO WS-EN-TRANSITO.
           MOVE 0 TO WS-EN-CUSTODIA.
           MOVE 0 TO WS-PEDIDAS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE "BKPUBREP.TXT" TO WS-NOMBRE-DOC.
           OPEN OUTPUT DOCUMENTO-FILE.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "UBICACION DE LAS GENERACIONES DE RESPALDO  "
               DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE ALL "-" TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "GEN  FECHA    ESTADO               CAJA       "
               DELIMITED BY SIZE
               "ENVIO SOLIC DESDE" DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           PERFORM VARYING WS-GENERACION FROM 1 BY 1
                   UNTIL WS-GENERACION > WS-ULTIMA-GEN
               PERFORM BUSCA-GENERACION
               IF WS-HALLADO > 0
                   PERFORM LINEA-UBICACION
               ELSE
                   PERFORM LEE-CABECERA
                   IF WS-HAY-CABECERA = "S"
                       MOVE SPACES TO BKPUBIC-REC
                       MOVE WS-GENERACION TO GENERACION-UBI
                       MOVE WS-FECHA-GEN TO FECHA-GEN-UBI
                       MOVE "L" TO ESTADO-UBI
                       MOVE 0 TO ENVIO-UBI
                       MOVE 0 TO SOLICITUD-UBI
                       MOVE 0 TO FECHA-MOV-UBI
                       PERFORM LINEA-UBICACION
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING "EN SITIO: " DELIMITED BY SIZE
               WS-EN-SITIO DELIMITED BY SIZE
               "  EN TRANSITO: " DELIMITED BY SIZE
               WS-EN-TRANSITO DELIMITED BY SIZE
               "  EN CUSTODIA: " DELIMITED BY SIZE
               WS-EN-CUSTODIA DELIMITED BY SIZE
               "  RETORNO PEDIDO: " DELIMITED BY SIZE
               WS-PEDIDAS DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.
           CLOSE DOCUMENTO-FILE.
           MOVE WS-NOMBRE-DOC TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "UBICACION EN BKPUBREP.TXT - EN SITIO: "
               WS-EN-SITIO " FUERA: "
               WS-EN-TRANSITO "/" WS-EN-CUSTODIA "/" WS-PEDIDAS.

       LINEA-UBICACION.
           EVALUATE ESTADO-UBI
               WHEN "T"
                   MOVE "EN TRANSITO" TO WS-ESTADO-TXT
                   ADD 1 TO WS-EN-TRANSITO
               WHEN "E"
                   MOVE "EN CUSTODIA EXTERNA" TO WS-ESTADO-TXT
                   ADD 1 TO WS-EN-CUSTODIA
               WHEN "R"
                   MOVE "RETORNO PEDIDO" TO WS-ESTADO-TXT
                   ADD 1 TO WS-PEDIDAS
               WHEN OTHER
                   MOVE "EN SITIO" TO WS-ESTADO-TXT
                   ADD 1 TO WS-EN-SITIO
           END-EVALUATE.
           MOVE SPACES TO LINEA-DOCUMENTO.
           STRING GENERACION-UBI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-GEN-UBI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESTADO-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAJA-UBI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ENVIO-UBI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOLICITUD-UBI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-MOV-UBI DELIMITED BY SIZE
               INTO LINEA-DOCUMENTO.
           WRITE LINEA-DOCUMENTO.

       END PROGRAM CUSTODIA-RESPALDOS.
