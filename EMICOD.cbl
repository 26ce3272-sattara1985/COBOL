      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Registro de emision de los codigos compuestos de
      *          cinco digitos (VARCOMP). Nadie inventa mas un codigo:
      *          la opcion de emitir entrega el siguiente CODIGO-BASE
      *          libre con su DIGITO-CONTROL generado por
      *          VALIDA-CODIGO y deja en CODEMIS.TXT quien lo pidio,
      *          para que y cuando. Una base que ya aparece en
      *          CODIGOS.DAT (codigos cargados a mano antes del
      *          registro) se salta. Un supervisor puede anular un
      *          codigo emitido; queda en el registro como anulado y
      *          su base no se vuelve a entregar nunca. El reporte
      *          CODEMREP.TXT lista el registro con los emitidos,
      *          anulados y la capacidad que queda, y alerta cuando
      *          los libres bajan del umbral (parametro CODMIN de
      *          LEE-CONFIG, 500 por defecto).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMISION-CODIGOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMISION-FILE ASSIGN TO "CODEMIS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EMISION-STATUS.
           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-KEY
               FILE STATUS IS WS-CODIGOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CODEMREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMISION-FILE.
       COPY CODEMIS.

       FD  CODIGOS-FILE.
       01  CODIGO-REC.
           05 CODIGO-KEY PIC X(5).
           05 DESCRIPCION-COD PIC X(39).
           05 ACTIVO-COD PIC X.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY VARCOMP.
       01 WS-EMISION-STATUS PIC XX.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "EMISION-CODIGOS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-OPCION PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-UMBRAL PIC 9(4) VALUE 500.
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 0.
       01 WS-LINEAS-REP PIC 9(5) VALUE 0.
       01 WS-MODO-CODIGO PIC X.
       01 WS-CODIGO-OK PIC X.
       01 WS-CODIGO-ENT PIC X(5).
       01 WS-SOLICITANTE PIC X(20).
       01 WS-PROPOSITO PIC X(30).
       01 WS-MOTIVO PIC X(30).
       01 WS-TEXTO-CODIGO PIC X(39).
       01 WS-CODIGO-HALLADO PIC X.
       01 WS-BASE PIC 9(5).
       01 WS-BASE-LIBRE PIC X.
       01 WS-BASE-OCUPADA PIC X.
       01 WS-BASE-ANTERIOR PIC X(4).
       01 WS-CODIGOS-ABIERTO PIC X VALUE "N".
       01 WS-ULTIMA-BASE PIC 9(4) VALUE 0.
       01 WS-OCUPADAS PIC 9(4) VALUE 0.
       01 WS-LIBRES PIC 9(4) VALUE 0.
       01 WS-EMITIDOS PIC 9(4) VALUE 0.
       01 WS-ANULADOS PIC 9(4) VALUE 0.
       01 WS-ESTADO-TXT PIC X(7).
       01 WS-HALLADO PIC 9(4).
       01 WS-E PIC 9(4).
       01 WS-REGISTROS PIC 9(4) VALUE 0.
      *Todo el registro en memoria: como mucho una linea por base.
       01 WS-TABLA-EMISION.
           05 WS-EMI OCCURS 9999 TIMES.
               10 WS-EMI-REG PIC X(138).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGA-CONFIG.
           DISPLAY "1. EMITIR CODIGO".
           DISPLAY "2. ANULAR CODIGO".
           DISPLAY "3. REPORTE DEL REGISTRO".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           PERFORM CARGA-REGISTRO.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM EMITE-CODIGO
               WHEN "2"
                   PERFORM ANULA-CODIGO
               WHEN "3"
                   PERFORM REPORTE-REGISTRO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-CONFIG.
           MOVE "CODMIN" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "500" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-UMBRAL
           END-IF.

       CARGA-REGISTRO.
           MOVE 0 TO WS-REGISTROS.
           MOVE 0 TO WS-ULTIMA-BASE.
           MOVE 0 TO WS-EMITIDOS.
           MOVE 0 TO WS-ANULADOS.
           OPEN INPUT EMISION-FILE.
           IF WS-EMISION-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ EMISION-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-REGISTROS < 9999
                               ADD 1 TO WS-REGISTROS
                               MOVE CODEMIS-REC
                                   TO WS-EMI-REG(WS-REGISTROS)
                           END-IF
                           IF BASE-EMI IS NUMERIC AND
                              BASE-EMI > WS-ULTIMA-BASE
                               MOVE BASE-EMI TO WS-ULTIMA-BASE
                           END-IF
                           IF ESTADO-EMI = "A"
                               ADD 1 TO WS-ANULADOS
                           ELSE
                               ADD 1 TO WS-EMITIDOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EMISION-FILE
           END-IF.

      ******************************************************************
      * Emision: la base sigue a la mayor ya registrada (emitida o
      * anulada), asi ninguna se repite; las que CODIGOS.DAT ya trae
      * con cualquier digito de control se saltan.
      ******************************************************************
       EMITE-CODIGO.
           DISPLAY "SOLICITANTE".
           ACCEPT WS-SOLICITANTE.
           DISPLAY "PARA QUE SE USARA EL CODIGO".
           ACCEPT WS-PROPOSITO.
           INSPECT WS-SOLICITANTE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-PROPOSITO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SOLICITANTE = SPACES OR WS-PROPOSITO = SPACES
               DISPLAY "SOLICITANTE Y PROPOSITO SON OBLIGATORIOS"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM BUSCA-BASE-LIBRE
               IF WS-BASE-LIBRE NOT = "S"
                   DISPLAY "NO QUEDAN CODIGOS LIBRES"
                   MOVE "CODIGOS COMPUESTOS AGOTADOS"
                       TO WS-TEXTO-ALERTA
                   CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                       WS-TEXTO-ALERTA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRABA-EMISION
                   PERFORM CUENTA-LIBRES
                   IF WS-LIBRES < WS-UMBRAL
                       DISPLAY "ATENCION: QUEDAN " WS-LIBRES
                           " CODIGOS LIBRES"
                   END-IF
               END-IF
           END-IF.

       BUSCA-BASE-LIBRE.
           MOVE "N" TO WS-BASE-LIBRE.
           COMPUTE WS-BASE = WS-ULTIMA-BASE + 1.
           MOVE "N" TO WS-CODIGOS-ABIERTO.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS = "00"
               MOVE "S" TO WS-CODIGOS-ABIERTO
           END-IF.
           PERFORM UNTIL WS-BASE-LIBRE = "S" OR WS-BASE > 9999
               PERFORM EXAMINA-BASE
               IF WS-BASE-OCUPADA = "S"
                   DISPLAY "BASE " WS-BASE(2:4)
                       " YA USADA EN CODIGOS.DAT, SE SALTA"
                   ADD 1 TO WS-BASE
               ELSE
                   MOVE "S" TO WS-BASE-LIBRE
               END-IF
           END-PERFORM.
           IF WS-CODIGOS-ABIERTO = "S"
               CLOSE CODIGOS-FILE
           END-IF.

       EXAMINA-BASE.
           MOVE "N" TO WS-BASE-OCUPADA.
           IF WS-CODIGOS-ABIERTO = "S"
               MOVE SPACES TO CODIGO-KEY
               MOVE WS-BASE(2:4) TO CODIGO-KEY(1:4)
               MOVE "0" TO CODIGO-KEY(5:1)
               START CODIGOS-FILE KEY IS >= CODIGO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CODIGOS-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CODIGO-KEY(1:4) = WS-BASE(2:4)
                                   MOVE "S" TO WS-BASE-OCUPADA
                               END-IF
                       END-READ
               END-START
           END-IF.

       GRABA-EMISION.
           MOVE WS-BASE(2:4) TO CODIGO-BASE.
           MOVE 0 TO DIGITO-CONTROL.
           MOVE "G" TO WS-MODO-CODIGO.
           CALL "VALIDA-CODIGO" USING VARIABLE-COMPUESTA
               WS-MODO-CODIGO WS-CODIGO-OK.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO CODEMIS-REC.
           MOVE CODIGO-BASE TO BASE-EMI.
           MOVE DIGITO-CONTROL TO DIGITO-EMI.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-EMI.
           MOVE WS-FECHA-HORA(9:6) TO HORA-EMI.
           MOVE WS-OPERADOR TO OPERADOR-EMI.
           MOVE WS-SOLICITANTE TO SOLICITANTE-EMI.
           MOVE WS-PROPOSITO TO PROPOSITO-EMI.
           MOVE "E" TO ESTADO-EMI.
           MOVE 0 TO FECHA-ANU-EMI.
           OPEN EXTEND EMISION-FILE.
           IF WS-EMISION-STATUS = "35"
               OPEN OUTPUT EMISION-FILE
           END-IF.
           WRITE CODEMIS-REC.
           CLOSE EMISION-FILE.
           MOVE CODIGO-BASE TO WS-ULTIMA-BASE.
           ADD 1 TO WS-EMITIDOS.
           DISPLAY "CODIGO EMITIDO: " CODIGO-EMI.

      *    Libres: las bases por encima de la ultima registrada que
      *    CODIGOS.DAT no tenga ya ocupadas.
       CUENTA-LIBRES.
           MOVE 0 TO WS-OCUPADAS.
           MOVE SPACES TO WS-BASE-ANTERIOR.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CODIGOS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF CODIGO-KEY IS NUMERIC AND
                              CODIGO-KEY(1:4) > WS-ULTIMA-BASE AND
                              CODIGO-KEY(1:4) NOT = WS-BASE-ANTERIOR
                               ADD 1 TO WS-OCUPADAS
                               MOVE CODIGO-KEY(1:4) TO WS-BASE-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODIGOS-FILE
           END-IF.
           COMPUTE WS-LIBRES = 9999 - WS-ULTIMA-BASE - WS-OCUPADAS.

      ******************************************************************
      * Anulacion: el codigo queda en el registro como A; la base no
      * vuelve a salir porque la emision siempre sigue a la mayor.
      ******************************************************************
       ANULA-CODIGO.
           IF WS-NIVEL < 2
               DISPLAY "OPCION RESERVADA A SUPERVISORES"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CODIGO A ANULAR"
               ACCEPT WS-CODIGO-ENT
               MOVE 0 TO WS-HALLADO
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-REGISTROS OR WS-HALLADO > 0
                   MOVE WS-EMI-REG(WS-E) TO CODEMIS-REC
                   IF CODIGO-EMI = WS-CODIGO-ENT
                       MOVE WS-E TO WS-HALLADO
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-HALLADO = 0
                       DISPLAY "CODIGO NO EMITIDO POR EL REGISTRO"
                       MOVE 4 TO RETURN-CODE
                   WHEN ESTADO-EMI = "A"
                       DISPLAY "CODIGO YA ANULADO EL " FECHA-ANU-EMI
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM REGISTRA-ANULACION
               END-EVALUATE
           END-IF.

       REGISTRA-ANULACION.
           DISPLAY "MOTIVO DE LA ANULACION".
           ACCEPT WS-MOTIVO.
           INSPECT WS-MOTIVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-MOTIVO = SPACES
               DISPLAY "EL MOTIVO ES OBLIGATORIO"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE "A" TO ESTADO-EMI
               MOVE WS-FECHA-HORA(1:8) TO FECHA-ANU-EMI
               MOVE WS-OPERADOR TO OPERADOR-ANU-EMI
               MOVE WS-MOTIVO TO MOTIVO-ANU-EMI
               MOVE CODEMIS-REC TO WS-EMI-REG(WS-HALLADO)
               PERFORM REESCRIBE-REGISTRO
               DISPLAY "CODIGO " WS-CODIGO-ENT " ANULADO"
               CALL "BUSCA-CODIGO" USING WS-CODIGO-ENT
                   WS-TEXTO-CODIGO WS-CODIGO-HALLADO
               IF WS-CODIGO-HALLADO = "S"
                   DISPLAY "EL CODIGO SIGUE ACTIVO EN CODIGOS.DAT: "
                       "DESACTIVARLO EN MANTENIMIENTO-CODIGOS"
               END-IF
           END-IF.

       REESCRIBE-REGISTRO.
           OPEN OUTPUT EMISION-FILE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-REGISTROS
               MOVE WS-EMI-REG(WS-E) TO CODEMIS-REC
               WRITE CODEMIS-REC
           END-PERFORM.
           CLOSE EMISION-FILE.

      ******************************************************************
      * Reporte del registro: cada codigo con su estado, los totales y
      * la capacidad que queda frente al umbral.
      ******************************************************************
       REPORTE-REGISTRO.
           PERFORM CUENTA-LIBRES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REGISTRO DE CODIGOS COMPUESTOS " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CODIG FECHA    OPERADOR   SOLICITANTE"
               DELIMITED BY SIZE
               "          PROPOSITO" DELIMITED BY SIZE
               "                      ESTADO" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 3 TO WS-LINEAS-REP.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-REGISTROS
               MOVE WS-EMI-REG(WS-E) TO CODEMIS-REC
               IF ESTADO-EMI = "A"
                   MOVE "ANULADO" TO WS-ESTADO-TXT
               ELSE
                   MOVE "EMITIDO" TO WS-ESTADO-TXT
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING CODIGO-EMI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FECHA-EMI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OPERADOR-EMI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SOLICITANTE-EMI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PROPOSITO-EMI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ESTADO-TXT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO WS-LINEAS-REP
               IF ESTADO-EMI = "A"
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "      ANULADO " DELIMITED BY SIZE
                       FECHA-ANU-EMI DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       OPERADOR-ANU-EMI DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       MOTIVO-ANU-EMI DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   ADD 1 TO WS-LINEAS-REP
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EMITIDOS: " DELIMITED BY SIZE
               WS-EMITIDOS DELIMITED BY SIZE
               "  ANULADOS: " DELIMITED BY SIZE
               WS-ANULADOS DELIMITED BY SIZE
               "  LIBRES: " DELIMITED BY SIZE
               WS-LIBRES DELIMITED BY SIZE
               "  UMBRAL: " DELIMITED BY SIZE
               WS-UMBRAL DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           ADD 2 TO WS-LINEAS-REP.
           IF WS-LIBRES < WS-UMBRAL
               MOVE "*** QUEDAN MENOS CODIGOS LIBRES QUE EL UMBRAL ***"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               ADD 1 TO WS-LINEAS-REP
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "CODIGOS COMPUESTOS LIBRES: " DELIMITED BY SIZE
                   WS-LIBRES DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "CODEMREP.TXT" TO WS-ARCHIVO-CAT.
           COMPUTE WS-PAGINAS-CAT = (WS-LINEAS-REP + 59) / 60.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "REGISTRO EN CODEMREP.TXT - EMITIDOS: " WS-EMITIDOS
               " ANULADOS: " WS-ANULADOS " LIBRES: " WS-LIBRES.

       END PROGRAM EMISION-CODIGOS.
