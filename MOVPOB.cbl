      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Movimiento de poblacion del maestro de personas entre
      *          dos cortes, cuadrado contra el total de control.
      *          PERSCTL.TXT dice cuantas personas hay; este reporte
      *          dice por que cambio el numero. Desde el corte
      *          anterior (ultimo renglon de MOVCTL.TXT, con su
      *          fecha, hora y cantidad de personas) recorre
      *          PERSJRNL.TXT y arma:
      *            apertura (la cantidad del corte anterior)
      *            altas por origen, segun el operador del journal:
      *              CARGALOTE carga de CARGA-PERSONAS, MANTLOTE lote
      *              de transacciones PERSTRAN.TXT, MANTPEND
      *              transacciones retenidas PERSPEND.TXT, cualquier
      *              otro operador alta por pantalla
      *            bajas, fusiones (el numero dado de baja figura como
      *              retirado en NUMXREF.TXT), archivados (operador
      *              ARCHIVO de ARCHIVA-PERSONAS) y borrados formales
      *              (certificados de CERTDES.TXT con el maestro vivo
      *              eliminado, que no dejan linea de journal)
      *            cambios de estado entre activo, inactivo y
      *              fallecido (informativos, no mueven la cantidad)
      *            cierre calculado
      *          El cierre calculado se cuadra contra PERSCTL.TXT y
      *          contra la cantidad de registros leida de PERSONAS.DAT
      *          de punta a punta, como la lee VERIFICA-PERSONAS;
      *          toda diferencia no explicada sale como excepcion, va
      *          a LOG-ERROR y deja RC 4. El reporte sale por el
      *          servicio de impresion a MOVREP.TXT y el corte nuevo
      *          se agrega a MOVCTL.TXT con la cantidad real del
      *          maestro, para que el periodo siguiente arranque de la
      *          verdad. Sin corte anterior solo se toma la apertura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIMIENTO-POBLACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PERSCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PERSJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT XREF-FILE ASSIGN TO "NUMXREF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT CERTIFICADO-FILE ASSIGN TO "CERTDES.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT MOVCTL-FILE ASSIGN TO "MOVCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MOVCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 TOTAL-CONTROL PIC 9(5).

       FD  JOURNAL-FILE.
       01  LINEA-JOURNAL.
           05 FECHA-JRN PIC X(8).
           05 FILLER PIC X.
           05 HORA-JRN PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-JRN PIC X(10).
           05 FILLER PIC X.
           05 ACCION-JRN PIC X.
           05 FILLER PIC X.
           05 ANTES-JRN PIC X(80).
           05 FILLER PIC X.
           05 DESPUES-JRN PIC X(80).
           05 FILLER PIC X.
           05 SELLO-JRN PIC 9(9).

       FD  XREF-FILE.
       01  LINEA-XREF.
           05 RETIRADO-XRF PIC 9(6).
           05 FILLER PIC X.
           05 SUPERVIVIENTE-XRF PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-XRF PIC 9(8).

      *Certificados de ELIMINA-PERSONA: de cada uno interesan el
      *renglon con la fecha y hora y el del maestro vivo.
       FD  CERTIFICADO-FILE.
       01  LINEA-CERT.
           05 ETIQUETA-CERT PIC X(28).
           05 FECHA-CERT PIC X(8).
           05 FILLER PIC X.
           05 HORA-CERT PIC X(6).
           05 FILLER PIC X(27).

      *Un renglon por corte: fecha y hora del corte, personas en el
      *maestro a esa hora y si el periodo que cerro cuadro (C) o
      *dejo excepciones (D).
       FD  MOVCTL-FILE.
       01  LINEA-MOVCTL.
           05 FECHA-MVC PIC X(8).
           05 FILLER PIC X.
           05 HORA-MVC PIC X(6).
           05 FILLER PIC X.
           05 PERSONAS-MVC PIC 9(7).
           05 FILLER PIC X.
           05 ESTADO-MVC PIC X.

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-CERT-STATUS PIC XX.
       01 WS-MOVCTL-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-CORTE-NUEVO PIC X(14).
       01 WS-CORTE-ANTERIOR PIC X(14) VALUE SPACES.
       01 WS-SELLO-LINEA PIC X(14).
       01 WS-SELLO-CERT PIC X(14) VALUE SPACES.
       01 WS-HAY-CORTE PIC X VALUE "N".
       01 WS-HAY-CONTROL PIC X VALUE "N".
       01 WS-APERTURA PIC 9(7) VALUE 0.
       01 WS-CIERRE-CALC PIC S9(7) VALUE 0.
       01 WS-TOTAL-CONTROL PIC 9(7) VALUE 0.
       01 WS-TOTAL-LEIDOS PIC 9(7) VALUE 0.
       01 WS-DIFERENCIA PIC S9(7).
       01 WS-ALTA-PANTALLA PIC 9(7) VALUE 0.
       01 WS-ALTA-CARGA PIC 9(7) VALUE 0.
       01 WS-ALTA-LOTE PIC 9(7) VALUE 0.
       01 WS-ALTA-RETENIDA PIC 9(7) VALUE 0.
       01 WS-TOTAL-ALTAS PIC 9(7) VALUE 0.
       01 WS-BAJAS PIC 9(7) VALUE 0.
       01 WS-FUSIONES PIC 9(7) VALUE 0.
       01 WS-ARCHIVADOS PIC 9(7) VALUE 0.
       01 WS-BORRADOS PIC 9(7) VALUE 0.
       01 WS-TOTAL-SALIDAS PIC 9(7) VALUE 0.
       01 WS-MODIFICACIONES PIC 9(7) VALUE 0.
       01 WS-ACCION-RARA PIC 9(7) VALUE 0.
       01 WS-EXCEPCIONES PIC 9(4) VALUE 0.
       01 WS-ESTADO-ANTES PIC X.
       01 WS-ESTADO-DESPUES PIC X.
       01 WS-I PIC 9.
       01 WS-J PIC 9.
       01 WS-F PIC 9(4).
       01 WS-HALLADO PIC X.
       01 WS-NUMERO-JRN PIC X(6).
       01 WS-CANT-ED PIC ZZZZZZ9.
       01 WS-CANT-ED2 PIC ZZZZZZ9.
       01 WS-DIF-ED PIC -ZZZZZZ9.
       01 WS-ESTADOS-MOV PIC X(3) VALUE "AIF".
       01 WS-NOMBRES-ESTADO.
           05 FILLER PIC X(10) VALUE "ACTIVO".
           05 FILLER PIC X(10) VALUE "INACTIVO".
           05 FILLER PIC X(10) VALUE "FALLECIDO".
       01 WS-NOMBRES-TABLA REDEFINES WS-NOMBRES-ESTADO.
           05 WS-NOMBRE-ESTADO PIC X(10) OCCURS 3.
       01 WS-TABLA-CAMBIOS.
           05 WS-CE-DE OCCURS 3.
               10 WS-CE-A PIC 9(7) OCCURS 3.
      *Numeros retirados por FUSIONA-PERSONAS desde el corte.
       01 WS-TOTAL-FUSIONADOS PIC 9(4) VALUE 0.
       01 WS-TABLA-FUSIONADOS.
           05 WS-FUSIONADO PIC 9(6) OCCURS 500.
       01 WS-PROGRAMA PIC X(20) VALUE "MOVIMIENTO-POBLACION".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "MOVREP.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "MOVPOB".
       01 WS-TITULO-SRV PIC X(40)
           VALUE "MOVIMIENTO DE POBLACION DE PERSONAS".
       01 LINEA-REPORTE PIC X(80).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "MOVIMIENTO DE POBLACION RESERVADO A "
                   "SUPERVISORES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:14) TO WS-CORTE-NUEVO.
           PERFORM LEE-ULTIMO-CORTE.
           PERFORM CUENTA-MAESTRO.
           PERFORM LEE-CONTROL.
           IF WS-HAY-CORTE = "S"
               PERFORM CARGA-FUSIONADOS
               PERFORM RECORRE-JOURNAL
               PERFORM CUENTA-BORRADOS
           END-IF.
           PERFORM ESCRIBE-REPORTE.
           PERFORM GRABA-CORTE.
           IF WS-EXCEPCIONES > 0
               MOVE "CUADRA-MOVIMIENTO" TO WS-PARRAFO
               MOVE "MOVIMIENTO DE POBLACION NO EXPLICADO"
                   TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "MOVX" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 4 TO WS-RC-FINAL
           END-IF.
           DISPLAY "MOVIMIENTO DE POBLACION GENERADO (MOVREP.TXT) - "
               "EXCEPCIONES: " WS-EXCEPCIONES.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.

       LEE-ULTIMO-CORTE.
           OPEN INPUT MOVCTL-FILE.
           IF WS-MOVCTL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ MOVCTL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE "S" TO WS-HAY-CORTE
                           MOVE FECHA-MVC TO WS-CORTE-ANTERIOR(1:8)
                           MOVE HORA-MVC TO WS-CORTE-ANTERIOR(9:6)
                           MOVE PERSONAS-MVC TO WS-APERTURA
                   END-READ
               END-PERFORM
               CLOSE MOVCTL-FILE
           END-IF.

      *    La misma lectura de punta a punta que hace
      *    VERIFICA-PERSONAS antes de la corrida nocturna.
       CUENTA-MAESTRO.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LEIDOS
                   END-READ
               END-PERFORM
               CLOSE PERSONAS-FILE
           END-IF.

       LEE-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE "S" TO WS-HAY-CONTROL
                       MOVE TOTAL-CONTROL TO WS-TOTAL-CONTROL
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       CARGA-FUSIONADOS.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ XREF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-XRF >= WS-CORTE-ANTERIOR(1:8)
                              AND WS-TOTAL-FUSIONADOS < 500
                               ADD 1 TO WS-TOTAL-FUSIONADOS
                               MOVE RETIRADO-XRF TO
                                   WS-FUSIONADO(WS-TOTAL-FUSIONADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       RECORRE-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE FECHA-JRN TO WS-SELLO-LINEA(1:8)
                           MOVE HORA-JRN TO WS-SELLO-LINEA(9:6)
                           IF WS-SELLO-LINEA > WS-CORTE-ANTERIOR AND
                              WS-SELLO-LINEA <= WS-CORTE-NUEVO
                               PERFORM CLASIFICA-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       CLASIFICA-LINEA.
           EVALUATE ACCION-JRN
               WHEN "A"
                   PERFORM CLASIFICA-ALTA
               WHEN "B"
                   PERFORM CLASIFICA-BAJA
               WHEN "M"
                   ADD 1 TO WS-MODIFICACIONES
                   PERFORM CLASIFICA-CAMBIO-ESTADO
               WHEN OTHER
                   ADD 1 TO WS-ACCION-RARA
           END-EVALUATE.

       CLASIFICA-ALTA.
           ADD 1 TO WS-TOTAL-ALTAS.
           EVALUATE OPERADOR-JRN
               WHEN "CARGALOTE"
                   ADD 1 TO WS-ALTA-CARGA
               WHEN "MANTLOTE"
                   ADD 1 TO WS-ALTA-LOTE
               WHEN "MANTPEND"
                   ADD 1 TO WS-ALTA-RETENIDA
               WHEN OTHER
                   ADD 1 TO WS-ALTA-PANTALLA
           END-EVALUATE.

       CLASIFICA-BAJA.
           ADD 1 TO WS-TOTAL-SALIDAS.
           IF OPERADOR-JRN = "ARCHIVO"
               ADD 1 TO WS-ARCHIVADOS
           ELSE
               MOVE ANTES-JRN(1:6) TO WS-NUMERO-JRN
               MOVE "N" TO WS-HALLADO
               IF WS-NUMERO-JRN IS NUMERIC
                   PERFORM VARYING WS-F FROM 1 BY 1
                           UNTIL WS-F > WS-TOTAL-FUSIONADOS
                           OR WS-HALLADO = "S"
                       IF WS-FUSIONADO(WS-F) = WS-NUMERO-JRN
                           MOVE "S" TO WS-HALLADO
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-HALLADO = "S"
                   ADD 1 TO WS-FUSIONES
               ELSE
                   ADD 1 TO WS-BAJAS
               END-IF
           END-IF.

      *    ESTADO-REC esta en la posicion 52 de la imagen; un estado
      *    en blanco se lee como activo. Las imagenes enmascaradas por
      *    un borrado formal no se pueden leer y no cuentan.
       CLASIFICA-CAMBIO-ESTADO.
           IF ANTES-JRN(1:6) IS NUMERIC AND
              DESPUES-JRN(1:6) IS NUMERIC
               MOVE ANTES-JRN(52:1) TO WS-ESTADO-ANTES
               MOVE DESPUES-JRN(52:1) TO WS-ESTADO-DESPUES
               IF WS-ESTADO-ANTES = SPACE
                   MOVE "A" TO WS-ESTADO-ANTES
               END-IF
               IF WS-ESTADO-DESPUES = SPACE
                   MOVE "A" TO WS-ESTADO-DESPUES
               END-IF
               IF WS-ESTADO-ANTES NOT = WS-ESTADO-DESPUES
                   MOVE 0 TO WS-I
                   MOVE 0 TO WS-J
                   PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 3
                       IF WS-ESTADOS-MOV(WS-F:1) = WS-ESTADO-ANTES
                           MOVE WS-F TO WS-I
                       END-IF
                       IF WS-ESTADOS-MOV(WS-F:1) = WS-ESTADO-DESPUES
                           MOVE WS-F TO WS-J
                       END-IF
                   END-PERFORM
                   IF WS-I > 0 AND WS-J > 0
                       ADD 1 TO WS-CE-A(WS-I WS-J)
                   END-IF
               END-IF
           END-IF.

       CUENTA-BORRADOS.
           OPEN INPUT CERTIFICADO-FILE.
           IF WS-CERT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CERTIFICADO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-LINEA-CERTIFICADO
                   END-READ
               END-PERFORM
               CLOSE CERTIFICADO-FILE
           END-IF.

       TOMA-LINEA-CERTIFICADO.
           IF ETIQUETA-CERT = "CERTIFICADO DE DESTRUCCION  "
               MOVE FECHA-CERT TO WS-SELLO-CERT(1:8)
               MOVE HORA-CERT TO WS-SELLO-CERT(9:6)
           END-IF.
           IF ETIQUETA-CERT = "MAESTRO VIVO ELIMINADO:     " AND
              FECHA-CERT(1:1) = "S" AND
              WS-SELLO-CERT > WS-CORTE-ANTERIOR AND
              WS-SELLO-CERT <= WS-CORTE-NUEVO
               ADD 1 TO WS-BORRADOS
           END-IF.

       ESCRIBE-REPORTE.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-HAY-CORTE = "S"
               STRING "DESDE EL CORTE " DELIMITED BY SIZE
                   WS-CORTE-ANTERIOR(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CORTE-ANTERIOR(9:6) DELIMITED BY SIZE
                   " HASTA " DELIMITED BY SIZE
                   WS-CORTE-NUEVO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CORTE-NUEVO(9:6) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
               PERFORM ESCRIBE-MOVIMIENTO
           ELSE
               STRING "PRIMER CORTE " DELIMITED BY SIZE
                   WS-CORTE-NUEVO(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CORTE-NUEVO(9:6) DELIMITED BY SIZE
                   " - SE TOMA LA APERTURA DEL MAESTRO"
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
               MOVE WS-TOTAL-LEIDOS TO WS-APERTURA
               MOVE WS-TOTAL-LEIDOS TO WS-CIERRE-CALC
               MOVE "APERTURA" TO LINEA-REPORTE
               MOVE WS-APERTURA TO WS-CANT-ED
               PERFORM ESCRIBE-CIFRA
           END-IF.
           PERFORM ESCRIBE-CUADRE.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE WS-ARCHIVO-SRV TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.

       ESCRIBE-MOVIMIENTO.
           MOVE "APERTURA" TO LINEA-REPORTE.
           MOVE WS-APERTURA TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "ALTAS" TO LINEA-REPORTE.
           MOVE WS-TOTAL-ALTAS TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  POR PANTALLA" TO LINEA-REPORTE.
           MOVE WS-ALTA-PANTALLA TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  POR CARGA (CARGA-PERSONAS)" TO LINEA-REPORTE.
           MOVE WS-ALTA-CARGA TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  POR LOTE (PERSTRAN.TXT)" TO LINEA-REPORTE.
           MOVE WS-ALTA-LOTE TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  RETENIDAS APLICADAS (PERSPEND.TXT)"
               TO LINEA-REPORTE.
           MOVE WS-ALTA-RETENIDA TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           ADD WS-BORRADOS TO WS-TOTAL-SALIDAS.
           MOVE "SALIDAS" TO LINEA-REPORTE.
           MOVE WS-TOTAL-SALIDAS TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  BAJAS" TO LINEA-REPORTE.
           MOVE WS-BAJAS TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  FUSIONES" TO LINEA-REPORTE.
           MOVE WS-FUSIONES TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  ARCHIVADOS" TO LINEA-REPORTE.
           MOVE WS-ARCHIVADOS TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE "  BORRADOS FORMALES" TO LINEA-REPORTE.
           MOVE WS-BORRADOS TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           COMPUTE WS-CIERRE-CALC = WS-APERTURA + WS-TOTAL-ALTAS
               - WS-TOTAL-SALIDAS.
           MOVE "CIERRE CALCULADO" TO LINEA-REPORTE.
           MOVE WS-CIERRE-CALC TO WS-DIF-ED.
           MOVE WS-DIF-ED TO LINEA-REPORTE(39:8).
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "CAMBIOS DE ESTADO (NO MUEVEN LA CANTIDAD):"
               TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 3
                   IF WS-I NOT = WS-J
                       PERFORM ESCRIBE-CAMBIO-ESTADO
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE "  MODIFICACIONES EN EL JOURNAL" TO LINEA-REPORTE.
           MOVE WS-MODIFICACIONES TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       ESCRIBE-CAMBIO-ESTADO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  DE " DELIMITED BY SIZE
               WS-NOMBRE-ESTADO(WS-I) DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-NOMBRE-ESTADO(WS-J) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           MOVE WS-CE-A(WS-I WS-J) TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.

      *    El cierre calculado tiene que dar lo mismo que el total de
      *    control y que el maestro leido; lo que no da es excepcion.
       ESCRIBE-CUADRE.
           MOVE "CUADRE DEL CIERRE:" TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "  PERSONAS LEIDAS EN PERSONAS.DAT" TO LINEA-REPORTE.
           MOVE WS-TOTAL-LEIDOS TO WS-CANT-ED.
           PERFORM ESCRIBE-CIFRA.
           IF WS-HAY-CONTROL = "S"
               MOVE "  TOTAL DE CONTROL PERSCTL.TXT" TO LINEA-REPORTE
               MOVE WS-TOTAL-CONTROL TO WS-CANT-ED
               PERFORM ESCRIBE-CIFRA
           ELSE
               MOVE "  FALTA EL TOTAL DE CONTROL PERSCTL.TXT"
                   TO LINEA-REPORTE
               PERFORM ANOTA-EXCEPCION
           END-IF.
           IF WS-CIERRE-CALC NOT = WS-TOTAL-LEIDOS
               COMPUTE WS-DIFERENCIA = WS-TOTAL-LEIDOS - WS-CIERRE-CALC
               MOVE WS-DIFERENCIA TO WS-DIF-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MAESTRO - CIERRE CALCULADO NO EXPLICADO: "
                   DELIMITED BY SIZE
                   WS-DIF-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-EXCEPCION
           END-IF.
           IF WS-HAY-CONTROL = "S" AND
              WS-CIERRE-CALC NOT = WS-TOTAL-CONTROL
               COMPUTE WS-DIFERENCIA =
                   WS-TOTAL-CONTROL - WS-CIERRE-CALC
               MOVE WS-DIFERENCIA TO WS-DIF-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  PERSCTL - CIERRE CALCULADO NO EXPLICADO: "
                   DELIMITED BY SIZE
                   WS-DIF-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-EXCEPCION
           END-IF.
           IF WS-HAY-CONTROL = "S" AND
              WS-TOTAL-CONTROL NOT = WS-TOTAL-LEIDOS
               COMPUTE WS-DIFERENCIA =
                   WS-TOTAL-LEIDOS - WS-TOTAL-CONTROL
               MOVE WS-DIFERENCIA TO WS-DIF-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MAESTRO - PERSCTL.TXT: " DELIMITED BY SIZE
                   WS-DIF-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-EXCEPCION
           END-IF.
           IF WS-ACCION-RARA > 0
               MOVE WS-ACCION-RARA TO WS-CANT-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "  LINEAS DE JOURNAL CON ACCION DESCONOCIDA: "
                   DELIMITED BY SIZE
                   WS-CANT-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-EXCEPCION
           END-IF.
           IF WS-EXCEPCIONES = 0
               MOVE "  SIN EXCEPCIONES: EL MOVIMIENTO EXPLICA EL CIERRE"
                   TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.

       ANOTA-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES.
           MOVE "*" TO LINEA-REPORTE(1:1).
           PERFORM ESCRIBE-LINEA-SRV.

      *    El corte nuevo lleva la cantidad real del maestro: el
      *    periodo siguiente abre con lo que de verdad hay.
       GRABA-CORTE.
           OPEN EXTEND MOVCTL-FILE.
           IF WS-MOVCTL-STATUS = "35"
               OPEN OUTPUT MOVCTL-FILE
           END-IF.
           MOVE SPACES TO LINEA-MOVCTL.
           MOVE WS-CORTE-NUEVO(1:8) TO FECHA-MVC.
           MOVE WS-CORTE-NUEVO(9:6) TO HORA-MVC.
           MOVE WS-TOTAL-LEIDOS TO PERSONAS-MVC.
           IF WS-EXCEPCIONES = 0
               MOVE "C" TO ESTADO-MVC
           ELSE
               MOVE "D" TO ESTADO-MVC
           END-IF.
           WRITE LINEA-MOVCTL.
           CLOSE MOVCTL-FILE.

       ESCRIBE-CIFRA.
           MOVE WS-CANT-ED TO LINEA-REPORTE(40:7).
           PERFORM ESCRIBE-LINEA-SRV.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.

       END PROGRAM MOVIMIENTO-POBLACION.
