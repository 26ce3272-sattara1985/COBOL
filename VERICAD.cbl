      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Nightly proof of the sealed journals. Walks
      *          OPERJRNL.TXT, preceded by its dated archives
      *          ARCJRN.aaaammdd of the last VERIDIAS days (config,
      *          por defecto 400), and PERSJRNL.TXT, and recomputes
      *          with CALCULA-SELLO the seal of every line against the
      *          line before it. La primera linea recorrida es el
      *          ancla y se acepta como esta; las lineas sin sello
      *          anteriores a la primera sellada son historia previa
      *          al encadenamiento. The first broken link of each
      *          journal (sello distinto o linea sin sello despues de
      *          una sellada) is reported to CADREP.TXT with file,
      *          line and timestamp, logged as a severe error (which
      *          raises the alert) and the step ends RC 8 so the
      *          NIGHTLY stream stops.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CADENA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-JRN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CADREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *La misma linea vista como asiento de OPERJRNL.TXT (cuerpo de
      *130, con la marca de reversa y su referencia a la vista) o
      *como linea de PERSJRNL.TXT (cuerpo de 190).
       FD  JOURNAL-FILE.
       01  LINEA-OPE.
           05 CUERPO-OPE.
               10 FECHA-HORA-OPE PIC X(15).
               10 FILLER PIC X(48).
               10 MARCA-REV-OPE PIC X.
               10 FILLER PIC X.
               10 REF-REV-OPE PIC 9(6).
               10 FILLER PIC X(59).
           05 FILLER PIC X.
           05 SELLO-OPE PIC 9(9).
           05 FILLER PIC X(60).
       01  LINEA-PER.
           05 CUERPO-PER.
               10 FECHA-HORA-PER PIC X(15).
               10 FILLER PIC X(175).
           05 FILLER PIC X.
           05 SELLO-PER PIC 9(9).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-NOMBRE-JRN PIC X(15).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY-NUM PIC 9(8).
       01 WS-DIA-INT PIC 9(7).
       01 WS-HOY-INT PIC 9(7).
       01 WS-DIA-NUM PIC 9(8).
       01 WS-DIAS-ATRAS PIC 9(3) VALUE 400.
       01 WS-ANTERIOR-OPE PIC X(140).
       01 WS-ANTERIOR-PER PIC X(200).
       01 WS-SELLO-CALC PIC 9(9).
      *Estado del recorrido de un journal.
       01 WS-PRIMERA PIC X.
       01 WS-ENCADENADO PIC X.
       01 WS-ROTO PIC X.
       01 WS-ARCHIVOS PIC 9(4).
       01 WS-LINEAS PIC 9(7).
       01 WS-SIN-SELLO PIC 9(7).
       01 WS-LINEA-ARCHIVO PIC 9(7).
       01 WS-ROTO-ARCHIVO PIC X(15).
       01 WS-ROTO-LINEA PIC 9(7).
       01 WS-ROTO-FECHA PIC X(15).
       01 WS-ROTO-MOTIVO PIC X(20).
       01 WS-ANCLA-ARCHIVO PIC X(15).
       01 WS-JOURNAL-NOMBRE PIC X(8).
       01 WS-FALLO PIC X VALUE "N".
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-PROGRAMA PIC X(20) VALUE "VERIFICA-CADENA".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           PERFORM CARGA-CONFIG.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-NUM.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SELLOS DE LOS JOURNALS  " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               "  ARCHIVO DE " DELIMITED BY SIZE
               WS-DIAS-ATRAS DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VERIFICA-OPERJRNL.
           PERFORM VERIFICA-PERSJRNL.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FALLO = "S"
               MOVE "VEREDICTO: CADENA ROTA - NO SIGUE LA CORRIDA"
                   TO LINEA-REPORTE
           ELSE
               MOVE "VEREDICTO: JOURNALS INTACTOS" TO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           DISPLAY LINEA-REPORTE.
           MOVE "CADREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           IF WS-FALLO = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONFIG.
           MOVE "VERIDIAS" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "400" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-DIAS-ATRAS
           END-IF.

      ******************************************************************
      * El journal de operaciones se recorre en el orden en que se
      * escribio: primero los archivos diarios, del mas viejo al de
      * hoy, y al final el vivo. Un dia sin archivo simplemente no
      * tuvo lineas archivadas; si se borro un archivo, el eslabon
      * roto aparece en la primera linea del siguiente.
      ******************************************************************
       VERIFICA-OPERJRNL.
           MOVE "OPERJRNL" TO WS-JOURNAL-NOMBRE.
           PERFORM INICIA-RECORRIDO.
           MOVE SPACES TO WS-ANTERIOR-OPE.
           COMPUTE WS-HOY-INT = FUNCTION INTEGER-OF-DATE(WS-HOY-NUM).
           COMPUTE WS-DIA-INT = WS-HOY-INT - WS-DIAS-ATRAS.
           PERFORM UNTIL WS-DIA-INT > WS-HOY-INT OR WS-ROTO = "S"
               COMPUTE WS-DIA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
               MOVE SPACES TO WS-NOMBRE-JRN
               STRING "ARCJRN." DELIMITED BY SIZE
                   WS-DIA-NUM DELIMITED BY SIZE
                   INTO WS-NOMBRE-JRN
               PERFORM RECORRE-ARCHIVO-OPE
               ADD 1 TO WS-DIA-INT
           END-PERFORM.
           IF WS-ROTO NOT = "S"
               MOVE "OPERJRNL.TXT" TO WS-NOMBRE-JRN
               PERFORM RECORRE-ARCHIVO-OPE
           END-IF.
           PERFORM INFORMA-RECORRIDO.

       VERIFICA-PERSJRNL.
           MOVE "PERSJRNL" TO WS-JOURNAL-NOMBRE.
           PERFORM INICIA-RECORRIDO.
           MOVE SPACES TO WS-ANTERIOR-PER.
           MOVE "PERSJRNL.TXT" TO WS-NOMBRE-JRN.
           PERFORM RECORRE-ARCHIVO-PER.
           PERFORM INFORMA-RECORRIDO.

       INICIA-RECORRIDO.
           MOVE "S" TO WS-PRIMERA.
           MOVE "N" TO WS-ENCADENADO.
           MOVE "N" TO WS-ROTO.
           MOVE 0 TO WS-ARCHIVOS.
           MOVE 0 TO WS-LINEAS.
           MOVE 0 TO WS-SIN-SELLO.
           MOVE SPACES TO WS-ANCLA-ARCHIVO.

       RECORRE-ARCHIVO-OPE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               ADD 1 TO WS-ARCHIVOS
               MOVE 0 TO WS-LINEA-ARCHIVO
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S" OR WS-ROTO = "S"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-LINEA-ARCHIVO
                           PERFORM PRUEBA-LINEA-OPE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      *    La marca "O" y la referencia las pone MARCA-ORIGINAL cuando
      *    se reversa el asiento, despues de sellado: se prueba la
      *    linea como se escribio.
       PRUEBA-LINEA-OPE.
           ADD 1 TO WS-LINEAS.
           IF MARCA-REV-OPE = "O"
               MOVE SPACE TO MARCA-REV-OPE
               MOVE 0 TO REF-REV-OPE
           END-IF.
           IF SELLO-OPE IS NUMERIC
               IF WS-PRIMERA = "S"
                   MOVE WS-NOMBRE-JRN TO WS-ANCLA-ARCHIVO
               ELSE
                   CALL "CALCULA-SELLO" USING WS-ANTERIOR-OPE
                       CUERPO-OPE WS-SELLO-CALC
                   IF WS-SELLO-CALC NOT = SELLO-OPE
                       MOVE "SELLO NO COINCIDE" TO WS-ROTO-MOTIVO
                       MOVE FECHA-HORA-OPE TO WS-ROTO-FECHA
                       PERFORM MARCA-ROTO
                   END-IF
               END-IF
               MOVE "S" TO WS-ENCADENADO
           ELSE
               IF WS-ENCADENADO = "S"
                   MOVE "LINEA SIN SELLO" TO WS-ROTO-MOTIVO
                   MOVE FECHA-HORA-OPE TO WS-ROTO-FECHA
                   PERFORM MARCA-ROTO
               ELSE
                   ADD 1 TO WS-SIN-SELLO
               END-IF
           END-IF.
           MOVE LINEA-OPE TO WS-ANTERIOR-OPE.
           MOVE "N" TO WS-PRIMERA.

       RECORRE-ARCHIVO-PER.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               ADD 1 TO WS-ARCHIVOS
               MOVE 0 TO WS-LINEA-ARCHIVO
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S" OR WS-ROTO = "S"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-LINEA-ARCHIVO
                           PERFORM PRUEBA-LINEA-PER
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       PRUEBA-LINEA-PER.
           ADD 1 TO WS-LINEAS.
           IF SELLO-PER IS NUMERIC
               IF WS-PRIMERA = "S"
                   MOVE WS-NOMBRE-JRN TO WS-ANCLA-ARCHIVO
               ELSE
                   CALL "CALCULA-SELLO" USING WS-ANTERIOR-PER
                       CUERPO-PER WS-SELLO-CALC
                   IF WS-SELLO-CALC NOT = SELLO-PER
                       MOVE "SELLO NO COINCIDE" TO WS-ROTO-MOTIVO
                       MOVE FECHA-HORA-PER TO WS-ROTO-FECHA
                       PERFORM MARCA-ROTO
                   END-IF
               END-IF
               MOVE "S" TO WS-ENCADENADO
           ELSE
               IF WS-ENCADENADO = "S"
                   MOVE "LINEA SIN SELLO" TO WS-ROTO-MOTIVO
                   MOVE FECHA-HORA-PER TO WS-ROTO-FECHA
                   PERFORM MARCA-ROTO
               ELSE
                   ADD 1 TO WS-SIN-SELLO
               END-IF
           END-IF.
           MOVE LINEA-PER TO WS-ANTERIOR-PER.
           MOVE "N" TO WS-PRIMERA.

       MARCA-ROTO.
           MOVE "S" TO WS-ROTO.
           MOVE "S" TO WS-FALLO.
           MOVE WS-NOMBRE-JRN TO WS-ROTO-ARCHIVO.
           MOVE WS-LINEA-ARCHIVO TO WS-ROTO-LINEA.

      ******************************************************************
      * Una linea de totales por journal y, si se corto, el primer
      * eslabon roto; el corte va ademas al log como error severo, que
      * es lo que levanta la alerta en la consola.
      ******************************************************************
       INFORMA-RECORRIDO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           STRING WS-JOURNAL-NOMBRE DELIMITED BY SIZE
               ": ARCHIVOS " DELIMITED BY SIZE
               WS-ARCHIVOS DELIMITED BY SIZE
               "  LINEAS " DELIMITED BY SIZE
               WS-LINEAS DELIMITED BY SIZE
               "  SIN SELLO PREVIAS " DELIMITED BY SIZE
               WS-SIN-SELLO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-ANCLA-ARCHIVO NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ANCLA: PRIMERA LINEA SELLADA DE "
                   DELIMITED BY SIZE
                   WS-ANCLA-ARCHIVO DELIMITED BY SPACE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-ROTO = "S"
               STRING "  ESLABON ROTO: " DELIMITED BY SIZE
                   WS-ROTO-ARCHIVO DELIMITED BY SPACE
                   " LINEA " DELIMITED BY SIZE
                   WS-ROTO-LINEA DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-ROTO-FECHA(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ROTO-FECHA(10:6) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WS-ROTO-MOTIVO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY LINEA-REPORTE
               MOVE "INFORMA-RECORRIDO" TO WS-PARRAFO
               MOVE SPACES TO WS-DESCRIPCION
               STRING WS-JOURNAL-NOMBRE DELIMITED BY SIZE
                   " CADENA DE SELLOS ROTA" DELIMITED BY SIZE
                   INTO WS-DESCRIPCION
               MOVE "S" TO WS-SEVERIDAD
               MOVE "SELL" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
           ELSE
               MOVE "  CADENA INTACTA" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM VERIFICA-CADENA.
