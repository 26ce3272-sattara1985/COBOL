      *          writes ACCESREP.TXT: every access line in the range
      *          that matches, plus totals, so the privacy question
      *          "quien miro este registro" se contesta con un
      *          reporte y no con un archivo crudo. Los intentos
      *          de llegar a una persona de categoria restringida
      *          figuran con via DENEGADO y se totalizan aparte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-FILTRO-OPERADOR PIC X(10).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-LISTADOS PIC 9(6) VALUE 0.
       01 WS-DENEGADOS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WS-LISTADOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "DE ELLOS DENEGADOS (CATEGORIA RESTRINGIDA): "
                   DELIMITED BY SIZE
                   WS-DENEGADOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               CLOSE REPORTE-FILE
               CLOSE ACCESO-FILE
               DISPLAY "REPORTE GENERADO (ACCESREP.TXT) - "
              (WS-FILTRO-OPERADOR = SPACES OR
               OPERADOR-ACC = WS-FILTRO-OPERADOR)
               ADD 1 TO WS-LISTADOS
               IF MODO-ACC = "DENEGADO"
                   ADD 1 TO WS-DENEGADOS
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING FECHA-ACC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
