      *          code (A=alta, M=modificacion, B=baja) and the before
      *          and after record images. The journal is the audit
      *          history of the person master; CONSULTA-JOURNAL reads
      *          it back by name. Each line carries the CALCULA-SELLO
      *          seal chained to the line before it, which
      *          VERIFICA-CADENA proves every night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 ANTES-JRN PIC X(80).
           05 FILLER PIC X.
           05 DESPUES-JRN PIC X(80).
           05 FILLER PIC X.
           05 SELLO-JRN PIC 9(9).
       01  LINEA-JOURNAL-CUERPO.
           05 CUERPO-JRN PIC X(190).
           05 FILLER PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-JOURNAL PIC X.
       01 WS-LINEA-ANTERIOR PIC X(200).

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       PROCEDURE DIVISION USING LK-OPERADOR LK-ACCION
           LK-ANTES LK-DESPUES.
       MAIN-PROCEDURE.
           PERFORM LEE-ULTIMA-LINEA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
           MOVE LK-ACCION TO ACCION-JRN.
           MOVE LK-ANTES TO ANTES-JRN.
           MOVE LK-DESPUES TO DESPUES-JRN.
           CALL "CALCULA-SELLO" USING WS-LINEA-ANTERIOR CUERPO-JRN
               SELLO-JRN.
           WRITE LINEA-JOURNAL.
           CLOSE JOURNAL-FILE.
           GOBACK.

      *    El sello de la linea nueva se encadena con la ultima linea
      *    escrita; con el journal vacio o inexistente, con blancos.
       LEE-ULTIMA-LINEA.
           MOVE SPACES TO WS-LINEA-ANTERIOR.
           MOVE "N" TO WS-FIN-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-JOURNAL = "S"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-JOURNAL
                       NOT AT END
                           MOVE LINEA-JOURNAL TO WS-LINEA-ANTERIOR
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       END PROGRAM REGISTRA-CAMBIO.
