      *          REGISTRA-EJECUCION (the authoritative record of what
      *          ran), the goto.cbl decision log, and the batch
      *          checkpoint files left behind by CALCULADORA-TIMES
      *          and MOSTRASRNUMERO100, the LOTEREG.TXT register of
      *          OPERTRAN batches, and prints a one-screen
      *          summary of yesterday's activity across the suite.
      * Tectonics: cobc
      ******************************************************************
           SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LOTEREG-FILE ASSIGN TO "LOTEREG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X.
           05 RC-LED PIC 9(4).

       FD  LOTEREG-FILE.
       01  LINEA-LOTEREG.
           05 FECHA-LRG PIC X(8).
           05 FILLER PIC X(8).
           05 ORIGEN-LRG PIC X(8).
           05 FILLER PIC X.
           05 LOTE-LRG PIC 9(6).
           05 FILLER PIC X(32).
           05 ESTADO-LRG PIC X.
           05 FILLER PIC X.
           05 MOTIVO-LRG PIC X.

       WORKING-STORAGE SECTION.
       01 WS-PROGRAMA PIC X(20) VALUE "REPORTE-TURNO".
       01 WS-TIPO-EJEC PIC X.
       01 WS-FIN-LEDGER PIC X VALUE "N".
       01 WS-TOTAL-CORRIDAS PIC 9(4) VALUE 0.
       01 WS-CORRIDAS-ERROR PIC 9(4) VALUE 0.
       01 WS-LOTEREG-STATUS PIC XX.
       01 WS-FIN-LOTEREG PIC X VALUE "N".
       01 WS-LOTES-ACEPTADOS PIC 9(4) VALUE 0.
       01 WS-LOTES-RECHAZADOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CUENTA-ERRORES.
           PERFORM CUENTA-EJECUCIONES.
           PERFORM CUENTA-DECISIONES.
           PERFORM CUENTA-LOTES.
           PERFORM VERIFICA-CHECKPOINTS.
           DISPLAY "=================================================".
           MOVE "F" TO WS-TIPO-EJEC
               " (EJECUTADAS: " WS-TOTAL-EJECUTADOS
               " DECLINADAS: " WS-TOTAL-DECLINADOS ")".

      ******************************************************************
      * Lotes de OPERTRAN.TXT de ayer segun el registro de lotes; los
      * rechazados se listan con su motivo (T cola, C cortado,
      * D ya aplicado, H sin cabecera).
      ******************************************************************
       CUENTA-LOTES.
           OPEN INPUT LOTEREG-FILE.
           IF WS-LOTEREG-STATUS = "00"
               PERFORM UNTIL WS-FIN-LOTEREG = "S"
                   READ LOTEREG-FILE
                       AT END
                           MOVE "S" TO WS-FIN-LOTEREG
                       NOT AT END
                           IF FECHA-LRG = WS-AYER-FECHA
                               IF ESTADO-LRG = "A"
                                   ADD 1 TO WS-LOTES-ACEPTADOS
                               ELSE
                                   ADD 1 TO WS-LOTES-RECHAZADOS
                                   DISPLAY "  LOTE RECHAZADO: "
                                       ORIGEN-LRG " " LOTE-LRG
                                       " MOTIVO " MOTIVO-LRG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
           END-IF.
           DISPLAY "LOTES OPERTRAN AYER: ACEPTADOS "
               WS-LOTES-ACEPTADOS " RECHAZADOS " WS-LOTES-RECHAZADOS.

       VERIFICA-CHECKPOINTS.
           OPEN INPUT CKPT-TIMES.
           IF WS-CKPT-TIMES-STATUS = "00"
