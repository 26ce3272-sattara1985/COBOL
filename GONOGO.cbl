      *          VERIFICA-PERSONAS, VERIFICA-INTEGRIDAD y AUDSEQ en
      *          RUNLEDGR.TXT, los rechazos de la carga en
      *          CARGAREP.TXT y los checkpoints TIMESCKPT.TXT /
      *          SEQCKPT.TXT dejados atras, y los lotes de OPERTRAN
      *          rechazados en la ultima corrida segun el registro de
      *          lotes LOTEREG.TXT; ademas, las incidencias operativas
      *          que siguen abiertas en INCIDENT.TXT (una critica
      *          abierta es NO-GO). Prints a one-page GO /
      *          NO-GO verdict in GONOGREP.TXT naming every failing
      *          item and leaves RETURN-CODE 8 on NO-GO so the
      *          MENU-PRINCIPAL dashboard shows it before the first
           SELECT CKPT-SEQ ASSIGN TO "SEQCKPT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-SEQ-STATUS.
           SELECT LOTEREG-FILE ASSIGN TO "LOTEREG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "GONOGREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
       FD  CKPT-SEQ.
       01  LINEA-CKPT-SEQ PIC X(14).

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

       FD  INCIDENT-FILE.
       01  LINEA-INCIDENCIA.
           05 NUMERO-INC PIC 9(6).
           05 FILLER PIC X.
           05 ESTADO-INC PIC X.
           05 FILLER PIC X.
           05 SEVERIDAD-INC PIC X.
           05 FILLER PIC X.
           05 PROGRAMA-INC PIC X(20).
           05 FILLER PIC X(66).
           05 TITULO-INC PIC X(40).
           05 FILLER PIC X(61).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(70).

       01 WS-CKPT-TIMES-STATUS PIC XX.
       01 WS-CKPT-SEQ-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-LOTEREG-STATUS PIC XX.
       01 WS-INCIDENT-STATUS PIC XX.
       01 WS-INCIDENCIAS-ABIERTAS PIC 9(4) VALUE 0.
       01 WS-FECHA-LOTES PIC X(8) VALUE SPACES.
       01 WS-LOTES-ACEPTADOS PIC 9(3) VALUE 0.
       01 WS-LOTES-RECHAZADOS PIC 9(3) VALUE 0.
       01 WS-PROGRAMA PIC X(20) VALUE "LISTO-APERTURA".
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-ARCHIVO PIC X.
           PERFORM EXAMINA-LEDGER.
           PERFORM EXAMINA-CARGA.
           PERFORM EXAMINA-CHECKPOINTS.
           PERFORM EXAMINA-LOTES.
           PERFORM EXAMINA-INCIDENCIAS.
           MOVE "--------------------------------------------------"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
               CLOSE CKPT-SEQ
           END-IF.

      *    Cuenta solo la ultima corrida registrada (la fecha mas
      *    reciente de LOTEREG.TXT); un lote rechazado es NO-GO hasta
      *    que alguien decida que hacer con el archivo.
       EXAMINA-LOTES.
           OPEN INPUT LOTEREG-FILE.
           IF WS-LOTEREG-STATUS NOT = "00"
               MOVE "LOTES OPERTRAN: SIN REGISTRO DE LOTES"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ LOTEREG-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM CUENTA-LOTE
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "LOTES OPERTRAN DEL " DELIMITED BY SIZE
                   WS-FECHA-LOTES DELIMITED BY SIZE
                   ": ACEPTADOS " DELIMITED BY SIZE
                   WS-LOTES-ACEPTADOS DELIMITED BY SIZE
                   " RECHAZADOS " DELIMITED BY SIZE
                   WS-LOTES-RECHAZADOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-LOTES-RECHAZADOS > 0
                   MOVE "S" TO WS-NOGO
               END-IF
           END-IF.

       CUENTA-LOTE.
           IF FECHA-LRG NOT = WS-FECHA-LOTES
               MOVE FECHA-LRG TO WS-FECHA-LOTES
               MOVE 0 TO WS-LOTES-ACEPTADOS
               MOVE 0 TO WS-LOTES-RECHAZADOS
           END-IF.
           IF ESTADO-LRG = "A"
               ADD 1 TO WS-LOTES-ACEPTADOS
           ELSE
               ADD 1 TO WS-LOTES-RECHAZADOS
           END-IF.

      *    Toda incidencia abierta se nombra en la hoja; solo una de
      *    severidad 1 (critica) sin cerrar detiene la apertura.
       EXAMINA-INCIDENCIAS.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF ESTADO-INC = "A"
                               PERFORM INFORMA-INCIDENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-INCIDENCIAS-ABIERTAS = 0
               MOVE "INCIDENCIAS: NINGUNA ABIERTA" TO LINEA-REPORTE
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               STRING "INCIDENCIAS ABIERTAS: " DELIMITED BY SIZE
                   WS-INCIDENCIAS-ABIERTAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.

       INFORMA-INCIDENCIA.
           ADD 1 TO WS-INCIDENCIAS-ABIERTAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "INCIDENCIA " DELIMITED BY SIZE
               NUMERO-INC DELIMITED BY SIZE
               " SEV " DELIMITED BY SIZE
               SEVERIDAD-INC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROGRAMA-INC DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TITULO-INC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF SEVERIDAD-INC = "1"
               MOVE "S" TO WS-NOGO
           END-IF.

       END PROGRAM LISTO-APERTURA.
