      *          cutoff (parametro DIASINAC de LEE-CONFIG, 365 por
      *          defecto) from PERSONAS.DAT to the PERSHIST.DAT
      *          history master, together with their CONTACTO.DAT
      *          children (to CONTHIST.DAT) and every RELACION.DAT link
      *          that names them on either side (to RELHIST.DAT, so no
      *          live link is left pointing at an archived person)
      *          and their NOTAS.DAT case notes (to NOTAHIST.DAT).
      *          Each move is journaled as
      *          a baja so the delta export tells the receiving system
      *          to drop the record, PERSCTL.TXT is adjusted through
      *          AJUSTA-CONTROL and PERSHCTL.TXT keeps the history
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO-HC
               FILE STATUS IS WS-CONTHIST-STATUS.
           SELECT RELACION-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RELACION
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-STATUS.
           SELECT RELHIST-FILE ASSIGN TO "RELHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RELACION-RH
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-RH
                   WITH DUPLICATES
               FILE STATUS IS WS-RELHIST-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-NOTA
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT NOTAHIST-FILE ASSIGN TO "NOTAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-NOTA-NH
               FILE STATUS IS WS-NOTAHIST-STATUS.
           SELECT HISTCTL-FILE ASSIGN TO "PERSHCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTL-STATUS.
       01  PERSONA-HIST.
           05 NUMERO-HIS PIC 9(6).
           05 CLAVE-NOMBRE-HIS PIC X(35).
           05 RESTO-HIS PIC X(37).

       FD  CONTHIST-FILE.
       01  CONTACTO-HIST.
               10 SECUENCIA-HC PIC 99.
           05 RESTO-HC PIC X(57).

       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION.
               10 NUMERO-PERSONA-REL PIC 9(6).
               10 SECUENCIA-REL PIC 99.
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 RESTO-REL PIC X(21).

       FD  RELHIST-FILE.
       01  RELACION-HIST.
           05 CLAVE-RELACION-RH.
               10 NUMERO-PERSONA-RH PIC 9(6).
               10 SECUENCIA-RH PIC 99.
           05 NUMERO-RELACIONADO-RH PIC 9(6).
           05 RESTO-RH PIC X(21).

       FD  NOTAS-FILE.
       01  NOTA-REC.
           05 CLAVE-NOTA.
               10 NUMERO-PERSONA-NOT PIC 9(6).
               10 SECUENCIA-NOT PIC 9(4).
           05 RESTO-NOT PIC X(84).

       FD  NOTAHIST-FILE.
       01  NOTA-HIST.
           05 CLAVE-NOTA-NH.
               10 NUMERO-PERSONA-NH PIC 9(6).
               10 SECUENCIA-NH PIC 9(4).
           05 RESTO-NH PIC X(84).

       FD  HISTCTL-FILE.
       01  LINEA-HISTCTL.
           05 TOTAL-HISTCTL PIC 9(5).
       01 WS-HIST-STATUS PIC XX.
       01 WS-CONTHIST-STATUS PIC XX.
       01 WS-HISTCTL-STATUS PIC XX.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-RELHIST-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-NOTAHIST-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "ARCHIVA-PERSONAS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-CANDIDATOS PIC 9(4) VALUE 0.
       01 WS-ARCHIVADAS PIC 9(4) VALUE 0.
       01 WS-CONTACTOS-MOVIDOS PIC 9(5) VALUE 0.
       01 WS-FIN-RELACIONES PIC X.
       01 WS-RELACIONES-MOVIDAS PIC 9(5) VALUE 0.
       01 WS-FIN-NOTAS PIC X.
       01 WS-NOTAS-MOVIDAS PIC 9(5) VALUE 0.
       01 WS-C PIC 9(4).
       01 WS-NUMERO-TRABAJO PIC 9(6).
       01 WS-IMAGEN-ANTES PIC X(80).
               CLOSE CONTACTO-FILE
               CLOSE HIST-FILE
               CLOSE CONTHIST-FILE
               IF WS-RELACION-STATUS = "00"
                   CLOSE RELACION-FILE
                   CLOSE RELHIST-FILE
               END-IF
               IF WS-NOTAS-STATUS = "00"
                   CLOSE NOTAS-FILE
                   CLOSE NOTAHIST-FILE
               END-IF
               IF WS-ARCHIVADAS > 0
                   MOVE "D" TO WS-MODO-AJUSTE
                   COMPUTE WS-VALOR-AJUSTE = 0 - WS-ARCHIVADAS
               END-IF
               DISPLAY "ARCHIVADAS: " WS-ARCHIVADAS
                   " CONTACTOS MOVIDOS: " WS-CONTACTOS-MOVIDOS
                   " RELACIONES: " WS-RELACIONES-MOVIDAS
                   " NOTAS: " WS-NOTAS-MOVIDAS
           END-IF.

       ABRE-ARCHIVOS-DESTINO.
               CLOSE CONTHIST-FILE
               OPEN I-O CONTHIST-FILE
           END-IF.
      *    Sin archivo de relaciones no hay nada que llevar al
      *    historico de relaciones.
           OPEN I-O RELACION-FILE.
           IF WS-RELACION-STATUS = "00"
               OPEN I-O RELHIST-FILE
               IF WS-RELHIST-STATUS = "35"
                   OPEN OUTPUT RELHIST-FILE
                   CLOSE RELHIST-FILE
                   OPEN I-O RELHIST-FILE
               END-IF
           END-IF.
           OPEN I-O NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               OPEN I-O NOTAHIST-FILE
               IF WS-NOTAHIST-STATUS = "35"
                   OPEN OUTPUT NOTAHIST-FILE
                   CLOSE NOTAHIST-FILE
                   OPEN I-O NOTAHIST-FILE
               END-IF
           END-IF.

       JUNTA-CANDIDATOS.
           MOVE 0 TO WS-CANDIDATOS.
                   CALL "REGISTRA-CAMBIO" USING WS-OPERADOR
                       WS-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                   PERFORM MUEVE-CONTACTOS-HIST
                   IF WS-RELACION-STATUS = "00"
                       PERFORM MUEVE-RELACIONES-HIST
                   END-IF
                   IF WS-NOTAS-STATUS = "00"
                       PERFORM MUEVE-NOTAS-HIST
                   END-IF
                   ADD 1 TO WS-ARCHIVADAS
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "ARCHIVADA " DELIMITED BY SIZE
               END-READ
           END-PERFORM.

      *    Las relaciones de la persona y las que otros tienen con
      *    ella pasan juntas al historico de relaciones.
       MUEVE-RELACIONES-HIST.
           MOVE WS-NUMERO-TRABAJO TO NUMERO-PERSONA-REL.
           MOVE 0 TO SECUENCIA-REL.
           MOVE "N" TO WS-FIN-RELACIONES.
           START RELACION-FILE KEY IS >= CLAVE-RELACION
               INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
           END-START.
           PERFORM UNTIL WS-FIN-RELACIONES = "S"
               READ RELACION-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-RELACIONES
                   NOT AT END
                       IF NUMERO-PERSONA-REL = WS-NUMERO-TRABAJO
                           PERFORM PASA-RELACION-HIST
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NUMERO-TRABAJO TO NUMERO-RELACIONADO-REL.
           MOVE "N" TO WS-FIN-RELACIONES.
           START RELACION-FILE KEY IS >= NUMERO-RELACIONADO-REL
               INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
           END-START.
           PERFORM UNTIL WS-FIN-RELACIONES = "S"
               READ RELACION-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-RELACIONES
                   NOT AT END
                       IF NUMERO-RELACIONADO-REL = WS-NUMERO-TRABAJO
                           PERFORM PASA-RELACION-HIST
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.

       PASA-RELACION-HIST.
           MOVE RELACION-REC TO RELACION-HIST.
           WRITE RELACION-HIST
               INVALID KEY
                   DISPLAY "RELACION YA EN EL HISTORICO: "
                       NUMERO-PERSONA-RH "-" SECUENCIA-RH
           END-WRITE.
           DELETE RELACION-FILE.
           ADD 1 TO WS-RELACIONES-MOVIDAS.

      *    Las notas pasan al historico con la misma clave; nunca se
      *    modifican, asi que no hace falta conservar nada mas.
       MUEVE-NOTAS-HIST.
           MOVE WS-NUMERO-TRABAJO TO NUMERO-PERSONA-NOT.
           MOVE 0 TO SECUENCIA-NOT.
           MOVE "N" TO WS-FIN-NOTAS.
           START NOTAS-FILE KEY IS >= CLAVE-NOTA
               INVALID KEY MOVE "S" TO WS-FIN-NOTAS
           END-START.
           PERFORM UNTIL WS-FIN-NOTAS = "S"
               READ NOTAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-NOTAS
                   NOT AT END
                       IF NUMERO-PERSONA-NOT = WS-NUMERO-TRABAJO
                           MOVE NOTA-REC TO NOTA-HIST
                           WRITE NOTA-HIST
                               INVALID KEY
                                   DISPLAY "NOTA YA EN EL HISTORICO: "
                                       NUMERO-PERSONA-NH "-"
                                       SECUENCIA-NH
                           END-WRITE
                           DELETE NOTAS-FILE
                           ADD 1 TO WS-NOTAS-MOVIDAS
                       ELSE
                           MOVE "S" TO WS-FIN-NOTAS
                       END-IF
               END-READ
           END-PERFORM.

       AJUSTA-CONTROL-HIST.
           MOVE 0 TO WS-TOTAL-HIST.
           OPEN INPUT HISTCTL-FILE.
               WS-CONTACTOS-MOVIDOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RELACIONES MOVIDAS A RELHIST.DAT: " DELIMITED BY SIZE
               WS-RELACIONES-MOVIDAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOTAS MOVIDAS A NOTAHIST.DAT: " DELIMITED BY SIZE
               WS-NOTAS-MOVIDAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM ARCHIVA-PERSONAS.
