      * Date:
      * Purpose: Nightly referential-integrity step, the relationship
      *          counterpart of the VERIFICA-PERSONAS count check.
      *          Cross-checks four things and prints an orphans-and-
      *          gaps report to INTEGREP.TXT:
      *            1. Every CONTACTO.DAT row must belong to a person
      *               still on PERSONAS.DAT.
      *               su DELTAnnnn.EXP presente y las secuencias ser
      *               consecutivas, y la secuencia de EXPCTL.TXT debe
      *               parsear.
      *            4. Both ends of every RELACION.DAT link must be
      *               persons still on PERSONAS.DAT.
      *          Any failure sets RETURN-CODE 8 so the NIGHTLY COND
      *          logic stops the stream.
      * Tectonics: cobc
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO
               FILE STATUS IS WS-CONTACTO-STATUS.
           SELECT RELACION-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RELACION
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-STATUS.
           SELECT HIST-FILE ASSIGN TO "PERSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               10 SECUENCIA-CON PIC 99.
           05 RESTO-CON PIC X(57).

       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION.
               10 NUMERO-PERSONA-REL PIC 9(6).
               10 SECUENCIA-REL PIC 99.
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 CODIGO-REL PIC X(5).
           05 RESTO-REL PIC X(16).

       FD  HIST-FILE.
       01  PERSONA-HIST.
           05 NUMERO-HIS PIC 9(6).
           05 RESTO-HIS PIC X(72).

       FD  JOURNAL-FILE.
       01  LINEA-JOURNAL.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-EXPCTL-STATUS PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-CONTACTOS-LEIDOS PIC 9(6) VALUE 0.
       01 WS-HUERFANOS PIC 9(5) VALUE 0.
       01 WS-RELACIONES-LEIDAS PIC 9(6) VALUE 0.
       01 WS-RELACIONES-ROTAS PIC 9(5) VALUE 0.
       01 WS-EXTREMO-ROTO PIC 9(6).
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-EXISTE PIC X.
       01 WS-NUMERO-TEXTO PIC X(6).
                   MOVE "S" TO WS-HAY-HIST
               END-IF
               PERFORM VERIFICA-CONTACTOS
               PERFORM VERIFICA-RELACIONES
               PERFORM VERIFICA-JOURNAL
               IF WS-HAY-HIST = "S"
                   CLOSE HIST-FILE
               CLOSE CONTACTO-FILE
           END-IF.

      *    Una relacion cuyo titular o cuya persona relacionada ya no
      *    esta en el maestro vivo es un vinculo roto: la fusion, la
      *    eliminacion y el archivado deberian haberla arrastrado.
       VERIFICA-RELACIONES.
           OPEN INPUT RELACION-FILE.
           IF WS-RELACION-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RELACION-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-RELACIONES-LEIDAS
                           MOVE NUMERO-PERSONA-REL TO WS-NUMERO-BUSCA
                           PERFORM BUSCA-EN-MAESTRO
                           IF WS-EXISTE NOT = "S"
                               MOVE NUMERO-PERSONA-REL
                                   TO WS-EXTREMO-ROTO
                               PERFORM INFORMA-RELACION-ROTA
                           ELSE
                               MOVE NUMERO-RELACIONADO-REL
                                   TO WS-NUMERO-BUSCA
                               PERFORM BUSCA-EN-MAESTRO
                               IF WS-EXISTE NOT = "S"
                                   MOVE NUMERO-RELACIONADO-REL
                                       TO WS-EXTREMO-ROTO
                                   PERFORM INFORMA-RELACION-ROTA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACION-FILE
           END-IF.

       INFORMA-RELACION-ROTA.
           ADD 1 TO WS-RELACIONES-ROTAS.
           MOVE "S" TO WS-FALLO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RELACION ROTA: " DELIMITED BY SIZE
               NUMERO-PERSONA-REL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SECUENCIA-REL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CODIGO-REL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-RELACIONADO-REL DELIMITED BY SIZE
               " - FALTA LA PERSONA " DELIMITED BY SIZE
               WS-EXTREMO-ROTO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       BUSCA-EN-MAESTRO.
           MOVE "N" TO WS-EXISTE.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA.
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RELACIONES LEIDAS: " DELIMITED BY SIZE
               WS-RELACIONES-LEIDAS DELIMITED BY SIZE
               " ROTAS: " DELIMITED BY SIZE
               WS-RELACIONES-ROTAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LINEAS DE JOURNAL: " DELIMITED BY SIZE
               WS-JRN-LEIDAS DELIMITED BY SIZE
               " PERSONAS PERDIDAS: " DELIMITED BY SIZE
