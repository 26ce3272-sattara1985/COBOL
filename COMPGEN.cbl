      *          GENDIF.TXT the adds, the deletes and the changed
      *          records with the fields that moved (apellidos,
      *          nombre, fecha de nacimiento, estado, identidad,
      *          preferencia de correo, categoria, idioma), plus
      *          totals per change type -- the answer to "que cambio
      *          entre la 12 y la 14" without an hour of eyeballing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10 IDENT-GEN PIC X(10).
               10 PREF-GEN PIC X.
               10 CATEG-GEN PIC X(5).
               10 IDIOMA-GEN PIC XX.
               10 FILLER PIC X(2).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(90).
                   DELIMITED BY SIZE " CATEGORIA" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIF
           END-IF.
           IF WS-IMG-TAB(WS-T)(77:2) NOT = IDIOMA-GEN
               STRING FUNCTION TRIM(WS-CAMPOS-DIF)
                   DELIMITED BY SIZE " IDIOMA" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIF
           END-IF.
           IF WS-CAMPOS-DIF = SPACES
               MOVE " EDAD O FECHA DE ESTADO" TO WS-CAMPOS-DIF
           END-IF.
