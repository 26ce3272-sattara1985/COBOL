      *          description from CODIGOS.DAT, groups the unclassified
      *          under SIN CATEGORIA and writes it all to the dated
      *          report file CATREP.TXT for management.
      *          Quien lo corre se identifica con CAPTURA-OPERADOR y
      *          solo se cuentan las personas de las categorias que
      *          ese operador puede ver (VERIFICA-CATEGORIA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-PROMEDIO PIC 9(3)V9.
       01 WS-PROMEDIO-ED PIC ZZ9.9.
       01 WS-DESCRIPCION-LIN PIC X(30).
       01 WS-PROGRAMA PIC X(20) VALUE "REPORTE-CATEGORIAS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-VISIBLE PIC X.
       01 WS-TABLA-CATEG.
           05 WS-CAT OCCURS 100.
               10 WS-CAT-CODIGO PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO HAY PERSONAS REGISTRADAS"
                       AT END
                           MOVE "S" TO WS-FIN-PERSONAS
                       NOT AT END
                           CALL "VERIFICA-CATEGORIA" USING
                               WS-OPERADOR CATEG-REC WS-VISIBLE
                           IF ESTADO-REC NOT = "I" AND
                              ESTADO-REC NOT = "F" AND
                              WS-VISIBLE = "S"
                               PERFORM ACUMULA-CATEGORIA
                           END-IF
                   END-READ
               CLOSE PERSONAS-FILE
               PERFORM ESCRIBE-REPORTE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       ACUMULA-CATEGORIA.
