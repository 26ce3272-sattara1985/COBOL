      *          percentages, reports youngest, oldest and average
      *          EDAD and the total persons on file, and writes it all
      *          to the dated report file DEMOGREP.TXT for management.
      *          Quien lo corre se identifica con CAPTURA-OPERADOR y
      *          el reporte cubre solo las personas de las categorias
      *          que ese operador puede ver (VERIFICA-CATEGORIA); las
      *          demas no entran en ningun total.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-TITULO-SRV PIC X(40)
           VALUE "REPORTE DEMOGRAFICO DE PERSONAS".
       01 LINEA-REPORTE PIC X(80).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-VISIBLE PIC X.

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
                           IF WS-VISIBLE = "S"
                               PERFORM ACUMULA-PERSONA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSONAS-FILE
               PERFORM ESCRIBE-REPORTE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

      *    Solo las personas activas entran en las bandas y en las
