       01 WS-IDIOMA PIC XX.
       01 WS-MODO-ACCESO PIC X(10) VALUE "JOURNAL".
       01 WS-NUMERO-ACCESO PIC 9(6).
       01 WS-FUNCION-FOR PIC X VALUE "B".
       01 WS-FORMACION PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "NO HAY JOURNAL DE CAMBIOS"
           ELSE
               CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION
               DISPLAY "HISTORIAL DE CAMBIOS DE " APELLIDOS " " NOMBRE
               DISPLAY "--------------------------------------------"
               PERFORM UNTIL WS-FIN-JOURNAL = "S"
