      *          parametro, darlo de alta o cambiarle el valor; cada
      *          cambio deja una linea de auditoria en CONFAUD.TXT
      *          con operador, parametro, valor anterior y nuevo.
      *          Durante un congelamiento del grupo de configuracion
      *          (CONGELA.TXT) solo se puede ver.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-GRUPO-CONGELA PIC X VALUE "F".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WHEN "1"
                   PERFORM VER-PARAMETRO
               WHEN "2"
                   CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                       WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                       WS-CONGELA-OK
                   IF WS-CONGELA-OK = "S"
                       PERFORM FIJA-PARAMETRO
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
