      *          day's movement per operation and the day-over-day
      *          difference of the SUMA closing balance, written to
      *          HISTREP.TXT and echoed to the console.
      *          Las fechas se piden por PARAMETRO-SOLICITUD, asi el
      *          informe tambien corre de noche desde la cola de
      *          SOLICITUD-INFORMES con las fechas que se cargaron.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MOV-MULTI-ED PIC -(7)9.99.
       01 WS-MOV-DIVI-ED PIC -(7)9.99.
       01 WS-SAL-SUMA-ED PIC -(7)9.99.
       01 WS-FUNCION-SOL PIC X.
       01 WS-OPERADOR-SOL PIC X(10).
       01 WS-NIVEL-SOL PIC 9.
       01 WS-IDIOMA-SOL PIC XX.
       01 WS-VALOR-SOL PIC X(10).
       01 WS-ACTIVO-SOL PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS-FECHA-VALIDA = "S"
                   OR WS-INTENTOS >= WS-MAX-INTENTOS
               DISPLAY "FECHA DESDE (AAAAMMDD)"
               PERFORM TOMA-PARAMETRO
               MOVE WS-VALOR-SOL TO WS-FECHA-DESDE-ENT
               CALL "VALIDA-FECHA" USING WS-FECHA-DESDE-ENT
                   WS-FECHA-VALIDA
               ADD 1 TO WS-INTENTOS
           PERFORM UNTIL WS-FECHA-VALIDA = "S"
                   OR WS-INTENTOS >= WS-MAX-INTENTOS
               DISPLAY "FECHA HASTA (AAAAMMDD)"
               PERFORM TOMA-PARAMETRO
               MOVE WS-VALOR-SOL TO WS-FECHA-HASTA-ENT
               CALL "VALIDA-FECHA" USING WS-FECHA-HASTA-ENT
                   WS-FECHA-VALIDA
               ADD 1 TO WS-INTENTOS
           END-IF.
           MOVE WS-FECHA-HASTA-ENT TO WS-FECHA-HASTA.

      *    En una corrida de la cola la respuesta es la que se cargo
      *    con la solicitud; si no, la teclea el operador.
       TOMA-PARAMETRO.
           MOVE "P" TO WS-FUNCION-SOL.
           CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL
               WS-OPERADOR-SOL WS-NIVEL-SOL WS-IDIOMA-SOL WS-VALOR-SOL
               WS-ACTIVO-SOL.
           IF WS-ACTIVO-SOL NOT = "S"
               MOVE SPACES TO WS-VALOR-SOL
               ACCEPT WS-VALOR-SOL
           END-IF.

       IMPRIME-DIA.
           ADD 1 TO WS-DIAS-IMPRESOS.
           MOVE MOV-SUMA-HIST TO WS-MOV-SUMA-ED.
