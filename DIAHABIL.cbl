      *                dia habil.
      *            "A" anterior: reemplaza LK-FECHA por el dia habil
      *                anterior a la fecha dada.
      *            "P" proximo: reemplaza LK-FECHA por el dia habil
      *                siguiente a la fecha dada.
      *            "F" feriado: LK-RESULTADO = "S" si LK-FECHA esta
      *                en CALENDAR.TXT, sea o no fin de semana.
      *          Asi los reportes siguen la semana del negocio y no
      *          el calendario de pared.
      * Tectonics: cobc

       PROCEDURE DIVISION USING LK-FUNCION LK-FECHA LK-RESULTADO.
       MAIN-PROCEDURE.
           IF LK-FUNCION = "A" OR LK-FUNCION = "P"
               MOVE LK-FECHA TO WS-FECHA-TRABAJO
               MOVE 0 TO WS-VUELTAS
               MOVE "N" TO WS-ES-HABIL
                   ADD 1 TO WS-VUELTAS
                   COMPUTE WS-FECHA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO)
                   IF LK-FUNCION = "P"
                       COMPUTE WS-FECHA-INT = WS-FECHA-INT + 1
                   ELSE
                       COMPUTE WS-FECHA-INT = WS-FECHA-INT - 1
                   END-IF
                   COMPUTE WS-FECHA-TRABAJO =
                       FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
                   PERFORM EVALUA-DIA
               MOVE WS-FECHA-TRABAJO TO LK-FECHA
               MOVE WS-ES-HABIL TO LK-RESULTADO
           ELSE
               IF LK-FUNCION = "F"
                   MOVE LK-FECHA TO WS-FECHA-TRABAJO
                   MOVE "S" TO WS-ES-HABIL
                   PERFORM BUSCA-FERIADO
                   IF WS-ES-HABIL = "N"
                       MOVE "S" TO LK-RESULTADO
                   ELSE
                       MOVE "N" TO LK-RESULTADO
                   END-IF
               ELSE
                   MOVE LK-FECHA TO WS-FECHA-TRABAJO
                   PERFORM EVALUA-DIA
                   MOVE WS-ES-HABIL TO LK-RESULTADO
               END-IF
           END-IF.
           GOBACK.

