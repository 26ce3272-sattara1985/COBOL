      *          ended. REPORTE-TURNO reports yesterday's runs from
      *          this ledger and PLANIFICA-RERUN bases its restart
      *          decisions on it.
      *          En modo formacion (MODO-FORMACION) no se registra
      *          nada: solo se cierra, en el ledger de produccion, la
      *          corrida cuyo inicio ya habia quedado alli antes de
      *          pasar a formacion, para que no parezca caida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FUNCION-FOR PIC X.
       01 WS-FORMACION PIC X.
       01 WS-A PIC 99.
       01 WS-HALLADA PIC 99.
      *    Corridas con su I en el ledger de produccion y sin su F.
       01 WS-TABLA-ABIERTAS.
           05 WS-ABIERTA PIC X(20) OCCURS 20 VALUE SPACES.

       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-TIPO LK-RC.
       MAIN-PROCEDURE.
           MOVE "C" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           PERFORM BUSCA-ABIERTA.
           IF WS-FORMACION NOT = "S"
               PERFORM GRABA-LEDGER
           ELSE
               IF LK-TIPO = "F" AND WS-HALLADA > 0
                   MOVE "P" TO WS-FUNCION-FOR
                   CALL "MODO-FORMACION" USING WS-FUNCION-FOR
                       WS-FORMACION
                   PERFORM GRABA-LEDGER
                   MOVE "R" TO WS-FUNCION-FOR
                   CALL "MODO-FORMACION" USING WS-FUNCION-FOR
                       WS-FORMACION
               END-IF
           END-IF.
           GOBACK.

       BUSCA-ABIERTA.
           MOVE 0 TO WS-HALLADA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > 20 OR WS-HALLADA > 0
               IF WS-ABIERTA(WS-A) = LK-PROGRAMA
                   MOVE WS-A TO WS-HALLADA
               END-IF
           END-PERFORM.

       GRABA-LEDGER.
           IF LK-TIPO = "F" AND WS-HALLADA > 0
               MOVE SPACES TO WS-ABIERTA(WS-HALLADA)
           END-IF.
           IF LK-TIPO = "I" AND WS-HALLADA = 0
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > 20 OR WS-HALLADA > 0
                   IF WS-ABIERTA(WS-A) = SPACES
                       MOVE WS-A TO WS-HALLADA
                       MOVE LK-PROGRAMA TO WS-ABIERTA(WS-A)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
           MOVE LK-RC TO RC-LED.
           WRITE LINEA-LEDGER.
           CLOSE LEDGER-FILE.
       END PROGRAM REGISTRA-EJECUCION.
