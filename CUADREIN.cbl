           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X(29).
           05 FECHA-VALOR-JRN PIC X(8).

       FD  HISTORIAL-FILE.
       01  LINEA-HISTORIAL.
       01 WS-PROGRAMA PIC X(20) VALUE "CUADRE-INTRADIA".
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-DETALLES PIC 9(5) VALUE 0.
       01 WS-CALC-SUMA PIC S9(7)V99 VALUE 0.
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-FECHA-EFECTIVA
                           IF WS-FECHA-EFECTIVA = WS-HOY
                               ADD 1 TO WS-DETALLES
                               EVALUATE OPERACION-JRN
                                   WHEN "1"
                   WS-DETALLES " DETALLES)"
           END-IF.

      ******************************************************************
      * Fecha a la que pertenece un asiento: la fecha valor cuando
      * se cargo despues del cuadre del dia, si no la de carga.
      ******************************************************************
       TOMA-FECHA-EFECTIVA.
           IF FECHA-VALOR-JRN IS NUMERIC AND
              FECHA-VALOR-JRN NOT = "00000000"
               MOVE FECHA-VALOR-JRN TO WS-FECHA-EFECTIVA
           ELSE
               MOVE FECHA-JRN TO WS-FECHA-EFECTIVA
           END-IF.

       END PROGRAM CUADRE-INTRADIA.
