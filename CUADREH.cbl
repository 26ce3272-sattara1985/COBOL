           05 NUM2-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RESULTADO-JRN PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X(56).
           05 FECHA-VALOR-JRN PIC X(8).

       FD  HISTORIAL-FILE.
       01  LINEA-HISTORIAL.
       01 WS-NOMBRE-JOURNAL PIC X(16).
       01 WS-PROGRAMA PIC X(20) VALUE "CUADRE-HISTORICO".
       01 WS-FECHA-ENTRADA PIC X(8).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-FECHA-VALIDA PIC X.
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-FECHA-EFECTIVA
                           IF WS-FECHA-EFECTIVA = WS-FECHA-ENTRADA
                               ADD 1 TO WS-DETALLES
                               EVALUATE OPERACION-JRN
                                   WHEN "1"
               MOVE "S" TO WS-DESCUADRE
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

       END PROGRAM CUADRE-HISTORICO.
