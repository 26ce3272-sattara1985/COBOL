      *          CUADROPE.TXT with one verdict per operator, so an
      *          out-of-balance day names the person whose entries do
      *          not add up instead of just saying the shop is off.
      *          Commissions are proved the same way, journal
      *          COMISION against the operator's OPERTOT total.
      *          RETURN-CODE 8 when any operator is out of balance.
      * Tectonics: cobc
      ******************************************************************
           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X.
           05 COMISION-JRN PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X(20).
           05 FECHA-VALOR-JRN PIC X(8).

       FD  OPERTOT-FILE.
       01  LINEA-OPERTOT.
           05 DIVI-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).
       01 WS-RC-EJEC PIC 9(4).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-O PIC 9(3).
       01 WS-HALLADO PIC X.
       01 WS-DESCUADRADOS PIC 9(3) VALUE 0.
       01 WS-DIFERENCIA PIC S9(8)V99.
       01 WS-DIFERENCIA-ED PIC -(8)9.99.
       01 WS-DIF-COMIS PIC S9(8)V99.
       01 WS-COMIS-LEIDA PIC S9(7)V99.
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
               10 WS-OPR-JRN PIC S9(8)V99.
               10 WS-OPR-TOT PIC S9(8)V99.
               10 WS-OPR-DETALLES PIC 9(5).
               10 WS-OPR-COM-JRN PIC S9(8)V99.
               10 WS-OPR-COM-TOT PIC S9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-FECHA-EFECTIVA
                           IF WS-FECHA-EFECTIVA = WS-HOY
                               PERFORM ACUMULA-JRN-OPERADOR
                           END-IF
                   END-READ
           END-IF.

       ACUMULA-JRN-OPERADOR.
      *    Los asientos grabados antes de cobrar comision la traen en
      *    blanco: cuentan como cero.
           IF COMISION-JRN IS NUMERIC
               MOVE COMISION-JRN TO WS-COMIS-LEIDA
           ELSE
               MOVE 0 TO WS-COMIS-LEIDA
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-TOTAL-OPERADORES
               IF WS-OPR-ID(WS-O) = OPERADOR-JRN
                   MOVE "S" TO WS-HALLADO
                   ADD RESULTADO-JRN TO WS-OPR-JRN(WS-O)
                   ADD WS-COMIS-LEIDA TO WS-OPR-COM-JRN(WS-O)
                   ADD 1 TO WS-OPR-DETALLES(WS-O)
               END-IF
           END-PERFORM.
                   TO WS-OPR-JRN(WS-TOTAL-OPERADORES)
               MOVE 0 TO WS-OPR-TOT(WS-TOTAL-OPERADORES)
               MOVE 1 TO WS-OPR-DETALLES(WS-TOTAL-OPERADORES)
               MOVE WS-COMIS-LEIDA
                   TO WS-OPR-COM-JRN(WS-TOTAL-OPERADORES)
               MOVE 0 TO WS-OPR-COM-TOT(WS-TOTAL-OPERADORES)
           END-IF.

       LEE-OPERTOT.
           END-IF.

       ANOTA-TOTAL-OPERADOR.
           IF COMIS-OPT IS NUMERIC
               MOVE COMIS-OPT TO WS-COMIS-LEIDA
           ELSE
               MOVE 0 TO WS-COMIS-LEIDA
           END-IF.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-TOTAL-OPERADORES
                   MOVE "S" TO WS-HALLADO
                   COMPUTE WS-OPR-TOT(WS-O) = SUMA-OPT + RESTA-OPT
                       + MULTI-OPT + DIVI-OPT + PCT-OPT + RAIZ-OPT
                   MOVE WS-COMIS-LEIDA TO WS-OPR-COM-TOT(WS-O)
               END-IF
           END-PERFORM.
           IF WS-HALLADO NOT = "S" AND WS-TOTAL-OPERADORES < 200
                   TO WS-OPR-ID(WS-TOTAL-OPERADORES)
               MOVE 0 TO WS-OPR-JRN(WS-TOTAL-OPERADORES)
               MOVE 0 TO WS-OPR-DETALLES(WS-TOTAL-OPERADORES)
               MOVE 0 TO WS-OPR-COM-JRN(WS-TOTAL-OPERADORES)
               MOVE WS-COMIS-LEIDA
                   TO WS-OPR-COM-TOT(WS-TOTAL-OPERADORES)
               COMPUTE WS-OPR-TOT(WS-TOTAL-OPERADORES) =
                   SUMA-OPT + RESTA-OPT + MULTI-OPT + DIVI-OPT
                   + PCT-OPT + RAIZ-OPT
                   UNTIL WS-O > WS-TOTAL-OPERADORES
               COMPUTE WS-DIFERENCIA =
                   WS-OPR-JRN(WS-O) - WS-OPR-TOT(WS-O)
               COMPUTE WS-DIF-COMIS =
                   WS-OPR-COM-JRN(WS-O) - WS-OPR-COM-TOT(WS-O)
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
               MOVE SPACES TO LINEA-REPORTE
               IF WS-DIFERENCIA = 0 AND WS-DIF-COMIS = 0
                   STRING WS-OPR-ID(WS-O) DELIMITED BY SIZE
                       " CUADRA - DETALLES: " DELIMITED BY SIZE
                       WS-OPR-DETALLES(WS-O) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
               IF WS-DIF-COMIS NOT = 0
                   MOVE WS-DIF-COMIS TO WS-DIFERENCIA-ED
                   MOVE SPACES TO LINEA-REPORTE
                   STRING WS-OPR-ID(WS-O) DELIMITED BY SIZE
                       " COMISIONES NO CUADRAN - DIFERENCIA: "
                       DELIMITED BY SIZE
                       WS-DIFERENCIA-ED DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERADORES: " DELIMITED BY SIZE
                   WS-TOTAL-OPERADORES ")"
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

       END PROGRAM CUADRE-OPERADOR.
