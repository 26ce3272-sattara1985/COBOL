      *          be keyed by hand every morning: codigo de operacion,
      *          los dos importes, la sucursal, la frecuencia (D=cada
      *          dia habil, S=semanal, M=mensual) y la proxima fecha
      *          de vencimiento, y opcionalmente el numero de persona
      *          por cuenta de quien se opera (OPERACIONES la valida
      *          contra PERSONAS.DAT al aplicar el lote). On a
      *          business day per DIA-HABIL the
      *          due orders are appended as OPERTRAN.TXT transactions
      *          (which STEP020 applies and journals like any other
      *          batch entry) as one batch between a header (origen
      *          RECURREN, lote AAMMDD del dia) and a trailer with the
      *          record count and amount hash that PROCESA-LOTE-OPER
      *          checks, each order's next due date advances by
      *          its frequency to the next business day, and
      *          RECURREP.TXT reports what was generated and what was
      *          skipped and why. An order carrying PLAN-ORD belongs
      *          to an instalment plan of PLANES-CUOTAS: each time it
      *          falls due CUOTA-PLAN works out that instalment's
      *          capital (NUM1) and interest (NUM2) and counts it, and
      *          after the last instalment the order is dropped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 FRECUENCIA-ORD PIC X.
           05 FILLER PIC X.
           05 PROXIMA-ORD PIC 9(8).
           05 FILLER PIC X.
           05 PERSONA-ORD PIC X(6).
           05 FILLER PIC X.
           05 PLAN-ORD PIC X(5).

       FD  ORDENES-TEMP.
       01  LINEA-ORDEN-TEMP PIC X(55).

       FD  TRANSACCION-FILE.
       01  LINEA-TRANSACCION.
           05 NUM2-TRAN PIC X(12).
           05 FILLER PIC X.
           05 SUCURSAL-TRAN PIC X(2).
           05 FILLER PIC X(23).
           05 PERSONA-TRAN PIC X(6).
       01  CABECERA-TRAN REDEFINES LINEA-TRANSACCION.
           05 TIPO-CAB-TRAN PIC X.
           05 FILLER PIC X.
           05 ORIGEN-CAB-TRAN PIC X(8).
           05 FILLER PIC X.
           05 LOTE-CAB-TRAN PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-CAB-TRAN PIC X(8).
           05 FILLER PIC X(33).
       01  COLA-TRAN REDEFINES LINEA-TRANSACCION.
           05 TIPO-COLA-TRAN PIC X.
           05 FILLER PIC X.
           05 REGISTROS-COLA-TRAN PIC 9(6).
           05 FILLER PIC X.
           05 HASH-COLA-TRAN PIC 9(12)V99.
           05 FILLER PIC X(36).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(70).
       01 WS-FECHA-INT PIC 9(7).
       01 WS-FECHA-TRABAJO PIC 9(8).
       01 WS-VUELTAS PIC 99.
       01 WS-SUC-RESULTADO PIC X.
       01 WS-SUC-NOMBRE PIC X(20).
       01 WS-SUC-REGION PIC X(10).
       01 WS-HASH-LOTE PIC 9(12)V99 VALUE 0.
       01 WS-IMPORTE-ENTRADA PIC X(12).
       01 WS-IMPORTE PIC S9(6)V99.
       01 WS-ES-VALIDO PIC X.
       01 WS-FUNCION-PLAN PIC X VALUE "G".
       01 WS-PLAN-REC PIC X(99).
       01 WS-CAPITAL-PLAN PIC 9(6)V99.
       01 WS-INTERES-PLAN PIC 9(6)V99.
       01 WS-RESULTADO-PLAN PIC X.
       01 WS-IMPORTE-PLAN PIC 9(6).99.
       01 WS-RETIRA-ORDEN PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                           PERFORM EXAMINA-ORDEN
                   END-READ
               END-PERFORM
               IF WS-GENERADAS > 0
                   PERFORM GRABA-COLA-LOTE
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING "GENERADAS: " DELIMITED BY SIZE
                   WS-GENERADAS DELIMITED BY SIZE
                   WS-GENERADAS " SALTADAS: " WS-SALTADAS
           END-IF.

      *    Una orden de una sucursal desconocida o cerrada no se
      *    genera ni avanza: sigue vencida y sale en el reporte
      *    cada noche hasta que se corrija la orden o el maestro.
       EXAMINA-ORDEN.
           MOVE "N" TO WS-RETIRA-ORDEN.
           MOVE "S" TO WS-RESULTADO-PLAN.
           CALL "VALIDA-SUCURSAL" USING SUCURSAL-ORD
               WS-SUC-RESULTADO WS-SUC-NOMBRE WS-SUC-REGION.
           EVALUATE TRUE
               WHEN OPCION-ORD NOT = "1" AND OPCION-ORD NOT = "2"
                    AND OPCION-ORD NOT = "3" AND OPCION-ORD NOT = "4"
                       LINEA-ORDEN(1:30) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               WHEN WS-SUC-RESULTADO NOT = "S"
                   ADD 1 TO WS-SALTADAS
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "SALTADA (SUCURSAL " DELIMITED BY SIZE
                       SUCURSAL-ORD DELIMITED BY SIZE
                       " DESCONOCIDA/CERRADA): " DELIMITED BY SIZE
                       LINEA-ORDEN(1:27) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               WHEN PROXIMA-ORD > WS-HOY
                   ADD 1 TO WS-SALTADAS
                   MOVE SPACES TO LINEA-REPORTE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               WHEN OTHER
                   IF PLAN-ORD NOT = SPACES
                       PERFORM CUOTA-DEL-PLAN
                   END-IF
                   IF WS-RESULTADO-PLAN NOT = "N"
                       PERFORM GENERA-TRANSACCION
                       IF WS-RESULTADO-PLAN = "U"
                           PERFORM RETIRA-ORDEN-PLAN
                       ELSE
                           PERFORM AVANZA-VENCIMIENTO
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-RETIRA-ORDEN NOT = "S"
               MOVE LINEA-ORDEN TO LINEA-ORDEN-TEMP
               WRITE LINEA-ORDEN-TEMP
           END-IF.

      *    La orden de un plan de cuotas lleva cada vez el capital y
      *    el interes de la cuota que toca (NUM1 + NUM2 = cuota), que
      *    CUOTA-PLAN calcula sobre el saldo y cuenta en el plan. Un
      *    plan inexistente o ya terminado no genera: la orden queda
      *    vencida y sale en el reporte hasta que se corrija.
       CUOTA-DEL-PLAN.
           MOVE SPACES TO WS-PLAN-REC.
           MOVE PLAN-ORD TO WS-PLAN-REC(1:5).
           CALL "CUOTA-PLAN" USING WS-FUNCION-PLAN WS-PLAN-REC
               WS-CAPITAL-PLAN WS-INTERES-PLAN WS-RESULTADO-PLAN.
           IF WS-RESULTADO-PLAN = "N"
               ADD 1 TO WS-SALTADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "SALTADA (PLAN " DELIMITED BY SIZE
                   PLAN-ORD DELIMITED BY SIZE
                   " INEXISTENTE/TERMINADO): " DELIMITED BY SIZE
                   LINEA-ORDEN(1:27) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "1" TO OPCION-ORD
               MOVE WS-CAPITAL-PLAN TO WS-IMPORTE-PLAN
               MOVE WS-IMPORTE-PLAN TO NUM1-ORD
               MOVE WS-INTERES-PLAN TO WS-IMPORTE-PLAN
               MOVE WS-IMPORTE-PLAN TO NUM2-ORD
           END-IF.

      *    Con la ultima cuota generada el plan queda terminado y su
      *    orden sale de ORDSTAND.TXT.
       RETIRA-ORDEN-PLAN.
           MOVE "S" TO WS-RETIRA-ORDEN.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PLAN " DELIMITED BY SIZE
               PLAN-ORD DELIMITED BY SIZE
               " TERMINADO - ORDEN RETIRADA" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       GENERA-TRANSACCION.
           OPEN EXTEND TRANSACCION-FILE.
           IF WS-TRAN-STATUS = "35"
               OPEN OUTPUT TRANSACCION-FILE
           END-IF.
           IF WS-GENERADAS = 0
               MOVE SPACES TO CABECERA-TRAN
               MOVE "H" TO TIPO-CAB-TRAN
               MOVE "RECURREN" TO ORIGEN-CAB-TRAN
               MOVE WS-HOY(3:6) TO LOTE-CAB-TRAN
               MOVE WS-HOY TO FECHA-CAB-TRAN
               WRITE LINEA-TRANSACCION
           END-IF.
           MOVE NUM1-ORD TO WS-IMPORTE-ENTRADA.
           PERFORM SUMA-HASH-IMPORTE.
           MOVE NUM2-ORD TO WS-IMPORTE-ENTRADA.
           PERFORM SUMA-HASH-IMPORTE.
           MOVE SPACES TO LINEA-TRANSACCION.
           MOVE OPCION-ORD TO OPCION-TRAN.
           MOVE NUM1-ORD TO NUM1-TRAN.
           MOVE NUM2-ORD TO NUM2-TRAN.
           MOVE SUCURSAL-ORD TO SUCURSAL-TRAN.
           MOVE PERSONA-ORD TO PERSONA-TRAN.
           WRITE LINEA-TRANSACCION.
           CLOSE TRANSACCION-FILE.
           ADD 1 TO WS-GENERADAS.
               NUM2-ORD DELIMITED BY SIZE
               " SUC " DELIMITED BY SIZE
               SUCURSAL-ORD DELIMITED BY SIZE
               " PER " DELIMITED BY SIZE
               PERSONA-ORD DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       SUMA-HASH-IMPORTE.
           CALL "VALIDA-DECIMAL" USING WS-IMPORTE-ENTRADA
               WS-IMPORTE WS-ES-VALIDO.
           IF WS-ES-VALIDO = "S"
               IF WS-IMPORTE < 0
                   SUBTRACT WS-IMPORTE FROM WS-HASH-LOTE
               ELSE
                   ADD WS-IMPORTE TO WS-HASH-LOTE
               END-IF
           END-IF.

      *    La cola cierra el lote del dia con la cantidad de ordenes
      *    generadas y el hash de importes que controla el lote.
       GRABA-COLA-LOTE.
           OPEN EXTEND TRANSACCION-FILE.
           MOVE SPACES TO COLA-TRAN.
           MOVE "F" TO TIPO-COLA-TRAN.
           MOVE WS-GENERADAS TO REGISTROS-COLA-TRAN.
           MOVE WS-HASH-LOTE TO HASH-COLA-TRAN.
           WRITE LINEA-TRANSACCION.
           CLOSE TRANSACCION-FILE.

      *    El proximo vencimiento avanza segun la frecuencia y se
      *    corre hacia adelante hasta el siguiente dia habil del
      *    calendario del negocio.
