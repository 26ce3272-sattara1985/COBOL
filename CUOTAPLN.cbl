      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable arithmetic of the instalment plans
      *          (PLANCUOT.TXT), so the schedule PLANES-CUOTAS prints
      *          and the instalments GENERA-RECURRENTES expands are
      *          the same numbers to the cent. Tasa por periodo =
      *          TASA / 100 / 52 (semanal) o / 12 (mensual); la cuota
      *          es la del sistema frances (cuota nivelada) and every
      *          amount is rounded by REDONDEA-IMPORTE under this
      *          program's policy. Funciones de LK-FUNCION, siempre
      *          sobre el plan que viene en LK-PLAN:
      *            "C" calcula: CUOTA-PLN del principal, la tasa y la
      *                cantidad de cuotas; deja SALDO = principal,
      *                GENERADAS en cero y el plan activo.
      *            "S" simula la cuota siguiente: LK-CAPITAL y
      *                LK-INTERES, y el plan vuelve con el saldo y las
      *                generadas avanzados; no toca el archivo.
      *            "G" genera: busca en PLANCUOT.TXT el plan de
      *                numero PLAN-PLN, hace lo de "S" con el interes
      *                asentado (residuo a REDRESID.TXT), fija
      *                ULTIMA-PLN y reescribe el archivo.
      *          LK-RESULTADO "S" correcto, "U" era la ultima cuota
      *          (el plan queda terminado), "N" plan inexistente o no
      *          activo. La ultima cuota paga todo el saldo que quede.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTA-PLAN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-FILE ASSIGN TO "PLANCUOT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLANES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-FILE.
       01  LINEA-PLAN PIC X(99).

       WORKING-STORAGE SECTION.
       COPY PLANCUO.
       01 WS-PLANES-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "CUOTA-PLAN".
       01 WS-OPERACION-RED PIC X(6).
       01 WS-EXACTO PIC S9(11)V9(6).
       01 WS-REDONDEADO PIC S9(11)V99.
       01 WS-REGISTRA PIC X.
       01 WS-TASA-PERIODO PIC 9V9(12).
       01 WS-FACTOR PIC 9(14)V9(12).
       01 WS-INTERES PIC 9(6)V99.
       01 WS-CAPITAL PIC 9(6)V99.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-P PIC 9(4).
       01 WS-HALLADO PIC 9(4).
       01 WS-TOTAL-PLANES PIC 9(4) VALUE 0.
       01 WS-TABLA-PLANES.
           05 WS-PLAN OCCURS 500 TIMES PIC X(99).

       LINKAGE SECTION.
       01 LK-FUNCION PIC X.
       01 LK-PLAN PIC X(99).
       01 LK-CAPITAL PIC 9(6)V99.
       01 LK-INTERES PIC 9(6)V99.
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-FUNCION LK-PLAN LK-CAPITAL
           LK-INTERES LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-RESULTADO.
           MOVE 0 TO LK-CAPITAL.
           MOVE 0 TO LK-INTERES.
           MOVE LK-PLAN TO PLANCUO-REC.
           EVALUATE LK-FUNCION
               WHEN "C"
                   PERFORM CALCULA-CUOTA
               WHEN "S"
                   MOVE "N" TO WS-REGISTRA
                   PERFORM CUOTA-SIGUIENTE
               WHEN "G"
                   PERFORM GENERA-CUOTA
               WHEN OTHER
                   MOVE "N" TO LK-RESULTADO
           END-EVALUATE.
           MOVE PLANCUO-REC TO LK-PLAN.
           GOBACK.

       CALCULA-TASA-PERIODO.
           IF FRECUENCIA-PLN = "S"
               COMPUTE WS-TASA-PERIODO = TASA-PLN / 100 / 52
           ELSE
               COMPUTE WS-TASA-PERIODO = TASA-PLN / 100 / 12
           END-IF.

       CALCULA-CUOTA.
           PERFORM CALCULA-TASA-PERIODO.
           IF CUOTAS-PLN = 0
               MOVE "N" TO LK-RESULTADO
           ELSE
               IF WS-TASA-PERIODO = 0
                   COMPUTE WS-EXACTO = PRINCIPAL-PLN / CUOTAS-PLN
               ELSE
                   COMPUTE WS-FACTOR =
                       (1 + WS-TASA-PERIODO) ** CUOTAS-PLN
                   COMPUTE WS-EXACTO = PRINCIPAL-PLN * WS-TASA-PERIODO
                       * WS-FACTOR / (WS-FACTOR - 1)
               END-IF
               MOVE "CUOTA" TO WS-OPERACION-RED
               MOVE "N" TO WS-REGISTRA
               PERFORM APLICA-REDONDEO
               MOVE WS-REDONDEADO TO CUOTA-PLN
               MOVE PRINCIPAL-PLN TO SALDO-PLN
               MOVE 0 TO GENERADAS-PLN
               MOVE 0 TO ULTIMA-PLN
               MOVE "A" TO ESTADO-PLN
           END-IF.

      *    Interes del periodo sobre el saldo; el resto de la cuota
      *    amortiza capital. La ultima cuota (o una que alcanzaria
      *    para cancelar) paga el saldo entero, asi el plan cierra
      *    en cero sin centavos colgando.
       CUOTA-SIGUIENTE.
           PERFORM CALCULA-TASA-PERIODO.
           COMPUTE WS-EXACTO = SALDO-PLN * WS-TASA-PERIODO.
           MOVE "INTERE" TO WS-OPERACION-RED.
           PERFORM APLICA-REDONDEO.
           MOVE WS-REDONDEADO TO WS-INTERES.
           IF GENERADAS-PLN + 1 >= CUOTAS-PLN OR
              CUOTA-PLN - WS-INTERES >= SALDO-PLN
               MOVE SALDO-PLN TO WS-CAPITAL
               MOVE "U" TO LK-RESULTADO
               MOVE "T" TO ESTADO-PLN
           ELSE
               COMPUTE WS-CAPITAL = CUOTA-PLN - WS-INTERES
           END-IF.
           SUBTRACT WS-CAPITAL FROM SALDO-PLN.
           ADD 1 TO GENERADAS-PLN.
           MOVE WS-CAPITAL TO LK-CAPITAL.
           MOVE WS-INTERES TO LK-INTERES.

       GENERA-CUOTA.
           PERFORM CARGA-PLANES.
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PLANES OR WS-HALLADO > 0
               IF WS-PLAN(WS-P)(1:5) = LK-PLAN(1:5)
                   MOVE WS-P TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 0
               MOVE "N" TO LK-RESULTADO
           ELSE
               MOVE WS-PLAN(WS-HALLADO) TO PLANCUO-REC
               IF ESTADO-PLN NOT = "A"
                   MOVE "N" TO LK-RESULTADO
               ELSE
                   MOVE "S" TO WS-REGISTRA
                   PERFORM CUOTA-SIGUIENTE
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE WS-FECHA-HORA(1:8) TO ULTIMA-PLN
                   MOVE PLANCUO-REC TO WS-PLAN(WS-HALLADO)
                   PERFORM REESCRIBE-PLANES
               END-IF
           END-IF.

       CARGA-PLANES.
           MOVE 0 TO WS-TOTAL-PLANES.
           OPEN INPUT PLANES-FILE.
           IF WS-PLANES-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PLANES-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-PLANES < 500
                               ADD 1 TO WS-TOTAL-PLANES
                               MOVE LINEA-PLAN
                                   TO WS-PLAN(WS-TOTAL-PLANES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANES-FILE
           END-IF.

       REESCRIBE-PLANES.
           OPEN OUTPUT PLANES-FILE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PLANES
               MOVE WS-PLAN(WS-P) TO LINEA-PLAN
               WRITE LINEA-PLAN
           END-PERFORM.
           CLOSE PLANES-FILE.

       APLICA-REDONDEO.
           CALL "REDONDEA-IMPORTE" USING WS-PROGRAMA WS-OPERACION-RED
               WS-EXACTO WS-REDONDEADO WS-REGISTRA.

       END PROGRAM CUOTA-PLAN.
