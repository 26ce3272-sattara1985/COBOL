      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Planes de cuotas (prestamos con cuota nivelada). The
      *          alta takes principal, tasa nominal anual, cantidad de
      *          cuotas, frecuencia (S semanal, M mensual), primer
      *          vencimiento, sucursal y persona; CUOTA-PLAN works out
      *          the instalment, the plan goes to PLANCUOT.TXT, its
      *          amortization schedule is printed to PLANAM.nnnnn and
      *          one standing order carrying the plan number goes to
      *          ORDSTAND.TXT, so GENERA-RECURRENTES expands each
      *          instalment (capital + interes) the night it falls due
      *          and nobody keys them by hand any more. The schedule
      *          dates follow RECURREN (7 or 28 days, moved to the
      *          next business day). The schedule of an existing plan
      *          can be reprinted with the instalments already
      *          generated marked, and PLANREP.TXT reports, per plan,
      *          instalments due to date, instalments generated and
      *          the outstanding balance. The alta is reserved to
      *          supervisors.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANES-CUOTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANES-FILE ASSIGN TO "PLANCUOT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PLANES-STATUS.
           SELECT ORDENES-FILE ASSIGN TO "ORDSTAND.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENES-STATUS.
           SELECT REPORTE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANES-FILE.
       01  LINEA-PLAN PIC X(99).

       FD  ORDENES-FILE.
       01  LINEA-ORDEN.
           05 OPCION-ORD PIC X.
           05 FILLER PIC X.
           05 NUM1-ORD PIC X(12).
           05 FILLER PIC X.
           05 NUM2-ORD PIC X(12).
           05 FILLER PIC X.
           05 SUCURSAL-ORD PIC X(2).
           05 FILLER PIC X.
           05 FRECUENCIA-ORD PIC X.
           05 FILLER PIC X.
           05 PROXIMA-ORD PIC 9(8).
           05 FILLER PIC X.
           05 PERSONA-ORD PIC X(6).
           05 FILLER PIC X.
           05 PLAN-ORD PIC X(5).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
       COPY PLANCUO.
       01 WS-PLANES-STATUS PIC XX.
       01 WS-ORDENES-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-NOMBRE-REPORTE PIC X(12).
       01 WS-PROGRAMA PIC X(20) VALUE "PLANES-CUOTAS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-FUNCION-FOR PIC X VALUE "B".
       01 WS-FORMACION PIC X.
       01 WS-OPCION PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 1.
       01 WS-DATOS-OK PIC X.
       01 WS-ENTRADA PIC X(12).
       01 WS-VALOR PIC S9(6)V99.
       01 WS-ES-VALIDO PIC X.
       01 WS-ES-NUMERICO PIC X.
       01 WS-CUOTAS-ENT PIC X(3).
       01 WS-PLAN-ENT PIC X(5).
       01 WS-FECHA-ENT PIC X(8).
       01 WS-FECHA-VALIDA PIC X.
       01 WS-SUC-RESULTADO PIC X.
       01 WS-SUC-NOMBRE PIC X(20).
       01 WS-SUC-REGION PIC X(10).
       01 WS-FUNCION-CUOTA PIC X.
       01 WS-PLAN-SIM PIC X(99).
       01 WS-PLAN-GUARDA PIC X(99).
       01 WS-CAPITAL PIC 9(6)V99.
       01 WS-INTERES PIC 9(6)V99.
       01 WS-RESULTADO-CUOTA PIC X.
       01 WS-PRIMER-CAPITAL PIC 9(6)V99.
       01 WS-PRIMER-INTERES PIC 9(6)V99.
       01 WS-SALDO-SIM PIC 9(6)V99.
       01 WS-CUOTA-SIM PIC 9(6)V99.
       01 WS-TOTAL-PAGADO PIC 9(8)V99.
       01 WS-TOTAL-INTERES PIC 9(8)V99.
       01 WS-NUMERO-CUOTA PIC 9(3).
       01 WS-FECHA-CUOTA PIC 9(8).
       01 WS-FECHA-INT PIC 9(7).
       01 WS-DIAS PIC 99.
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-VUELTAS PIC 99.
       01 WS-VENCIDAS PIC 9(3).
       01 WS-MARCA PIC X(8).
       01 WS-IMPORTE-ED PIC ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED2 PIC ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED3 PIC ZZZ,ZZ9.99.
       01 WS-IMPORTE-ED4 PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-ED PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TASA-ED PIC Z9.9999.
       01 WS-IMPORTE-ORD PIC 9(6).99.
       01 WS-P PIC 9(4).
       01 WS-HALLADO PIC 9(4).
       01 WS-ULTIMO-PLAN PIC 9(5) VALUE 0.
       01 WS-TOTAL-PLANES PIC 9(4) VALUE 0.
       01 WS-TABLA-PLANES.
           05 WS-PLAN OCCURS 500 TIMES PIC X(99).
       01 WS-ACTIVOS PIC 9(4).
       01 WS-TERMINADOS PIC 9(4).
       01 WS-ATRASADOS PIC 9(4).
       01 WS-SALDO-TOTAL PIC 9(8)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               GOBACK
           END-IF.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM CARGA-PLANES.
           DISPLAY "1. ALTA DE PLAN DE CUOTAS".
           DISPLAY "2. CRONOGRAMA DE UN PLAN".
           DISPLAY "3. REPORTE DE ESTADO DE LOS PLANES".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           EVALUATE TRUE
               WHEN WS-OPCION = "2"
                   PERFORM CRONOGRAMA-PLAN
               WHEN WS-OPCION = "3"
                   PERFORM REPORTE-ESTADO
               WHEN WS-OPCION NOT = "1"
                   DISPLAY "OPCION INVALIDA"
               WHEN WS-NIVEL < 2
                   DISPLAY "OPCION RESERVADA A SUPERVISORES"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM ALTA-PLAN
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-PLANES.
           MOVE 0 TO WS-TOTAL-PLANES.
           MOVE 0 TO WS-ULTIMO-PLAN.
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
                           MOVE LINEA-PLAN TO PLANCUO-REC
                           IF PLAN-PLN > WS-ULTIMO-PLAN
                               MOVE PLAN-PLN TO WS-ULTIMO-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANES-FILE
           END-IF.

      ******************************************************************
      * Alta: se piden y validan los datos, CUOTA-PLAN calcula la
      * cuota, el supervisor confirma y recien entonces se graban el
      * plan, su orden permanente y el cronograma.
      ******************************************************************
       ALTA-PLAN.
           IF WS-TOTAL-PLANES >= 500
               DISPLAY "REGISTRO DE PLANES LLENO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO PLANCUO-REC
               MOVE 0 TO PRINCIPAL-PLN TASA-PLN CUOTAS-PLN PRIMERA-PLN
                   CUOTA-PLN GENERADAS-PLN SALDO-PLN ULTIMA-PLN
               MOVE "S" TO WS-DATOS-OK
               PERFORM PIDE-PRINCIPAL
               IF WS-DATOS-OK = "S"
                   PERFORM PIDE-TASA
               END-IF
               IF WS-DATOS-OK = "S"
                   PERFORM PIDE-CUOTAS
               END-IF
               IF WS-DATOS-OK = "S"
                   PERFORM PIDE-FRECUENCIA
               END-IF
               IF WS-DATOS-OK = "S"
                   PERFORM PIDE-PRIMERA-FECHA
               END-IF
               IF WS-DATOS-OK = "S"
                   PERFORM PIDE-SUCURSAL
               END-IF
               IF WS-DATOS-OK = "S"
                   PERFORM PIDE-PERSONA
               END-IF
               IF WS-DATOS-OK = "S"
                   PERFORM CONFIRMA-ALTA
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PIDE-PRINCIPAL.
           DISPLAY "PRINCIPAL (EJ. 15000.00)".
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           CALL "VALIDA-DECIMAL" USING WS-ENTRADA WS-VALOR
               WS-ES-VALIDO.
           IF WS-ES-VALIDO NOT = "S" OR WS-VALOR NOT > 0
               DISPLAY "PRINCIPAL INVALIDO"
               MOVE "N" TO WS-DATOS-OK
           ELSE
               MOVE WS-VALOR TO PRINCIPAL-PLN
           END-IF.

       PIDE-TASA.
           DISPLAY "TASA NOMINAL ANUAL EN PORCENTAJE (EJ. 18.5)".
           MOVE SPACES TO WS-ENTRADA.
           ACCEPT WS-ENTRADA.
           CALL "VALIDA-DECIMAL" USING WS-ENTRADA WS-VALOR
               WS-ES-VALIDO.
           IF WS-ES-VALIDO NOT = "S" OR WS-VALOR < 0
              OR WS-VALOR NOT < 100
               DISPLAY "TASA INVALIDA"
               MOVE "N" TO WS-DATOS-OK
           ELSE
               MOVE WS-VALOR TO TASA-PLN
           END-IF.

       PIDE-CUOTAS.
           DISPLAY "CANTIDAD DE CUOTAS (1 A 360)".
           MOVE SPACES TO WS-CUOTAS-ENT.
           ACCEPT WS-CUOTAS-ENT.
           CALL "VALIDA-NUMERO" USING WS-CUOTAS-ENT WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "CANTIDAD DE CUOTAS INVALIDA"
               MOVE "N" TO WS-DATOS-OK
           ELSE
               MOVE WS-CUOTAS-ENT TO CUOTAS-PLN
               IF CUOTAS-PLN = 0 OR CUOTAS-PLN > 360
                   DISPLAY "CANTIDAD DE CUOTAS INVALIDA"
                   MOVE "N" TO WS-DATOS-OK
               END-IF
           END-IF.

       PIDE-FRECUENCIA.
           DISPLAY "FRECUENCIA (S=SEMANAL M=MENSUAL)".
           ACCEPT FRECUENCIA-PLN.
           INSPECT FRECUENCIA-PLN CONVERTING "sm" TO "SM".
           IF FRECUENCIA-PLN NOT = "S" AND FRECUENCIA-PLN NOT = "M"
               DISPLAY "FRECUENCIA INVALIDA"
               MOVE "N" TO WS-DATOS-OK
           END-IF.

       PIDE-PRIMERA-FECHA.
           DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD)".
           MOVE SPACES TO WS-FECHA-ENT.
           ACCEPT WS-FECHA-ENT.
           CALL "VALIDA-FECHA" USING WS-FECHA-ENT WS-FECHA-VALIDA.
           IF WS-FECHA-VALIDA NOT = "S"
               DISPLAY "FECHA INVALIDA"
               MOVE "N" TO WS-DATOS-OK
           ELSE
               MOVE WS-FECHA-ENT TO PRIMERA-PLN
               IF PRIMERA-PLN < WS-HOY
                   DISPLAY "EL PRIMER VENCIMIENTO NO PUEDE SER PASADO"
                   MOVE "N" TO WS-DATOS-OK
               END-IF
           END-IF.

       PIDE-SUCURSAL.
           DISPLAY "SUCURSAL".
           ACCEPT SUCURSAL-PLN.
           CALL "VALIDA-SUCURSAL" USING SUCURSAL-PLN
               WS-SUC-RESULTADO WS-SUC-NOMBRE WS-SUC-REGION.
           IF WS-SUC-RESULTADO NOT = "S"
               DISPLAY "SUCURSAL DESCONOCIDA O CERRADA"
               MOVE "N" TO WS-DATOS-OK
           END-IF.

      *    La persona es opcional como en ORDSTAND; OPERACIONES la
      *    valida contra PERSONAS.DAT cuando aplica cada cuota.
       PIDE-PERSONA.
           DISPLAY "NUMERO DE PERSONA (EN BLANCO = SIN PERSONA)".
           MOVE SPACES TO PERSONA-PLN.
           ACCEPT PERSONA-PLN.
           IF PERSONA-PLN NOT = SPACES
               CALL "VALIDA-NUMERO" USING PERSONA-PLN WS-ES-NUMERICO
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "NUMERO DE PERSONA INVALIDO"
                   MOVE "N" TO WS-DATOS-OK
               END-IF
           END-IF.

       CONFIRMA-ALTA.
           MOVE "C" TO WS-FUNCION-CUOTA.
           CALL "CUOTA-PLAN" USING WS-FUNCION-CUOTA PLANCUO-REC
               WS-CAPITAL WS-INTERES WS-RESULTADO-CUOTA.
           MOVE CUOTA-PLN TO WS-IMPORTE-ED.
           DISPLAY CUOTAS-PLN " CUOTAS DE " WS-IMPORTE-ED.
           DISPLAY "CONFIRMA EL PLAN (S/N)".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ALTA CANCELADA"
           ELSE
               COMPUTE PLAN-PLN = WS-ULTIMO-PLAN + 1
               MOVE WS-HOY TO FECHA-ALTA-PLN
               MOVE WS-OPERADOR TO OPERADOR-PLN
               OPEN EXTEND PLANES-FILE
               IF WS-PLANES-STATUS = "35"
                   OPEN OUTPUT PLANES-FILE
               END-IF
               MOVE PLANCUO-REC TO LINEA-PLAN
               WRITE LINEA-PLAN
               CLOSE PLANES-FILE
               PERFORM IMPRIME-CRONOGRAMA
               PERFORM GRABA-ORDEN-PLAN
               DISPLAY "PLAN " PLAN-PLN " DADO DE ALTA - CRONOGRAMA EN "
                   WS-NOMBRE-REPORTE
           END-IF.

      *    Una sola orden por plan; GENERA-RECURRENTES reemplaza NUM1
      *    y NUM2 por el capital y el interes de cada cuota al
      *    generarla. Aqui van los de la primera como referencia.
       GRABA-ORDEN-PLAN.
           OPEN EXTEND ORDENES-FILE.
           IF WS-ORDENES-STATUS = "35"
               OPEN OUTPUT ORDENES-FILE
           END-IF.
           MOVE SPACES TO LINEA-ORDEN.
           MOVE "1" TO OPCION-ORD.
           MOVE WS-PRIMER-CAPITAL TO WS-IMPORTE-ORD.
           MOVE WS-IMPORTE-ORD TO NUM1-ORD.
           MOVE WS-PRIMER-INTERES TO WS-IMPORTE-ORD.
           MOVE WS-IMPORTE-ORD TO NUM2-ORD.
           MOVE SUCURSAL-PLN TO SUCURSAL-ORD.
           MOVE FRECUENCIA-PLN TO FRECUENCIA-ORD.
           MOVE PRIMERA-PLN TO PROXIMA-ORD.
           MOVE PERSONA-PLN TO PERSONA-ORD.
           MOVE PLAN-PLN TO PLAN-ORD.
           WRITE LINEA-ORDEN.
           CLOSE ORDENES-FILE.

       CRONOGRAMA-PLAN.
           PERFORM PIDE-PLAN.
           IF WS-HALLADO = 0
               DISPLAY "PLAN INEXISTENTE"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM IMPRIME-CRONOGRAMA
               DISPLAY "CRONOGRAMA EN " WS-NOMBRE-REPORTE
           END-IF.

       PIDE-PLAN.
           DISPLAY "NUMERO DE PLAN".
           MOVE SPACES TO WS-PLAN-ENT.
           ACCEPT WS-PLAN-ENT.
           MOVE 0 TO WS-HALLADO.
           CALL "VALIDA-NUMERO" USING WS-PLAN-ENT WS-ES-NUMERICO.
           IF WS-ES-NUMERICO = "S"
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-TOTAL-PLANES OR WS-HALLADO > 0
                   IF WS-PLAN(WS-P)(1:5) = WS-PLAN-ENT
                       MOVE WS-P TO WS-HALLADO
                       MOVE WS-PLAN(WS-P) TO PLANCUO-REC
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * Cronograma de amortizacion: se simula el plan desde el
      * principal con CUOTA-PLAN, cuota por cuota, con las mismas
      * fechas que va a usar GENERA-RECURRENTES. Las cuotas que ya
      * se generaron salen marcadas.
      ******************************************************************
       IMPRIME-CRONOGRAMA.
           MOVE SPACES TO WS-NOMBRE-REPORTE.
           STRING "PLANAM." DELIMITED BY SIZE
               PLAN-PLN DELIMITED BY SIZE
               INTO WS-NOMBRE-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CRONOGRAMA DEL PLAN DE CUOTAS " DELIMITED BY SIZE
               PLAN-PLN DELIMITED BY SIZE
               "  EMITIDO " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE PRINCIPAL-PLN TO WS-IMPORTE-ED.
           MOVE TASA-PLN TO WS-TASA-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SUCURSAL " DELIMITED BY SIZE
               SUCURSAL-PLN DELIMITED BY SIZE
               "  PERSONA " DELIMITED BY SIZE
               PERSONA-PLN DELIMITED BY SIZE
               "  PRINCIPAL " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               "  TASA ANUAL " DELIMITED BY SIZE
               WS-TASA-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE CUOTA-PLN TO WS-IMPORTE-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUOTAS " DELIMITED BY SIZE
               CUOTAS-PLN DELIMITED BY SIZE
               "  FRECUENCIA " DELIMITED BY SIZE
               FRECUENCIA-PLN DELIMITED BY SIZE
               "  CUOTA " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               "  GENERADAS " DELIMITED BY SIZE
               GENERADAS-PLN DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NRO  VENCE          CUOTA    CAPITAL    INTERES"
               DELIMITED BY SIZE
               "      SALDO" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE PLANCUO-REC TO WS-PLAN-GUARDA.
           MOVE PRINCIPAL-PLN TO SALDO-PLN.
           MOVE 0 TO GENERADAS-PLN.
           MOVE "A" TO ESTADO-PLN.
           MOVE PLANCUO-REC TO WS-PLAN-SIM.
           MOVE WS-PLAN-GUARDA TO PLANCUO-REC.
           MOVE PRINCIPAL-PLN TO WS-SALDO-SIM.
           MOVE 0 TO WS-TOTAL-PAGADO.
           MOVE 0 TO WS-TOTAL-INTERES.
           MOVE 0 TO WS-NUMERO-CUOTA.
           MOVE PRIMERA-PLN TO WS-FECHA-CUOTA.
           PERFORM AJUSTA-DIA-HABIL.
           MOVE "S" TO WS-RESULTADO-CUOTA.
           PERFORM UNTIL WS-RESULTADO-CUOTA NOT = "S"
               PERFORM LINEA-CRONOGRAMA
           END-PERFORM.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-PAGADO TO WS-TOTAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL A PAGAR:    " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-INTERES TO WS-TOTAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL INTERESES:  " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE WS-NOMBRE-REPORTE TO WS-ARCHIVO-CAT.
           COMPUTE WS-PAGINAS-CAT = CUOTAS-PLN / 55 + 1.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.

       LINEA-CRONOGRAMA.
           MOVE "S" TO WS-FUNCION-CUOTA.
           CALL "CUOTA-PLAN" USING WS-FUNCION-CUOTA WS-PLAN-SIM
               WS-CAPITAL WS-INTERES WS-RESULTADO-CUOTA.
           ADD 1 TO WS-NUMERO-CUOTA.
           IF WS-NUMERO-CUOTA = 1
               MOVE WS-CAPITAL TO WS-PRIMER-CAPITAL
               MOVE WS-INTERES TO WS-PRIMER-INTERES
           ELSE
               PERFORM SIGUIENTE-VENCIMIENTO
           END-IF.
           COMPUTE WS-CUOTA-SIM = WS-CAPITAL + WS-INTERES.
           SUBTRACT WS-CAPITAL FROM WS-SALDO-SIM.
           ADD WS-CUOTA-SIM TO WS-TOTAL-PAGADO.
           ADD WS-INTERES TO WS-TOTAL-INTERES.
           MOVE SPACES TO WS-MARCA.
           IF WS-NUMERO-CUOTA NOT > GENERADAS-PLN
               MOVE "GENERADA" TO WS-MARCA
           END-IF.
           MOVE WS-CUOTA-SIM TO WS-IMPORTE-ED.
           MOVE WS-CAPITAL TO WS-IMPORTE-ED2.
           MOVE WS-INTERES TO WS-IMPORTE-ED3.
           MOVE WS-SALDO-SIM TO WS-IMPORTE-ED4.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-NUMERO-CUOTA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FECHA-CUOTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-ED3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-ED4 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Mismo avance que GENERA-RECURRENTES: 7 dias la semanal, 28
      *    la mensual, y hacia adelante hasta un dia habil.
       SIGUIENTE-VENCIMIENTO.
           IF FRECUENCIA-PLN = "S"
               MOVE 7 TO WS-DIAS
           ELSE
               MOVE 28 TO WS-DIAS
           END-IF.
           COMPUTE WS-FECHA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CUOTA) + WS-DIAS.
           COMPUTE WS-FECHA-CUOTA =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-INT).
           PERFORM AJUSTA-DIA-HABIL.

       AJUSTA-DIA-HABIL.
           MOVE "N" TO WS-RESULTADO-CAL.
           MOVE 0 TO WS-VUELTAS.
           PERFORM UNTIL WS-RESULTADO-CAL = "S" OR WS-VUELTAS > 30
               ADD 1 TO WS-VUELTAS
               MOVE "V" TO WS-FUNCION-CAL
               CALL "DIA-HABIL" USING WS-FUNCION-CAL
                   WS-FECHA-CUOTA WS-RESULTADO-CAL
               IF WS-RESULTADO-CAL NOT = "S"
                   COMPUTE WS-FECHA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-CUOTA) + 1
                   COMPUTE WS-FECHA-CUOTA =
                       FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
               END-IF
           END-PERFORM.

      ******************************************************************
      * Estado de los planes: por plan las cuotas vencidas a hoy
      * segun el cronograma, las generadas por GENERA-RECURRENTES y
      * el saldo de capital; atrasado si vencieron mas de las que
      * se generaron.
      ******************************************************************
       REPORTE-ESTADO.
           MOVE 0 TO WS-ACTIVOS.
           MOVE 0 TO WS-TERMINADOS.
           MOVE 0 TO WS-ATRASADOS.
           MOVE 0 TO WS-SALDO-TOTAL.
           MOVE "PLANREP.TXT" TO WS-NOMBRE-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESTADO DE LOS PLANES DE CUOTAS  " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PLAN  SUC PERSONA  PRINCIPAL CUOTAS VENCIDAS "
               DELIMITED BY SIZE
               "GENERADAS      SALDO ESTADO" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PLANES
               MOVE WS-PLAN(WS-P) TO PLANCUO-REC
               PERFORM LINEA-ESTADO
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-SALDO-TOTAL TO WS-TOTAL-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ACTIVOS: " DELIMITED BY SIZE
               WS-ACTIVOS DELIMITED BY SIZE
               "  TERMINADOS: " DELIMITED BY SIZE
               WS-TERMINADOS DELIMITED BY SIZE
               "  ATRASADOS: " DELIMITED BY SIZE
               WS-ATRASADOS DELIMITED BY SIZE
               "  SALDO TOTAL: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE WS-NOMBRE-REPORTE TO WS-ARCHIVO-CAT.
           COMPUTE WS-PAGINAS-CAT = WS-TOTAL-PLANES / 55 + 1.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "ESTADO DE PLANES EN PLANREP.TXT - ACTIVOS: "
               WS-ACTIVOS " ATRASADOS: " WS-ATRASADOS.

       LINEA-ESTADO.
           PERFORM CUENTA-VENCIDAS.
           IF ESTADO-PLN = "T"
               MOVE "TERMINADO" TO WS-MARCA
               ADD 1 TO WS-TERMINADOS
           ELSE
               MOVE "ACTIVO" TO WS-MARCA
               ADD 1 TO WS-ACTIVOS
               ADD SALDO-PLN TO WS-SALDO-TOTAL
               IF WS-VENCIDAS > GENERADAS-PLN
                   MOVE "ATRASADO" TO WS-MARCA
                   ADD 1 TO WS-ATRASADOS
               END-IF
           END-IF.
           MOVE PRINCIPAL-PLN TO WS-IMPORTE-ED.
           MOVE SALDO-PLN TO WS-IMPORTE-ED2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING PLAN-PLN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUCURSAL-PLN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PERSONA-PLN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CUOTAS-PLN DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-VENCIDAS DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               GENERADAS-PLN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       CUENTA-VENCIDAS.
           MOVE 0 TO WS-VENCIDAS.
           MOVE PRIMERA-PLN TO WS-FECHA-CUOTA.
           PERFORM AJUSTA-DIA-HABIL.
           PERFORM UNTIL WS-FECHA-CUOTA > WS-HOY
                   OR WS-VENCIDAS >= CUOTAS-PLN
               ADD 1 TO WS-VENCIDAS
               PERFORM SIGUIENTE-VENCIMIENTO
           END-PERFORM.

       END PROGRAM PLANES-CUOTAS.
