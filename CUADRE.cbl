      *          operation type, leaves the day's verdict in
      *          CUADREST.TXT, and sets RETURN-CODE 8 on mismatch so
      *          the nightly COND logic stops the stream.
      *          Also proves the day's rounding residue: every
      *          REDRESID.TXT line of the day must hold exacto menos
      *          redondeado within its policy's bound, the totals
      *          must tie, and the residue is reported per program
      *          and operation and carried into the running
      *          rounding-residue account in REDSALDO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCTOT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSAL-STATUS.
           SELECT RESIDUO-FILE ASSIGN TO "REDRESID.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESIDUO-STATUS.
           SELECT SALDO-RES-FILE ASSIGN TO "REDSALDO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALDO-RES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X.
           05 COMISION-JRN PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X(17).
           05 CONTRA-SUC-JRN PIC X(2).
           05 FILLER PIC X.
           05 FECHA-VALOR-JRN PIC X(8).

       FD  HISTORIAL-FILE.
       01  LINEA-HISTORIAL.
           05 MOV-RAIZ-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-PCT-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-RAIZ-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MOV-COMIS-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-COMIS-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  TOTALES-FILE.
       01  LINEA-TOTALES.
           05 TOTAL-DIVI-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-PCT-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-RAIZ-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-COMIS-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).
           05 DIVI-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRANSF-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  RESIDUO-FILE.
       COPY REDRESID.

      *Cuenta de residuo de redondeo: ultimo dia asentado, saldo
      *antes de ese dia y saldo despues; correr el cuadre dos veces
      *el mismo dia rehace el dia sobre el saldo anterior.
       FD  SALDO-RES-FILE.
       01  LINEA-SALDO-RES.
           05 FECHA-SALDO-RES PIC 9(8).
           05 FILLER PIC X.
           05 ANTERIOR-SALDO-RES PIC S9(7)V9(6)
               SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 ACTUAL-SALDO-RES PIC S9(7)V9(6)
               SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-CALC-SUMA PIC S9(7)V99 VALUE 0.
       01 WS-CALC-RESTA PIC S9(7)V99 VALUE 0.
       01 WS-CALC-MULTI PIC S9(7)V99 VALUE 0.
       01 WS-CALC-DIVI PIC S9(7)V99 VALUE 0.
       01 WS-CALC-PCT PIC S9(7)V99 VALUE 0.
       01 WS-CALC-RAIZ PIC S9(7)V99 VALUE 0.
       01 WS-CALC-COMIS PIC S9(7)V99 VALUE 0.
       01 WS-MOV-SUMA PIC S9(7)V99 VALUE 0.
       01 WS-MOV-RESTA PIC S9(7)V99 VALUE 0.
       01 WS-MOV-MULTI PIC S9(7)V99 VALUE 0.
       01 WS-MOV-DIVI PIC S9(7)V99 VALUE 0.
       01 WS-MOV-PCT PIC S9(7)V99 VALUE 0.
       01 WS-MOV-RAIZ PIC S9(7)V99 VALUE 0.
       01 WS-MOV-COMIS PIC S9(7)V99 VALUE 0.
       01 WS-SAL-SUMA PIC S9(7)V99 VALUE 0.
       01 WS-SAL-RESTA PIC S9(7)V99 VALUE 0.
       01 WS-SAL-MULTI PIC S9(7)V99 VALUE 0.
       01 WS-SAL-DIVI PIC S9(7)V99 VALUE 0.
       01 WS-SAL-PCT PIC S9(7)V99 VALUE 0.
       01 WS-SAL-RAIZ PIC S9(7)V99 VALUE 0.
       01 WS-SAL-COMIS PIC S9(7)V99 VALUE 0.
       01 WS-REC-SUMA PIC S9(7)V99 VALUE 0.
       01 WS-REC-RESTA PIC S9(7)V99 VALUE 0.
       01 WS-REC-MULTI PIC S9(7)V99 VALUE 0.
       01 WS-REC-DIVI PIC S9(7)V99 VALUE 0.
       01 WS-REC-PCT PIC S9(7)V99 VALUE 0.
       01 WS-REC-RAIZ PIC S9(7)V99 VALUE 0.
       01 WS-REC-COMIS PIC S9(7)V99 VALUE 0.
       01 WS-HAY-PCT-REC PIC X VALUE "N".
       01 WS-HAY-DIA PIC X VALUE "N".
       01 WS-DETALLES-HOY PIC 9(5) VALUE 0.
       01 WS-SUC-HALLADA PIC X.
       01 WS-SUC-TRABAJO PIC X(2).
       01 WS-SUC-SUMA-TOT PIC S9(8)V99.
       01 WS-SUC-COMIS-TOT PIC S9(8)V99.
       01 WS-SUC-AVISO PIC X VALUE "N".
       01 WS-SUC-SUMA-ED PIC -(8)9.99.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-TOTAL-TRF PIC 9(3) VALUE 0.
       01 WS-T PIC 9(3).
       01 WS-TRF-HALLADA PIC X.
       01 WS-TRF-DESBORDE PIC X VALUE "N".
       01 WS-TRF-MALAS PIC 9(3) VALUE 0.
       01 WS-TABLA-TRF.
           05 WS-TRF OCCURS 500.
               10 WS-TRF-TRACE PIC X(14).
               10 WS-TRF-TRAMOS PIC 9(3).
               10 WS-TRF-NETO PIC S9(8)V99.
       01 WS-RESIDUO-STATUS PIC XX.
       01 WS-SALDO-RES-STATUS PIC XX.
       01 WS-RES-LINEAS PIC 9(6) VALUE 0.
       01 WS-RES-MALAS PIC 9(6) VALUE 0.
       01 WS-RES-EXACTO PIC S9(13)V9(6) VALUE 0.
       01 WS-RES-REDONDEADO PIC S9(13)V99 VALUE 0.
       01 WS-RES-TOTAL PIC S9(7)V9(6) VALUE 0.
       01 WS-RES-CALCULADO PIC S9(7)V9(6).
       01 WS-RES-LINEA PIC S9(3)V9(6).
       01 WS-RES-ABS PIC 9(3)V9(6).
       01 WS-RES-ED PIC -(6)9.9(6).
       01 WS-RES-ANTERIOR PIC S9(7)V9(6) VALUE 0.
       01 WS-RES-SALDO PIC S9(7)V9(6) VALUE 0.
       01 WS-RES-FUERA PIC X.
       01 WS-R PIC 99.
       01 WS-RES-HALLADA PIC X.
       01 WS-TOTAL-RES-GRUPO PIC 99 VALUE 0.
       01 WS-RES-DESBORDE PIC X VALUE "N".
       01 WS-TABLA-RES.
           05 WS-RESG OCCURS 50.
               10 WS-RESG-PROGRAMA PIC X(20).
               10 WS-RESG-OPERACION PIC X(6).
               10 WS-RESG-LINEAS PIC 9(6).
               10 WS-RESG-RESIDUO PIC S9(5)V9(6).
       01 WS-TABLA-SUC-DIA.
           05 WS-SUCDIA OCCURS 20.
               10 WS-SUCDIA-CODIGO PIC X(2).
           MOVE WS-CALC-RAIZ TO WS-CALC-ACTUAL.
           MOVE WS-MOV-RAIZ TO WS-MOV-ACTUAL.
           PERFORM COMPARA-OPERACION.
           MOVE "COMIS " TO WS-ETIQUETA.
           MOVE WS-CALC-COMIS TO WS-CALC-ACTUAL.
           MOVE WS-MOV-COMIS TO WS-MOV-ACTUAL.
           PERFORM COMPARA-OPERACION.
           PERFORM COMPARA-SALDOS.
           PERFORM VERIFICA-TRANSFERENCIAS.
           PERFORM DESGLOSA-SUCURSALES.
           PERFORM PRUEBA-RESIDUOS.
           IF WS-DESCUADRE = "S"
               MOVE "VEREDICTO: OUT OF BALANCE" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-FECHA-EFECTIVA
                           IF WS-FECHA-EFECTIVA = WS-HOY
                               ADD 1 TO WS-DETALLES-HOY
                               PERFORM ACUMULA-SUCURSAL-DIA
                               IF COMISION-JRN IS NUMERIC
                                   ADD COMISION-JRN TO WS-CALC-COMIS
                               END-IF
                               IF OPERACION-JRN = "7"
                                   PERFORM ACUMULA-TRANSFERENCIA
                               END-IF
                               EVALUATE OPERACION-JRN
                                   WHEN "1"
                                       ADD RESULTADO-JRN
                                   MOVE SAL-PCT-HIST TO WS-SAL-PCT
                                   MOVE SAL-RAIZ-HIST TO WS-SAL-RAIZ
                               END-IF
                               IF MOV-COMIS-HIST IS NUMERIC
                                   MOVE MOV-COMIS-HIST TO WS-MOV-COMIS
                                   MOVE SAL-COMIS-HIST TO WS-SAL-COMIS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE TOTAL-PCT-REC TO WS-REC-PCT
                           MOVE TOTAL-RAIZ-REC TO WS-REC-RAIZ
                       END-IF
                       IF TOTAL-COMIS-REC IS NUMERIC
                           MOVE TOTAL-COMIS-REC TO WS-REC-COMIS
                       END-IF
               END-READ
               CLOSE TOTALES-FILE
           END-IF.
                  WS-SAL-DIVI NOT = WS-REC-DIVI OR
                  (WS-HAY-PCT-REC = "S" AND
                   (WS-SAL-PCT NOT = WS-REC-PCT OR
                    WS-SAL-RAIZ NOT = WS-REC-RAIZ)) OR
                  WS-SAL-COMIS NOT = WS-REC-COMIS
                   MOVE "SALDOS TOTHIST VS RECONTOT NO CUADRAN"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
           PERFORM VERIFICA-CONSOLIDACION.

      *    Los saldos por sucursal de SUCTOT.TXT, sumados entre
      *    oficinas, tienen que reproducir los totales de la casa
      *    (operaciones y comisiones por separado);
      *    si no, una oficina esta acumulando aparte de RECONTOT.
       VERIFICA-CONSOLIDACION.
           OPEN INPUT SUCURSAL-FILE.
               WRITE LINEA-REPORTE
           ELSE
               MOVE 0 TO WS-SUC-SUMA-TOT
               MOVE 0 TO WS-SUC-COMIS-TOT
               MOVE "N" TO WS-SUC-AVISO
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SUCURSAL-FILE
                           ADD DIVI-SUC TO WS-SUC-SUMA-TOT
                           ADD PCT-SUC TO WS-SUC-SUMA-TOT
                           ADD RAIZ-SUC TO WS-SUC-SUMA-TOT
                           IF TRANSF-SUC IS NUMERIC
                               ADD TRANSF-SUC TO WS-SUC-SUMA-TOT
                           END-IF
                           IF COMIS-SUC IS NUMERIC
                               ADD COMIS-SUC TO WS-SUC-COMIS-TOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCURSAL-FILE
                   WS-DIFERENCIA-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-DIFERENCIA NOT = 0
                   MOVE "S" TO WS-SUC-AVISO
               END-IF
               COMPUTE WS-DIFERENCIA = WS-SUC-COMIS-TOT - WS-REC-COMIS
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "COMISIONES SUCURSALES VS CASA, DIFERENCIA: "
                   DELIMITED BY SIZE
                   WS-DIFERENCIA-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-DIFERENCIA NOT = 0
                   MOVE "S" TO WS-SUC-AVISO
               END-IF
      *        Solo aviso: el saldo acumulado antes de que existieran
      *        las sucursales vive en RECONTOT y no en SUCTOT, asi
      *        que la diferencia es legitima hasta el primer cierre
      *        mensual que ponga ambos en cero a la vez.
               IF WS-SUC-AVISO = "S"
                   MOVE "AVISO: REVISAR SI LA DIFERENCIA NO ES EL "
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF.

      ******************************************************************
      * Transferencias entre sucursales: cada trace de operacion 7
      * tiene que tener sus dos puntas y netear cero; una punta sola
      * o un neto distinto de cero descuadra el dia.
      ******************************************************************
       ACUMULA-TRANSFERENCIA.
           MOVE "N" TO WS-TRF-HALLADA.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOTAL-TRF
               IF WS-TRF-TRACE(WS-T) = TRACE-JRN
                   MOVE "S" TO WS-TRF-HALLADA
                   ADD 1 TO WS-TRF-TRAMOS(WS-T)
                   ADD RESULTADO-JRN TO WS-TRF-NETO(WS-T)
               END-IF
           END-PERFORM.
           IF WS-TRF-HALLADA NOT = "S"
               IF WS-TOTAL-TRF < 500
                   ADD 1 TO WS-TOTAL-TRF
                   MOVE TRACE-JRN TO WS-TRF-TRACE(WS-TOTAL-TRF)
                   MOVE 1 TO WS-TRF-TRAMOS(WS-TOTAL-TRF)
                   MOVE RESULTADO-JRN TO WS-TRF-NETO(WS-TOTAL-TRF)
               ELSE
                   MOVE "S" TO WS-TRF-DESBORDE
               END-IF
           END-IF.

       VERIFICA-TRANSFERENCIAS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TRANSFERENCIAS DEL DIA: " DELIMITED BY SIZE
               WS-TOTAL-TRF DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOTAL-TRF
               IF WS-TRF-TRAMOS(WS-T) NOT = 2 OR
                  WS-TRF-NETO(WS-T) NOT = 0
                   ADD 1 TO WS-TRF-MALAS
                   MOVE WS-TRF-NETO(WS-T) TO WS-DIFERENCIA-ED
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "TRANSFERENCIA ROTA " DELIMITED BY SIZE
                       WS-TRF-TRACE(WS-T) DELIMITED BY SIZE
                       " PUNTAS: " DELIMITED BY SIZE
                       WS-TRF-TRAMOS(WS-T) DELIMITED BY SIZE
                       " NETO: " DELIMITED BY SIZE
                       WS-DIFERENCIA-ED DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           IF WS-TRF-DESBORDE = "S"
               MOVE "MAS DE 500 TRANSFERENCIAS, NO SE PUEDEN PROBAR"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "S" TO WS-DESCUADRE
           END-IF.
           IF WS-TRF-MALAS > 0
               MOVE "S" TO WS-DESCUADRE
           END-IF.

      ******************************************************************
      * Residuo de redondeo: REDONDEA-IMPORTE asienta en REDRESID.TXT
      * cada redondeo de un importe contabilizado. Cada linea del dia
      * tiene que cumplir residuo = exacto - redondeado y quedar
      * dentro de lo que su politica permite (menos de un centavo
      * truncando, medio centavo redondeando); los totales del dia
      * tienen que atar igual. El residuo se informa por programa y
      * operacion y se suma a la cuenta de residuo (REDSALDO.TXT).
      ******************************************************************
       PRUEBA-RESIDUOS.
           OPEN INPUT RESIDUO-FILE.
           IF WS-RESIDUO-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RESIDUO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-RES = WS-HOY
                               PERFORM EXAMINA-RESIDUO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESIDUO-FILE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESIDUO DE REDONDEO - LINEAS DEL DIA: "
               DELIMITED BY SIZE
               WS-RES-LINEAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-RES-GRUPO
               MOVE WS-RESG-RESIDUO(WS-R) TO WS-RES-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING WS-RESG-PROGRAMA(WS-R) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RESG-OPERACION(WS-R) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RESG-LINEAS(WS-R) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RES-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           IF WS-RES-DESBORDE = "S"
               MOVE "MAS DE 50 PROGRAMA/OPERACION, DESGLOSE INCOMPLETO"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE WS-RES-TOTAL TO WS-RES-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESIDUO DEL DIA:           " DELIMITED BY SIZE
               WS-RES-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           COMPUTE WS-RES-CALCULADO =
               WS-RES-EXACTO - WS-RES-REDONDEADO.
           IF WS-RES-CALCULADO NOT = WS-RES-TOTAL
               MOVE WS-RES-CALCULADO TO WS-RES-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "EXACTO MENOS REDONDEADO:   " DELIMITED BY SIZE
                   WS-RES-ED DELIMITED BY SIZE
                   " NO ATA" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "S" TO WS-DESCUADRE
           END-IF.
           IF WS-RES-MALAS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "LINEAS DE RESIDUO INVALIDAS: " DELIMITED BY SIZE
                   WS-RES-MALAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "S" TO WS-DESCUADRE
           END-IF.
           PERFORM ACTUALIZA-SALDO-RESIDUO.

       EXAMINA-RESIDUO.
           ADD 1 TO WS-RES-LINEAS.
           IF EXACTO-RES IS NOT NUMERIC OR
              RESULTADO-RES IS NOT NUMERIC OR
              RESIDUO-RES IS NOT NUMERIC
               ADD 1 TO WS-RES-MALAS
           ELSE
               ADD EXACTO-RES TO WS-RES-EXACTO
               ADD RESULTADO-RES TO WS-RES-REDONDEADO
               ADD RESIDUO-RES TO WS-RES-TOTAL
               COMPUTE WS-RES-LINEA = EXACTO-RES - RESULTADO-RES
               MOVE RESIDUO-RES TO WS-RES-ABS
               MOVE "N" TO WS-RES-FUERA
               IF POLITICA-RES = "T"
                   IF WS-RES-ABS >= 0.01
                       MOVE "S" TO WS-RES-FUERA
                   END-IF
               ELSE
                   IF WS-RES-ABS > 0.005
                       MOVE "S" TO WS-RES-FUERA
                   END-IF
               END-IF
               IF WS-RES-LINEA NOT = RESIDUO-RES OR
                  WS-RES-FUERA = "S"
                   ADD 1 TO WS-RES-MALAS
               END-IF
               PERFORM ACUMULA-RESIDUO-GRUPO
           END-IF.

       ACUMULA-RESIDUO-GRUPO.
           MOVE "N" TO WS-RES-HALLADA.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-RES-GRUPO
               IF WS-RESG-PROGRAMA(WS-R) = PROGRAMA-RES AND
                  WS-RESG-OPERACION(WS-R) = OPERACION-RES
                   MOVE "S" TO WS-RES-HALLADA
                   ADD 1 TO WS-RESG-LINEAS(WS-R)
                   ADD RESIDUO-RES TO WS-RESG-RESIDUO(WS-R)
               END-IF
           END-PERFORM.
           IF WS-RES-HALLADA NOT = "S"
               IF WS-TOTAL-RES-GRUPO < 50
                   ADD 1 TO WS-TOTAL-RES-GRUPO
                   MOVE PROGRAMA-RES
                       TO WS-RESG-PROGRAMA(WS-TOTAL-RES-GRUPO)
                   MOVE OPERACION-RES
                       TO WS-RESG-OPERACION(WS-TOTAL-RES-GRUPO)
                   MOVE 1 TO WS-RESG-LINEAS(WS-TOTAL-RES-GRUPO)
                   MOVE RESIDUO-RES
                       TO WS-RESG-RESIDUO(WS-TOTAL-RES-GRUPO)
               ELSE
                   MOVE "S" TO WS-RES-DESBORDE
               END-IF
           END-IF.

      *    El saldo de la cuenta de residuo: si el ultimo dia asentado
      *    es hoy (segunda corrida) se rehace sobre el saldo anterior.
       ACTUALIZA-SALDO-RESIDUO.
           MOVE 0 TO WS-RES-ANTERIOR.
           OPEN INPUT SALDO-RES-FILE.
           IF WS-SALDO-RES-STATUS = "00"
               READ SALDO-RES-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FECHA-SALDO-RES = FUNCTION NUMVAL(WS-HOY)
                           MOVE ANTERIOR-SALDO-RES TO WS-RES-ANTERIOR
                       ELSE
                           MOVE ACTUAL-SALDO-RES TO WS-RES-ANTERIOR
                       END-IF
               END-READ
               CLOSE SALDO-RES-FILE
           END-IF.
           COMPUTE WS-RES-SALDO = WS-RES-ANTERIOR + WS-RES-TOTAL.
           OPEN OUTPUT SALDO-RES-FILE.
           MOVE SPACES TO LINEA-SALDO-RES.
           MOVE WS-HOY TO FECHA-SALDO-RES.
           MOVE WS-RES-ANTERIOR TO ANTERIOR-SALDO-RES.
           MOVE WS-RES-SALDO TO ACTUAL-SALDO-RES.
           WRITE LINEA-SALDO-RES.
           CLOSE SALDO-RES-FILE.
           MOVE WS-RES-SALDO TO WS-RES-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CUENTA DE RESIDUO, SALDO:  " DELIMITED BY SIZE
               WS-RES-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       GRABA-ESTADO.
           OPEN OUTPUT ESTADO-FILE.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           CLOSE ESTADO-FILE.

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

       END PROGRAM CUADRE-DIARIO.
