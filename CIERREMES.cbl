      *          el periodo nuevo, antes de que los S9(7)V99 lleguen
      *          a su tope. Se niega a cerrar dos veces el mismo
      *          periodo y a cerrar mientras el veredicto del cuadre
      *          diario (CUADREST.TXT) este descuadrado. Junto con
      *          la foto de la casa guarda la de cada sucursal en
      *          SUCPERIOD.TXT y al terminar el cierre corre
      *          PRESUPUESTO-REAL, el real contra presupuesto del
      *          periodo recien cerrado. El estado mensual lista
      *          ademas los congelamientos de cambios forzados por
      *          emergencia en el mes (CONGEXC.TXT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ANOS-FILE ASSIGN TO "ANOCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ANOS-STATUS.
           SELECT SUCPER-FILE ASSIGN TO "SUCPERIOD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUCPER-STATUS.
           SELECT FORZADOS-FILE ASSIGN TO "CONGEXC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FORZADOS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TOTAL-DIVI-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-PCT-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-RAIZ-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-COMIS-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  PERIODOS-FILE.
       01  LINEA-PERIODO.
           05 DIVI-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  ESTADO-FILE.
       01  LINEA-ESTADO.
           05 DIVI-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRANSF-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  ANOS-FILE.
       01  LINEA-ANO.
           05 FILLER PIC X.
           05 FECHA-CIERRE-ANO PIC 9(8).

      *Foto por sucursal del periodo cerrado: los mismos acumuladores
      *de SUCTOT.TXT, que el cierre deja en cero a continuacion.
       FD  SUCPER-FILE.
       01  LINEA-SUCPER.
           05 PERIODO-SPE PIC 9(6).
           05 FILLER PIC X.
           05 SUCURSAL-SPE PIC X(2).
           05 FILLER PIC X.
           05 SUMA-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RESTA-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MULTI-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 DIVI-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRANSF-SPE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

      *Congelamientos forzados por emergencia, que graba
      *VERIFICA-CONGELAMIENTO.
       FD  FORZADOS-FILE.
       01  LINEA-FORZADO.
           05 FECHA-CEX PIC X(8).
           05 FILLER PIC X.
           05 HORA-CEX PIC X(6).
           05 FILLER PIC X.
           05 PROGRAMA-CEX PIC X(20).
           05 FILLER PIC X.
           05 OPERADOR-CEX PIC X(10).
           05 FILLER PIC X.
           05 GRUPO-CEX PIC X.
           05 FILLER PIC X.
           05 MOTIVO-CEX PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-TOTALES-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-DIVI PIC S9(7)V99 VALUE 0.
       01 WS-PCT PIC S9(7)V99 VALUE 0.
       01 WS-RAIZ PIC S9(7)V99 VALUE 0.
       01 WS-COMIS PIC S9(7)V99 VALUE 0.
       01 WS-ESTILO-IMPORTE PIC X.
       01 WS-TEXTO-IMPORTE PIC X(16).
       01 WS-TEXTO-IMPORTE2 PIC X(16).
       01 WS-SUC-CODIGOS.
           05 WS-SUC-COD PIC X(2) OCCURS 20.
       01 WS-ANOS-STATUS PIC XX.
       01 WS-SUCPER-STATUS PIC XX.
       01 WS-ANO-YA-CERRADO PIC X VALUE "N".
       01 WS-PROGRAMA PIC X(20) VALUE "CIERRE-MENSUAL".
       01 WS-OPERADOR PIC X(10).
       01 WS-IDIOMA PIC XX.
       01 WS-ACCION-DUAL PIC X(20).
       01 WS-DUAL-OK PIC X.
       01 WS-FORZADOS-STATUS PIC XX.
       01 WS-TOTAL-FORZADOS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GRABA-PERIODO
                   PERFORM GRABA-PERIODO-SUCURSALES
                   PERFORM IMPRIME-ESTADO-MENSUAL
                   PERFORM PONE-EN-CERO
                   DISPLAY "PERIODO " WS-PERIODO " CERRADO"
                   CALL "PRESUPUESTO-REAL"
               END-IF
           END-IF.
           GOBACK.
           CALL "FORMATEA-IMPORTE" USING WS-RAIZ WS-ESTILO-IMPORTE
               WS-TEXTO-IMPORTE WS-TEXTO-IMPORTE2.
           DISPLAY "SE FOTOGRAFIARIA RAIZ:  " WS-TEXTO-IMPORTE.
           CALL "FORMATEA-IMPORTE" USING WS-COMIS WS-ESTILO-IMPORTE
               WS-TEXTO-IMPORTE WS-TEXTO-IMPORTE2.
           DISPLAY "SE FOTOGRAFIARIA COMIS: " WS-TEXTO-IMPORTE.
           DISPLAY "LOS ACUMULADORES QUEDARIAN EN CERO".

      *    Un anio marcado cerrado por CIERRE-ANUAL queda sellado:
                       IF TOTAL-RAIZ-REC IS NUMERIC
                           MOVE TOTAL-RAIZ-REC TO WS-RAIZ
                       END-IF
                       IF TOTAL-COMIS-REC IS NUMERIC
                           MOVE TOTAL-COMIS-REC TO WS-COMIS
                       END-IF
               END-READ
               CLOSE TOTALES-FILE
           END-IF.
           MOVE WS-DIVI TO DIVI-HIST.
           MOVE WS-PCT TO PCT-HIST.
           MOVE WS-RAIZ TO RAIZ-HIST.
           MOVE WS-COMIS TO COMIS-HIST.
           WRITE LINEA-PERIODO.
           CLOSE PERIODOS-FILE.

       GRABA-PERIODO-SUCURSALES.
           OPEN INPUT SUCURSAL-FILE.
           IF WS-SUCURSAL-STATUS = "00"
               OPEN EXTEND SUCPER-FILE
               IF WS-SUCPER-STATUS = "35"
                   OPEN OUTPUT SUCPER-FILE
               END-IF
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SUCURSAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM GRABA-FOTO-SUCURSAL
                   END-READ
               END-PERFORM
               CLOSE SUCPER-FILE
               CLOSE SUCURSAL-FILE
           END-IF.

       GRABA-FOTO-SUCURSAL.
           MOVE SPACES TO LINEA-SUCPER.
           MOVE WS-PERIODO TO PERIODO-SPE.
           MOVE SUCURSAL-SUC TO SUCURSAL-SPE.
           MOVE SUMA-SUC TO SUMA-SPE.
           MOVE RESTA-SUC TO RESTA-SPE.
           MOVE MULTI-SUC TO MULTI-SPE.
           MOVE DIVI-SUC TO DIVI-SPE.
           MOVE 0 TO PCT-SPE.
           MOVE 0 TO RAIZ-SPE.
           MOVE 0 TO COMIS-SPE.
           MOVE 0 TO TRANSF-SPE.
           IF PCT-SUC IS NUMERIC
               MOVE PCT-SUC TO PCT-SPE
           END-IF.
           IF RAIZ-SUC IS NUMERIC
               MOVE RAIZ-SUC TO RAIZ-SPE
           END-IF.
           IF COMIS-SUC IS NUMERIC
               MOVE COMIS-SUC TO COMIS-SPE
           END-IF.
           IF TRANSF-SUC IS NUMERIC
               MOVE TRANSF-SUC TO TRANSF-SPE
           END-IF.
           WRITE LINEA-SUCPER.

      *    Como los acumuladores quedan en cero en cada cierre, el
      *    total al cierre ES el movimiento del periodo.
       IMPRIME-ESTADO-MENSUAL.
               WS-TEXTO-IMPORTE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CALL "FORMATEA-IMPORTE" USING WS-COMIS WS-ESTILO-IMPORTE
               WS-TEXTO-IMPORTE WS-TEXTO-IMPORTE2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COMISIONES:       " DELIMITED BY SIZE
               WS-TEXTO-IMPORTE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM DESGLOSA-SUCURSALES.
           PERFORM LISTA-FORZADOS.
           CLOSE REPORTE-FILE.
           DISPLAY "ESTADO MENSUAL GENERADO (CIERREREP.TXT)".

               WRITE LINEA-REPORTE
           END-IF.

      *    Cada cambio hecho durante un congelamiento con la firma
      *    de emergencia queda a la vista en el cierre de su mes.
       LISTA-FORZADOS.
           MOVE "CONGELAMIENTOS FORZADOS POR EMERGENCIA:"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-TOTAL-FORZADOS.
           OPEN INPUT FORZADOS-FILE.
           IF WS-FORZADOS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FORZADOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-CEX(1:6) = WS-PERIODO
                               PERFORM ESCRIBE-FORZADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORZADOS-FILE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  TOTAL FORZADOS: " DELIMITED BY SIZE
               WS-TOTAL-FORZADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-FORZADO.
           ADD 1 TO WS-TOTAL-FORZADOS.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
               FECHA-CEX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-CEX(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PROGRAMA-CEX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-CEX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GRUPO-CEX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVO-CEX DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-SUCURSAL.
           COMPUTE WS-MOV-UNA-SUC = SUMA-SUC + RESTA-SUC + MULTI-SUC
               + DIVI-SUC + PCT-SUC + RAIZ-SUC.
      *    Lo transferido entre oficinas mueve a cada una y netea
      *    cero en el consolidado.
           IF TRANSF-SUC IS NUMERIC
               ADD TRANSF-SUC TO WS-MOV-UNA-SUC
           END-IF.
           ADD WS-MOV-UNA-SUC TO WS-MOV-SUC.
           MOVE "M" TO WS-ESTILO-IMPORTE.
           CALL "FORMATEA-IMPORTE" USING WS-MOV-UNA-SUC
           MOVE 0 TO TOTAL-DIVI-REC.
           MOVE 0 TO TOTAL-PCT-REC.
           MOVE 0 TO TOTAL-RAIZ-REC.
           MOVE 0 TO TOTAL-COMIS-REC.
           WRITE LINEA-TOTALES.
           CLOSE TOTALES-FILE.
           PERFORM PONE-SUCURSALES-EN-CERO.
                   MOVE 0 TO DIVI-SUC
                   MOVE 0 TO PCT-SUC
                   MOVE 0 TO RAIZ-SUC
                   MOVE 0 TO COMIS-SUC
                   MOVE 0 TO TRANSF-SUC
                   WRITE LINEA-SUCURSAL
               END-PERFORM
               CLOSE SUCURSAL-FILE
