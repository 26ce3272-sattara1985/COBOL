      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Regional roll-up of the branch accumulators. Cada
      *          linea de SUCTOT.TXT se ubica en su region segun el
      *          maestro de sucursales SUCMAST.TXT y el reporte
      *          SUCREG.TXT imprime una pagina por region (salto de
      *          forma entre regiones) con el detalle de cada oficina,
      *          el subtotal de la region por operacion, comisiones y
      *          transferencias entre sucursales y, al final, el
      *          total general. Las lineas de SUCTOT cuya sucursal
      *          no esta en el maestro se agrupan bajo SIN REGION para
      *          que no se pierdan de la suma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-REGIONAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCMAST-FILE ASSIGN TO "SUCMAST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUCMAST-STATUS.
           SELECT SUCURSAL-FILE ASSIGN TO "SUCTOT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUCURSAL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "SUCREG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUCMAST-FILE.
       01  LINEA-SUCMAST.
           05 CODIGO-SM PIC X(2).
           05 FILLER PIC X.
           05 NOMBRE-SM PIC X(20).
           05 FILLER PIC X.
           05 REGION-SM PIC X(10).
           05 FILLER PIC X.
           05 ESTADO-SM PIC X.
           05 FILLER PIC X.
           05 APERTURA-SM PIC 9(8).

       FD  SUCURSAL-FILE.
       01  LINEA-SUCURSAL.
           05 SUCURSAL-SUC PIC X(2).
           05 SUMA-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RESTA-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MULTI-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 DIVI-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRANSF-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SUCMAST-STATUS PIC XX.
       01 WS-SUCURSAL-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-PROGRAMA PIC X(20) VALUE "RESUMEN-REGIONAL".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 0.
       01 WS-TOTAL-MAESTRO PIC 9(3) VALUE 0.
       01 WS-TOTAL-LINEAS PIC 9(3) VALUE 0.
       01 WS-TOTAL-REGIONES PIC 9(3) VALUE 0.
       01 WS-M PIC 9(3).
       01 WS-S PIC 9(3).
       01 WS-R PIC 9(3).
       01 WS-REG-HALLADA PIC X.
       01 WS-REGION-ACTUAL PIC X(10).
       01 WS-NOMBRE-ACTUAL PIC X(20).
       01 WS-IMPORTE-ED1 PIC -(9)9.99.
       01 WS-IMPORTE-ED2 PIC -(9)9.99.
       01 WS-IMPORTE-ED3 PIC -(9)9.99.
       01 WS-ACUMULADO.
           05 WS-AC-SUMA PIC S9(9)V99.
           05 WS-AC-RESTA PIC S9(9)V99.
           05 WS-AC-MULTI PIC S9(9)V99.
           05 WS-AC-DIVI PIC S9(9)V99.
           05 WS-AC-PCT PIC S9(9)V99.
           05 WS-AC-RAIZ PIC S9(9)V99.
           05 WS-AC-COMIS PIC S9(9)V99.
           05 WS-AC-TRANSF PIC S9(9)V99.
       01 WS-GENERAL.
           05 WS-GR-SUMA PIC S9(9)V99 VALUE 0.
           05 WS-GR-RESTA PIC S9(9)V99 VALUE 0.
           05 WS-GR-MULTI PIC S9(9)V99 VALUE 0.
           05 WS-GR-DIVI PIC S9(9)V99 VALUE 0.
           05 WS-GR-PCT PIC S9(9)V99 VALUE 0.
           05 WS-GR-RAIZ PIC S9(9)V99 VALUE 0.
           05 WS-GR-COMIS PIC S9(9)V99 VALUE 0.
           05 WS-GR-TRANSF PIC S9(9)V99 VALUE 0.
       01 WS-TABLA-MAESTRO.
           05 WS-MAE OCCURS 100.
               10 WS-MAE-CODIGO PIC X(2).
               10 WS-MAE-NOMBRE PIC X(20).
               10 WS-MAE-REGION PIC X(10).
       01 WS-TABLA-SUCTOT.
           05 WS-LIN OCCURS 100.
               10 WS-LIN-CODIGO PIC X(2).
               10 WS-LIN-REGION PIC X(10).
               10 WS-LIN-NOMBRE PIC X(20).
               10 WS-LIN-SUMA PIC S9(7)V99.
               10 WS-LIN-RESTA PIC S9(7)V99.
               10 WS-LIN-MULTI PIC S9(7)V99.
               10 WS-LIN-DIVI PIC S9(7)V99.
               10 WS-LIN-PCT PIC S9(7)V99.
               10 WS-LIN-RAIZ PIC S9(7)V99.
               10 WS-LIN-COMIS PIC S9(7)V99.
               10 WS-LIN-TRANSF PIC S9(7)V99.
       01 WS-TABLA-REGIONES.
           05 WS-REGION OCCURS 50 PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM CARGA-MAESTRO.
           PERFORM CARGA-SUCTOT.
           OPEN OUTPUT REPORTE-FILE.
           IF WS-TOTAL-LINEAS = 0
               MOVE "SIN ACUMULADORES POR SUCURSAL (SUCTOT.TXT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE 1 TO WS-PAGINAS-CAT
           ELSE
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-TOTAL-REGIONES
                   PERFORM IMPRIME-REGION
               END-PERFORM
               PERFORM IMPRIME-GENERAL
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "SUCREG.TXT" TO WS-ARCHIVO-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "RESUMEN REGIONAL - REGIONES: " WS-TOTAL-REGIONES
               " SUCURSALES: " WS-TOTAL-LINEAS.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-MAESTRO.
           OPEN INPUT SUCMAST-FILE.
           IF WS-SUCMAST-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SUCMAST-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-MAESTRO < 100
                               ADD 1 TO WS-TOTAL-MAESTRO
                               MOVE CODIGO-SM TO
                                   WS-MAE-CODIGO(WS-TOTAL-MAESTRO)
                               MOVE NOMBRE-SM TO
                                   WS-MAE-NOMBRE(WS-TOTAL-MAESTRO)
                               MOVE REGION-SM TO
                                   WS-MAE-REGION(WS-TOTAL-MAESTRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCMAST-FILE
           END-IF.

      *    Cada linea de SUCTOT recibe su region y nombre del maestro;
      *    las regiones se anotan en el orden en que aparecen.
       CARGA-SUCTOT.
           OPEN INPUT SUCURSAL-FILE.
           IF WS-SUCURSAL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SUCURSAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-LINEAS < 100
                               ADD 1 TO WS-TOTAL-LINEAS
                               PERFORM GUARDA-LINEA-SUCTOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCURSAL-FILE
           END-IF.

       GUARDA-LINEA-SUCTOT.
           MOVE WS-TOTAL-LINEAS TO WS-S.
           MOVE SUCURSAL-SUC TO WS-LIN-CODIGO(WS-S).
           MOVE SUMA-SUC TO WS-LIN-SUMA(WS-S).
           MOVE RESTA-SUC TO WS-LIN-RESTA(WS-S).
           MOVE MULTI-SUC TO WS-LIN-MULTI(WS-S).
           MOVE DIVI-SUC TO WS-LIN-DIVI(WS-S).
           MOVE PCT-SUC TO WS-LIN-PCT(WS-S).
           MOVE RAIZ-SUC TO WS-LIN-RAIZ(WS-S).
      *    Las lineas grabadas antes de que SUCTOT llevara comisiones
      *    y transferencias no las traen: cuentan como cero.
           MOVE 0 TO WS-LIN-COMIS(WS-S).
           MOVE 0 TO WS-LIN-TRANSF(WS-S).
           IF COMIS-SUC IS NUMERIC
               MOVE COMIS-SUC TO WS-LIN-COMIS(WS-S)
           END-IF.
           IF TRANSF-SUC IS NUMERIC
               MOVE TRANSF-SUC TO WS-LIN-TRANSF(WS-S)
           END-IF.
           MOVE "SIN REGION" TO WS-REGION-ACTUAL.
           MOVE "NO ESTA EN EL MAESTRO" TO WS-NOMBRE-ACTUAL.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-TOTAL-MAESTRO
               IF WS-MAE-CODIGO(WS-M) = SUCURSAL-SUC
                   MOVE WS-MAE-REGION(WS-M) TO WS-REGION-ACTUAL
                   MOVE WS-MAE-NOMBRE(WS-M) TO WS-NOMBRE-ACTUAL
               END-IF
           END-PERFORM.
           MOVE WS-REGION-ACTUAL TO WS-LIN-REGION(WS-S).
           MOVE WS-NOMBRE-ACTUAL TO WS-LIN-NOMBRE(WS-S).
           MOVE "N" TO WS-REG-HALLADA.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-REGIONES
               IF WS-REGION(WS-R) = WS-REGION-ACTUAL
                   MOVE "S" TO WS-REG-HALLADA
               END-IF
           END-PERFORM.
           IF WS-REG-HALLADA NOT = "S" AND WS-TOTAL-REGIONES < 50
               ADD 1 TO WS-TOTAL-REGIONES
               MOVE WS-REGION-ACTUAL TO WS-REGION(WS-TOTAL-REGIONES)
           END-IF.

      ******************************************************************
      * Una pagina por region: cabecera, tres renglones por oficina
      * (las seis operaciones, comisiones y transferencias) y el
      * subtotal de la region.
      ******************************************************************
       IMPRIME-REGION.
           ADD 1 TO WS-PAGINAS-CAT.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RESUMEN REGIONAL DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               "  REGION: " DELIMITED BY SIZE
               WS-REGION(WS-R) DELIMITED BY SIZE
               "  PAGINA " DELIMITED BY SIZE
               WS-PAGINAS-CAT DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           IF WS-R = 1
               WRITE LINEA-REPORTE
           ELSE
               WRITE LINEA-REPORTE AFTER ADVANCING PAGE
           END-IF.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           INITIALIZE WS-ACUMULADO.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-TOTAL-LINEAS
               IF WS-LIN-REGION(WS-S) = WS-REGION(WS-R)
                   PERFORM IMPRIME-SUCURSAL
               END-IF
           END-PERFORM.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SUBTOTAL REGION " DELIMITED BY SIZE
               WS-REGION(WS-R) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIME-ACUMULADO.
           ADD WS-AC-SUMA TO WS-GR-SUMA.
           ADD WS-AC-RESTA TO WS-GR-RESTA.
           ADD WS-AC-MULTI TO WS-GR-MULTI.
           ADD WS-AC-DIVI TO WS-GR-DIVI.
           ADD WS-AC-PCT TO WS-GR-PCT.
           ADD WS-AC-RAIZ TO WS-GR-RAIZ.
           ADD WS-AC-COMIS TO WS-GR-COMIS.
           ADD WS-AC-TRANSF TO WS-GR-TRANSF.

       IMPRIME-SUCURSAL.
           MOVE WS-LIN-SUMA(WS-S) TO WS-IMPORTE-ED1.
           MOVE WS-LIN-RESTA(WS-S) TO WS-IMPORTE-ED2.
           MOVE WS-LIN-MULTI(WS-S) TO WS-IMPORTE-ED3.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-LIN-CODIGO(WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LIN-NOMBRE(WS-S)(1:16) DELIMITED BY SIZE
               " SUMA " DELIMITED BY SIZE
               WS-IMPORTE-ED1 DELIMITED BY SIZE
               " RESTA " DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               " MULT " DELIMITED BY SIZE
               WS-IMPORTE-ED3 DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LIN-DIVI(WS-S) TO WS-IMPORTE-ED1.
           MOVE WS-LIN-PCT(WS-S) TO WS-IMPORTE-ED2.
           MOVE WS-LIN-RAIZ(WS-S) TO WS-IMPORTE-ED3.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "                    DIVI " DELIMITED BY SIZE
               WS-IMPORTE-ED1 DELIMITED BY SIZE
               " PCT   " DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               " RAIZ " DELIMITED BY SIZE
               WS-IMPORTE-ED3 DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-LIN-COMIS(WS-S) TO WS-IMPORTE-ED1.
           MOVE WS-LIN-TRANSF(WS-S) TO WS-IMPORTE-ED2.
           PERFORM IMPRIME-COMIS-TRANSF.
           ADD WS-LIN-SUMA(WS-S) TO WS-AC-SUMA.
           ADD WS-LIN-RESTA(WS-S) TO WS-AC-RESTA.
           ADD WS-LIN-MULTI(WS-S) TO WS-AC-MULTI.
           ADD WS-LIN-DIVI(WS-S) TO WS-AC-DIVI.
           ADD WS-LIN-PCT(WS-S) TO WS-AC-PCT.
           ADD WS-LIN-RAIZ(WS-S) TO WS-AC-RAIZ.
           ADD WS-LIN-COMIS(WS-S) TO WS-AC-COMIS.
           ADD WS-LIN-TRANSF(WS-S) TO WS-AC-TRANSF.

       IMPRIME-ACUMULADO.
           MOVE WS-AC-SUMA TO WS-IMPORTE-ED1.
           MOVE WS-AC-RESTA TO WS-IMPORTE-ED2.
           MOVE WS-AC-MULTI TO WS-IMPORTE-ED3.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "                    SUMA " DELIMITED BY SIZE
               WS-IMPORTE-ED1 DELIMITED BY SIZE
               " RESTA " DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               " MULT " DELIMITED BY SIZE
               WS-IMPORTE-ED3 DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-AC-DIVI TO WS-IMPORTE-ED1.
           MOVE WS-AC-PCT TO WS-IMPORTE-ED2.
           MOVE WS-AC-RAIZ TO WS-IMPORTE-ED3.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "                    DIVI " DELIMITED BY SIZE
               WS-IMPORTE-ED1 DELIMITED BY SIZE
               " PCT   " DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               " RAIZ " DELIMITED BY SIZE
               WS-IMPORTE-ED3 DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-AC-COMIS TO WS-IMPORTE-ED1.
           MOVE WS-AC-TRANSF TO WS-IMPORTE-ED2.
           PERFORM IMPRIME-COMIS-TRANSF.

       IMPRIME-COMIS-TRANSF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "                    COMIS" DELIMITED BY SIZE
               WS-IMPORTE-ED1 DELIMITED BY SIZE
               " TRANSF" DELIMITED BY SIZE
               WS-IMPORTE-ED2 DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIME-GENERAL.
           MOVE WS-GENERAL TO WS-ACUMULADO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TOTAL GENERAL DE TODAS LAS REGIONES" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM IMPRIME-ACUMULADO.

       END PROGRAM RESUMEN-REGIONAL.
