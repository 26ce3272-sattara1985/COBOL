      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Real contra presupuesto del ultimo periodo cerrado.
      *          Lo corre CIERRE-MENSUAL al terminar el cierre: toma
      *          el periodo mas reciente de TOTPERIOD.TXT, lee la foto
      *          por sucursal de SUCPERIOD.TXT y el presupuesto de
      *          PRESUP.TXT (MANTENIMIENTO-PRESUP) y por cada
      *          sucursal y operacion imprime real, presupuesto,
      *          variacion y variacion en % del mes y acumulado del
      *          anio. Cierra con el total de la casa, cuyo real sale
      *          de TOTPERIOD.TXT. Una variacion que pasa la
      *          tolerancia PRESTOL (% , por defecto 10) se marca con
      *          * y la sucursal se avisa por REGISTRA-ALERTA.
      *          Reporte PRESREP.TXT por el servicio de impresion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUPUESTO-REAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS-FILE ASSIGN TO "TOTPERIOD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT SUCPER-FILE ASSIGN TO "SUCPERIOD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUCPER-STATUS.
           SELECT PRESUP-FILE ASSIGN TO "PRESUP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS-FILE.
       01  LINEA-PERIODO.
           05 PERIODO-HIST PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-CIERRE-HIST PIC 9(8).
           05 FILLER PIC X.
           05 SUMA-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RESTA-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MULTI-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 DIVI-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

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

       FD  PRESUP-FILE.
       01  LINEA-PRESUP.
           05 SUCURSAL-PRE PIC X(2).
           05 FILLER PIC X.
           05 PERIODO-PRE PIC 9(6).
           05 FILLER PIC X.
           05 OPERACION-PRE PIC X.
           05 FILLER PIC X.
           05 IMPORTE-PRE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "PRESREP.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "PRESREAL".
       01 WS-TITULO-SRV PIC X(40)
           VALUE "REAL CONTRA PRESUPUESTO POR SUCURSAL".
       01 LINEA-REPORTE PIC X(80).
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-SUCPER-STATUS PIC XX.
       01 WS-PRESUP-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-ANIO PIC X(4).
       01 WS-TOLERANCIA PIC 9(3) VALUE 10.
      *Lo leido de una linea (sucursal o casa) por operacion 1-7;
      *la 7 son las transferencias entre sucursales.
       01 WS-IMPORTES-LEIDOS.
           05 WS-IMP-LEIDO PIC S9(7)V99 OCCURS 7.
      *Por sucursal y operacion: real y presupuesto del mes y del
      *acumulado del anio.
       01 WS-CANT-SUC PIC 99 VALUE 0.
       01 WS-TABLA-SUC.
           05 WS-SUC-ENTRADA OCCURS 60.
               10 WS-SUC-TAB PIC X(2).
               10 WS-MARCA-SUC PIC X.
               10 WS-OPER-TAB OCCURS 7.
                   15 WS-REAL-MES PIC S9(9)V99.
                   15 WS-REAL-ACUM PIC S9(9)V99.
                   15 WS-PRES-MES PIC S9(9)V99.
                   15 WS-PRES-ACUM PIC S9(9)V99.
      *La casa: el real viene de TOTPERIOD.TXT (operaciones 1-6,
      *las transferencias se anulan entre sucursales), el
      *presupuesto es la suma del de las sucursales.
       01 WS-TABLA-CASA.
           05 WS-CASA-TAB OCCURS 7.
               10 WS-CASA-REAL-MES PIC S9(9)V99.
               10 WS-CASA-REAL-ACUM PIC S9(9)V99.
               10 WS-CASA-PRES-MES PIC S9(9)V99.
               10 WS-CASA-PRES-ACUM PIC S9(9)V99.
       01 WS-NOMBRES-OPER.
           05 FILLER PIC X(6) VALUE "SUMA".
           05 FILLER PIC X(6) VALUE "RESTA".
           05 FILLER PIC X(6) VALUE "MULTI".
           05 FILLER PIC X(6) VALUE "DIVI".
           05 FILLER PIC X(6) VALUE "PCT".
           05 FILLER PIC X(6) VALUE "RAIZ".
           05 FILLER PIC X(6) VALUE "TRANSF".
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-OPER.
           05 WS-NOMBRE-OPER PIC X(6) OCCURS 7.
       01 WS-I PIC 99.
       01 WS-J PIC 9.
       01 WS-SUCURSAL-BUSCA PIC X(2).
       01 WS-HALLADO PIC X.
       01 WS-PERIODO-LINEA PIC X(4).
       01 WS-REAL-CALC PIC S9(9)V99.
       01 WS-PRES-CALC PIC S9(9)V99.
       01 WS-VAR-CALC PIC S9(9)V99.
       01 WS-PCT-CALC PIC S9(5)V9.
       01 WS-MARCA PIC X.
       01 WS-MARCA-BLOQUE PIC X.
       01 WS-REAL-ED PIC -(9)9.99.
       01 WS-PRES-ED PIC -(9)9.99.
       01 WS-VAR-ED PIC -(9)9.99.
       01 WS-PCT-ED PIC -(5)9.9.
       01 WS-PCT-TEXTO PIC X(8).
       01 WS-FUERA-TOL PIC 9(4) VALUE 0.
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-PROGRAMA PIC X(20) VALUE "PRESUPUESTO-REAL".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           PERFORM CARGA-CONFIG.
           PERFORM BUSCA-ULTIMO-PERIODO.
           IF WS-PERIODO = 0
               DISPLAY "NO HAY PERIODOS CERRADOS EN TOTPERIOD.TXT"
           ELSE
               MOVE WS-PERIODO(1:4) TO WS-ANIO
               INITIALIZE WS-TABLA-CASA
               PERFORM LEE-REAL-CASA
               PERFORM LEE-REAL-SUCURSALES
               PERFORM LEE-PRESUPUESTO
               PERFORM IMPRIME-REPORTE
               DISPLAY "REAL CONTRA PRESUPUESTO " WS-PERIODO
                   ": FUERA DE TOLERANCIA " WS-FUERA-TOL
               MOVE "PRESREP.TXT" TO WS-ARCHIVO-CAT
               MOVE 1 TO WS-PAGINAS-CAT
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
           END-IF.
           MOVE 0 TO RETURN-CODE.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONFIG.
           MOVE "PRESTOL" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "10" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-TOLERANCIA
           END-IF.

      ******************************************************************
      * El periodo a informar es el mas reciente del historial: el que
      * CIERRE-MENSUAL acaba de cerrar.
      ******************************************************************
       BUSCA-ULTIMO-PERIODO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PERIODOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF PERIODO-HIST IS NUMERIC AND
                              PERIODO-HIST > WS-PERIODO
                               MOVE PERIODO-HIST TO WS-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       LEE-REAL-CASA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PERIODOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE PERIODO-HIST(1:4) TO WS-PERIODO-LINEA
                           IF PERIODO-HIST IS NUMERIC AND
                              WS-PERIODO-LINEA = WS-ANIO AND
                              PERIODO-HIST NOT > WS-PERIODO
                               PERFORM ACUMULA-REAL-CASA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       ACUMULA-REAL-CASA.
           INITIALIZE WS-IMPORTES-LEIDOS.
           IF SUMA-HIST IS NUMERIC
               MOVE SUMA-HIST TO WS-IMP-LEIDO(1)
           END-IF.
           IF RESTA-HIST IS NUMERIC
               MOVE RESTA-HIST TO WS-IMP-LEIDO(2)
           END-IF.
           IF MULTI-HIST IS NUMERIC
               MOVE MULTI-HIST TO WS-IMP-LEIDO(3)
           END-IF.
           IF DIVI-HIST IS NUMERIC
               MOVE DIVI-HIST TO WS-IMP-LEIDO(4)
           END-IF.
           IF PCT-HIST IS NUMERIC
               MOVE PCT-HIST TO WS-IMP-LEIDO(5)
           END-IF.
           IF RAIZ-HIST IS NUMERIC
               MOVE RAIZ-HIST TO WS-IMP-LEIDO(6)
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 6
               ADD WS-IMP-LEIDO(WS-J) TO WS-CASA-REAL-ACUM(WS-J)
               IF PERIODO-HIST = WS-PERIODO
                   ADD WS-IMP-LEIDO(WS-J) TO WS-CASA-REAL-MES(WS-J)
               END-IF
           END-PERFORM.

       LEE-REAL-SUCURSALES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT SUCPER-FILE.
           IF WS-SUCPER-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SUCPER-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE PERIODO-SPE(1:4) TO WS-PERIODO-LINEA
                           IF PERIODO-SPE IS NUMERIC AND
                              WS-PERIODO-LINEA = WS-ANIO AND
                              PERIODO-SPE NOT > WS-PERIODO
                               MOVE SUCURSAL-SPE TO WS-SUCURSAL-BUSCA
                               PERFORM BUSCA-SUCURSAL-TAB
                               IF WS-HALLADO = "S"
                                   PERFORM ACUMULA-REAL-SUCURSAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCPER-FILE
           END-IF.

       ACUMULA-REAL-SUCURSAL.
           INITIALIZE WS-IMPORTES-LEIDOS.
           IF SUMA-SPE IS NUMERIC
               MOVE SUMA-SPE TO WS-IMP-LEIDO(1)
           END-IF.
           IF RESTA-SPE IS NUMERIC
               MOVE RESTA-SPE TO WS-IMP-LEIDO(2)
           END-IF.
           IF MULTI-SPE IS NUMERIC
               MOVE MULTI-SPE TO WS-IMP-LEIDO(3)
           END-IF.
           IF DIVI-SPE IS NUMERIC
               MOVE DIVI-SPE TO WS-IMP-LEIDO(4)
           END-IF.
           IF PCT-SPE IS NUMERIC
               MOVE PCT-SPE TO WS-IMP-LEIDO(5)
           END-IF.
           IF RAIZ-SPE IS NUMERIC
               MOVE RAIZ-SPE TO WS-IMP-LEIDO(6)
           END-IF.
           IF TRANSF-SPE IS NUMERIC
               MOVE TRANSF-SPE TO WS-IMP-LEIDO(7)
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 7
               ADD WS-IMP-LEIDO(WS-J) TO WS-REAL-ACUM(WS-I, WS-J)
               IF PERIODO-SPE = WS-PERIODO
                   ADD WS-IMP-LEIDO(WS-J) TO WS-REAL-MES(WS-I, WS-J)
               END-IF
           END-PERFORM.

       LEE-PRESUPUESTO.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT PRESUP-FILE.
           IF WS-PRESUP-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PRESUP-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE PERIODO-PRE(1:4) TO WS-PERIODO-LINEA
                           IF PERIODO-PRE IS NUMERIC AND
                              IMPORTE-PRE IS NUMERIC AND
                              OPERACION-PRE >= "1" AND
                              OPERACION-PRE <= "7" AND
                              WS-PERIODO-LINEA = WS-ANIO AND
                              PERIODO-PRE NOT > WS-PERIODO
                               MOVE SUCURSAL-PRE TO WS-SUCURSAL-BUSCA
                               PERFORM BUSCA-SUCURSAL-TAB
                               IF WS-HALLADO = "S"
                                   PERFORM ACUMULA-PRESUPUESTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUP-FILE
           END-IF.

       ACUMULA-PRESUPUESTO.
           MOVE OPERACION-PRE TO WS-J.
           ADD IMPORTE-PRE TO WS-PRES-ACUM(WS-I, WS-J).
           IF WS-J < 7
               ADD IMPORTE-PRE TO WS-CASA-PRES-ACUM(WS-J)
           END-IF.
           IF PERIODO-PRE = WS-PERIODO
               ADD IMPORTE-PRE TO WS-PRES-MES(WS-I, WS-J)
               IF WS-J < 7
                   ADD IMPORTE-PRE TO WS-CASA-PRES-MES(WS-J)
               END-IF
           END-IF.

      *    Deja en WS-I la entrada de la sucursal, dandola de alta
      *    la primera vez que aparece; sin lugar en la tabla la
      *    linea no se cuenta.
       BUSCA-SUCURSAL-TAB.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CANT-SUC OR WS-HALLADO = "S"
               IF WS-SUC-TAB(WS-I) = WS-SUCURSAL-BUSCA
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "S"
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-CANT-SUC < 60
                   ADD 1 TO WS-CANT-SUC
                   MOVE WS-CANT-SUC TO WS-I
                   INITIALIZE WS-SUC-ENTRADA(WS-I)
                   MOVE WS-SUCURSAL-BUSCA TO WS-SUC-TAB(WS-I)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-IF.

       IMPRIME-REPORTE.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO " DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               "  ACUMULADO DESDE " DELIMITED BY SIZE
               WS-ANIO DELIMITED BY SIZE
               "01  TOLERANCIA " DELIMITED BY SIZE
               WS-TOLERANCIA DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE "OPER   PER" TO LINEA-REPORTE(1:10).
           MOVE "REAL" TO LINEA-REPORTE(22:4).
           MOVE "PRESUPUESTO" TO LINEA-REPORTE(29:11).
           MOVE "VARIACION" TO LINEA-REPORTE(45:9).
           MOVE "VAR%" TO LINEA-REPORTE(60:4).
           PERFORM ESCRIBE-LINEA-SRV.
           IF WS-CANT-SUC = 0
               MOVE "SIN DATOS DE SUCURSALES PARA EL PERIODO"
                   TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CANT-SUC
               PERFORM IMPRIME-SUCURSAL
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "TOTAL CASA" TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 6
               MOVE WS-CASA-REAL-MES(WS-J) TO WS-REAL-CALC
               MOVE WS-CASA-PRES-MES(WS-J) TO WS-PRES-CALC
               PERFORM IMPRIME-LINEA-MES
               MOVE WS-CASA-REAL-ACUM(WS-J) TO WS-REAL-CALC
               MOVE WS-CASA-PRES-ACUM(WS-J) TO WS-PRES-CALC
               PERFORM IMPRIME-LINEA-ACUM
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SUCURSALES FUERA DE TOLERANCIA: " DELIMITED BY SIZE
               WS-FUERA-TOL DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

      ******************************************************************
      * Una sucursal se marca cuando cualquiera de sus variaciones,
      * del mes o acumulada, pasa la tolerancia; la alerta sale una
      * sola vez por sucursal.
      ******************************************************************
       IMPRIME-SUCURSAL.
           MOVE "N" TO WS-MARCA-BLOQUE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           STRING "SUCURSAL " DELIMITED BY SIZE
               WS-SUC-TAB(WS-I) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 7
               IF WS-REAL-ACUM(WS-I, WS-J) NOT = 0 OR
                  WS-PRES-ACUM(WS-I, WS-J) NOT = 0
                   MOVE WS-REAL-MES(WS-I, WS-J) TO WS-REAL-CALC
                   MOVE WS-PRES-MES(WS-I, WS-J) TO WS-PRES-CALC
                   PERFORM IMPRIME-LINEA-MES
                   MOVE WS-REAL-ACUM(WS-I, WS-J) TO WS-REAL-CALC
                   MOVE WS-PRES-ACUM(WS-I, WS-J) TO WS-PRES-CALC
                   PERFORM IMPRIME-LINEA-ACUM
               END-IF
           END-PERFORM.
           IF WS-MARCA-BLOQUE = "S"
               ADD 1 TO WS-FUERA-TOL
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "SUC " DELIMITED BY SIZE
                   WS-SUC-TAB(WS-I) DELIMITED BY SIZE
                   " FUERA DE PRESUPUESTO " DELIMITED BY SIZE
                   WS-PERIODO DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.

       IMPRIME-LINEA-MES.
           PERFORM CALCULA-VARIACION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-NOMBRE-OPER(WS-J) DELIMITED BY SIZE
               " MES " DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ARMA-LINEA-VARIACION.

       IMPRIME-LINEA-ACUM.
           PERFORM CALCULA-VARIACION.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-NOMBRE-OPER(WS-J) DELIMITED BY SIZE
               " ACUM" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ARMA-LINEA-VARIACION.

      *    Sin presupuesto la variacion en % no existe (N/D) y la
      *    linea no se marca.
       CALCULA-VARIACION.
           MOVE " " TO WS-MARCA.
           COMPUTE WS-VAR-CALC = WS-REAL-CALC - WS-PRES-CALC.
           IF WS-PRES-CALC = 0
               MOVE "     N/D" TO WS-PCT-TEXTO
           ELSE
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-VAR-CALC * 100 / WS-PRES-CALC
                   ON SIZE ERROR
                       IF WS-VAR-CALC < 0
                           MOVE -99999.9 TO WS-PCT-CALC
                       ELSE
                           MOVE 99999.9 TO WS-PCT-CALC
                       END-IF
               END-COMPUTE
               MOVE WS-PCT-CALC TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-TEXTO
               IF WS-PCT-CALC > WS-TOLERANCIA OR
                  WS-PCT-CALC < 0 - WS-TOLERANCIA
                   MOVE "*" TO WS-MARCA
                   MOVE "S" TO WS-MARCA-BLOQUE
               END-IF
           END-IF.

       ARMA-LINEA-VARIACION.
           MOVE WS-REAL-CALC TO WS-REAL-ED.
           MOVE WS-PRES-CALC TO WS-PRES-ED.
           MOVE WS-VAR-CALC TO WS-VAR-ED.
           MOVE WS-REAL-ED TO LINEA-REPORTE(13:13).
           MOVE WS-PRES-ED TO LINEA-REPORTE(27:13).
           MOVE WS-VAR-ED TO LINEA-REPORTE(41:13).
           MOVE WS-PCT-TEXTO TO LINEA-REPORTE(56:8).
           MOVE WS-MARCA TO LINEA-REPORTE(65:1).
           PERFORM ESCRIBE-LINEA-SRV.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       END PROGRAM PRESUPUESTO-REAL.
