      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Sobrantes y faltantes de caja del dia (hoy, o la
      *          fecha AAAAMMDD del parametro), por sucursal y
      *          operador, desde CAJA.TXT: fondo inicial, posicion
      *          esperada, conteo declarado y diferencia. Se marcan
      *          las diferencias mayores que la tolerancia de
      *          CIERRE-CAJA (parametro TOLERANCIA) y las cajas que
      *          quedaron abiertas sin conteo declarado; cada
      *          sucursal lleva su subtotal y el reporte el total de
      *          la casa. Sale en CAJAREP.TXT; RETURN-CODE 4 si hay
      *          algo marcado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJA-FILE ASSIGN TO "CAJA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAJA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CAJAREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAJA-FILE.
       01  LINEA-CAJA.
           05 FECHA-CAJ PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-CAJ PIC X(10).
           05 FILLER PIC X.
           05 SUCURSAL-CAJ PIC X(2).
           05 FILLER PIC X.
           05 FONDO-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 ESPERADO-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 DECLARADO-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 DIFERENCIA-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 ESTADO-CAJ PIC X.
           05 FILLER PIC X.
           05 SUPERVISOR-CAJ PIC X(10).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CAJA-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PARM PIC X(20).
       01 WS-FECHA PIC 9(8).
       01 WS-PROGRAMA PIC X(20) VALUE "REPORTE-CAJA".
       01 WS-PROGRAMA-CFG PIC X(20) VALUE "CIERRE-CAJA".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-TOLERANCIA PIC 9(7) VALUE 5.
       01 WS-I PIC 9(3).
       01 WS-S PIC 9(3).
       01 WS-SUCURSAL-ACT PIC X(2).
       01 WS-OBSERVACION PIC X(20).
       01 WS-FONDO-ED PIC -(6)9.99.
       01 WS-ESPERADO-ED PIC -(6)9.99.
       01 WS-DECLARADO-ED PIC -(6)9.99.
       01 WS-DIFERENCIA-ED PIC -(6)9.99.
       01 WS-CAJAS-SUC PIC 9(3).
       01 WS-MARCADAS-SUC PIC 9(3).
       01 WS-NETO-SUC PIC S9(8)V99.
       01 WS-CAJAS-TOT PIC 9(3) VALUE 0.
       01 WS-MARCADAS-TOT PIC 9(3) VALUE 0.
       01 WS-NETO-TOT PIC S9(8)V99 VALUE 0.
       01 WS-NETO-ED PIC -(7)9.99.
       01 WS-TOTAL-CAJAS PIC 9(3) VALUE 0.
       01 WS-CAJA-SWAP PIC X(70).
       01 WS-TABLA-CAJAS.
           05 WS-CAJ OCCURS 500.
               10 WS-CAJ-SUCURSAL PIC X(2).
               10 WS-CAJ-OPERADOR PIC X(10).
               10 WS-CAJ-FONDO PIC S9(7)V99.
               10 WS-CAJ-ESPERADO PIC S9(7)V99.
               10 WS-CAJ-DECLARADO PIC S9(7)V99.
               10 WS-CAJ-DIFERENCIA PIC S9(7)V99.
               10 WS-CAJ-ESTADO PIC X.
               10 WS-CAJ-SUPERVISOR PIC X(10).
               10 FILLER PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-FECHA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-FECHA
           END-IF.
           PERFORM CARGA-CONFIG.
           PERFORM CARGA-CAJAS.
           PERFORM ORDENA-CAJAS.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SOBRANTES Y FALTANTES DE CAJA DEL " DELIMITED BY SIZE
               WS-FECHA DELIMITED BY SIZE
               "  TOLERANCIA: " DELIMITED BY SIZE
               WS-TOLERANCIA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "SU OPERADOR       FONDO   ESPERADO  DECLARADO "
               TO LINEA-REPORTE.
           MOVE "DIFERENCIA OBSERVACION" TO LINEA-REPORTE(48:).
           WRITE LINEA-REPORTE.
           MOVE SPACES TO WS-SUCURSAL-ACT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-CAJAS
               IF WS-CAJ-SUCURSAL(WS-I) NOT = WS-SUCURSAL-ACT
                   IF WS-I > 1
                       PERFORM ESCRIBE-SUBTOTAL
                   END-IF
                   MOVE WS-CAJ-SUCURSAL(WS-I) TO WS-SUCURSAL-ACT
                   MOVE 0 TO WS-CAJAS-SUC
                   MOVE 0 TO WS-MARCADAS-SUC
                   MOVE 0 TO WS-NETO-SUC
               END-IF
               PERFORM ESCRIBE-CAJA
           END-PERFORM.
           IF WS-TOTAL-CAJAS > 0
               PERFORM ESCRIBE-SUBTOTAL
           END-IF.
           MOVE WS-NETO-TOT TO WS-NETO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL CASA - CAJAS: " DELIMITED BY SIZE
               WS-CAJAS-TOT DELIMITED BY SIZE
               " MARCADAS: " DELIMITED BY SIZE
               WS-MARCADAS-TOT DELIMITED BY SIZE
               " DIFERENCIA NETA: " DELIMITED BY SIZE
               WS-NETO-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE "CAJAREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "CAJAS DEL " WS-FECHA ": " WS-CAJAS-TOT
               " MARCADAS: " WS-MARCADAS-TOT.
           IF WS-MARCADAS-TOT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONFIG.
           MOVE "TOLERANCIA" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "5" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA-CFG WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(14:7) IS NUMERIC
               MOVE WS-VALOR-CFG(14:7) TO WS-TOLERANCIA
           END-IF.

       CARGA-CAJAS.
           OPEN INPUT CAJA-FILE.
           IF WS-CAJA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAJA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-CAJ = WS-FECHA AND
                              WS-TOTAL-CAJAS < 500
                               PERFORM ANOTA-CAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAJA-FILE
           END-IF.

       ANOTA-CAJA.
           ADD 1 TO WS-TOTAL-CAJAS.
           MOVE SPACES TO WS-CAJ(WS-TOTAL-CAJAS).
           MOVE SUCURSAL-CAJ TO WS-CAJ-SUCURSAL(WS-TOTAL-CAJAS).
           MOVE OPERADOR-CAJ TO WS-CAJ-OPERADOR(WS-TOTAL-CAJAS).
           MOVE FONDO-CAJ TO WS-CAJ-FONDO(WS-TOTAL-CAJAS).
           MOVE ESPERADO-CAJ TO WS-CAJ-ESPERADO(WS-TOTAL-CAJAS).
           MOVE DECLARADO-CAJ TO WS-CAJ-DECLARADO(WS-TOTAL-CAJAS).
           MOVE DIFERENCIA-CAJ TO WS-CAJ-DIFERENCIA(WS-TOTAL-CAJAS).
           MOVE ESTADO-CAJ TO WS-CAJ-ESTADO(WS-TOTAL-CAJAS).
           MOVE SUPERVISOR-CAJ TO WS-CAJ-SUPERVISOR(WS-TOTAL-CAJAS).

      *    Ordenado por insercion sobre sucursal y operador, como
      *    REPORTE-DUPLICADOS, para cortar por sucursal.
       ORDENA-CAJAS.
           PERFORM VARYING WS-I FROM 2 BY 1
                   UNTIL WS-I > WS-TOTAL-CAJAS
               MOVE WS-CAJ(WS-I) TO WS-CAJA-SWAP
               MOVE WS-I TO WS-S
               PERFORM UNTIL WS-S = 1 OR
                       WS-CAJ(WS-S - 1)(1:12) <= WS-CAJA-SWAP(1:12)
                   MOVE WS-CAJ(WS-S - 1) TO WS-CAJ(WS-S)
                   SUBTRACT 1 FROM WS-S
               END-PERFORM
               MOVE WS-CAJA-SWAP TO WS-CAJ(WS-S)
           END-PERFORM.

       ESCRIBE-CAJA.
           ADD 1 TO WS-CAJAS-SUC.
           ADD 1 TO WS-CAJAS-TOT.
           MOVE SPACES TO WS-OBSERVACION.
           EVALUATE TRUE
               WHEN WS-CAJ-ESTADO(WS-I) = "A"
                   MOVE "SIN CONTEO DECLARADO" TO WS-OBSERVACION
               WHEN WS-CAJ-ESTADO(WS-I) = "F"
                   MOVE "FALTANTE PENDIENTE" TO WS-OBSERVACION
               WHEN WS-CAJ-ESTADO(WS-I) = "R"
                   MOVE "FALTANTE RESUELTO" TO WS-OBSERVACION
               WHEN WS-CAJ-DIFERENCIA(WS-I) > WS-TOLERANCIA
                   MOVE "SOBRANTE FUERA TOL." TO WS-OBSERVACION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-OBSERVACION NOT = SPACES
               ADD 1 TO WS-MARCADAS-SUC
               ADD 1 TO WS-MARCADAS-TOT
           END-IF.
           IF WS-CAJ-ESTADO(WS-I) NOT = "A"
               ADD WS-CAJ-DIFERENCIA(WS-I) TO WS-NETO-SUC
               ADD WS-CAJ-DIFERENCIA(WS-I) TO WS-NETO-TOT
           END-IF.
           MOVE WS-CAJ-FONDO(WS-I) TO WS-FONDO-ED.
           MOVE WS-CAJ-ESPERADO(WS-I) TO WS-ESPERADO-ED.
           MOVE WS-CAJ-DECLARADO(WS-I) TO WS-DECLARADO-ED.
           MOVE WS-CAJ-DIFERENCIA(WS-I) TO WS-DIFERENCIA-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CAJ-SUCURSAL(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAJ-OPERADOR(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FONDO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESPERADO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DECLARADO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFERENCIA-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OBSERVACION DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-SUBTOTAL.
           MOVE WS-NETO-SUC TO WS-NETO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  SUCURSAL " DELIMITED BY SIZE
               WS-SUCURSAL-ACT DELIMITED BY SIZE
               " - CAJAS: " DELIMITED BY SIZE
               WS-CAJAS-SUC DELIMITED BY SIZE
               " MARCADAS: " DELIMITED BY SIZE
               WS-MARCADAS-SUC DELIMITED BY SIZE
               " DIFERENCIA NETA: " DELIMITED BY SIZE
               WS-NETO-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM REPORTE-CAJA.
