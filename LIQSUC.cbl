      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Liquidacion diaria entre sucursales. Recorre las
      *          transferencias (operacion 7) de hoy en OPERJRNL.TXT
      *          y, por cada par de oficinas, suma lo que cada una le
      *          envio a la otra. LIQSUC.TXT muestra el par, los dos
      *          sentidos, el neto y quien le debe a quien: la que
      *          recibio mas de lo que envio le debe la diferencia a
      *          la otra. Se toma solo la punta que debita (resultado
      *          negativo) para no contar dos veces cada transferencia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-SUCURSALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "LIQSUC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-OPER.
       01  LINEA-JOURNAL.
           05 FECHA-JRN PIC X(8).
           05 FILLER PIC X.
           05 HORA-JRN PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-JRN PIC X(10).
           05 FILLER PIC X.
           05 OPERACION-JRN PIC X.
           05 FILLER PIC X.
           05 NUM1-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 NUM2-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RESULTADO-JRN PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 SUCURSAL-JRN PIC X(2).
           05 FILLER PIC X.
           05 MARCA-REV-JRN PIC X.
           05 FILLER PIC X.
           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X.
           05 COMISION-JRN PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 MONEDA-JRN PIC X(3).
           05 FILLER PIC X.
           05 TASA-JRN PIC 9(5)V9(6).
           05 FILLER PIC X.
           05 CONTRA-SUC-JRN PIC X(2).
           05 FILLER PIC X.
           05 FECHA-VALOR-JRN PIC X(8).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-TOTAL-PARES PIC 9(3) VALUE 0.
       01 WS-P PIC 9(3).
       01 WS-PAR-HALLADO PIC X.
       01 WS-SUC-A PIC X(2).
       01 WS-SUC-B PIC X(2).
       01 WS-IMPORTE PIC S9(8)V99.
       01 WS-NETO PIC S9(9)V99.
       01 WS-AB-ED PIC -(9)9.99.
       01 WS-BA-ED PIC -(9)9.99.
       01 WS-NETO-ED PIC -(9)9.99.
       01 WS-TRANSFERENCIAS PIC 9(5) VALUE 0.
       01 WS-TABLA-PARES.
           05 WS-PAR OCCURS 200.
               10 WS-PAR-A PIC X(2).
               10 WS-PAR-B PIC X(2).
               10 WS-PAR-AB PIC S9(9)V99.
               10 WS-PAR-BA PIC S9(9)V99.
       01 WS-PROGRAMA PIC X(20) VALUE "LIQUIDA-SUCURSALES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM LEE-TRANSFERENCIAS.
           PERFORM IMPRIME-LIQUIDACION.
           MOVE "LIQSUC.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.

       LEE-TRANSFERENCIAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-FECHA-EFECTIVA
                           IF WS-FECHA-EFECTIVA = WS-HOY AND
                              OPERACION-JRN = "7" AND
                              RESULTADO-JRN < 0
                               ADD 1 TO WS-TRANSFERENCIAS
                               PERFORM ACUMULA-PAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

      *    El par se guarda siempre con el codigo menor como A, asi
      *    01->02 y 02->01 caen en la misma linea.
       ACUMULA-PAR.
           COMPUTE WS-IMPORTE = 0 - RESULTADO-JRN.
           IF SUCURSAL-JRN < CONTRA-SUC-JRN
               MOVE SUCURSAL-JRN TO WS-SUC-A
               MOVE CONTRA-SUC-JRN TO WS-SUC-B
           ELSE
               MOVE CONTRA-SUC-JRN TO WS-SUC-A
               MOVE SUCURSAL-JRN TO WS-SUC-B
           END-IF.
           MOVE "N" TO WS-PAR-HALLADO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PARES
                      OR WS-PAR-HALLADO = "S"
               IF WS-PAR-A(WS-P) = WS-SUC-A AND
                  WS-PAR-B(WS-P) = WS-SUC-B
                   MOVE "S" TO WS-PAR-HALLADO
               END-IF
           END-PERFORM.
           IF WS-PAR-HALLADO = "S"
               SUBTRACT 1 FROM WS-P
           ELSE
               IF WS-TOTAL-PARES < 200
                   ADD 1 TO WS-TOTAL-PARES
                   MOVE WS-TOTAL-PARES TO WS-P
                   MOVE WS-SUC-A TO WS-PAR-A(WS-P)
                   MOVE WS-SUC-B TO WS-PAR-B(WS-P)
                   MOVE 0 TO WS-PAR-AB(WS-P)
                   MOVE 0 TO WS-PAR-BA(WS-P)
               ELSE
                   MOVE 0 TO WS-P
                   MOVE "ACUMULA-PAR" TO WS-PARRAFO
                   MOVE "SETTLEMENT PAIR TABLE FULL"
                       TO WS-DESCRIPCION
                   MOVE "W" TO WS-SEVERIDAD
                   MOVE "TABL" TO WS-CODIGO
                   CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                       WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
                   MOVE 4 TO WS-RC-FINAL
               END-IF
           END-IF.
           IF WS-P > 0
               IF SUCURSAL-JRN = WS-SUC-A
                   ADD WS-IMPORTE TO WS-PAR-AB(WS-P)
               ELSE
                   ADD WS-IMPORTE TO WS-PAR-BA(WS-P)
               END-IF
           END-IF.

       IMPRIME-LIQUIDACION.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIQUIDACION ENTRE SUCURSALES DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " - TRANSFERENCIAS: " DELIMITED BY SIZE
               WS-TRANSFERENCIAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PAR        ENVIO A->B    ENVIO B->A          NETO"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PARES
               PERFORM IMPRIME-PAR
           END-PERFORM.
           IF WS-TOTAL-PARES = 0
               MOVE "SIN TRANSFERENCIAS HOY" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE REPORTE-FILE.
           DISPLAY "LIQUIDACION ENTRE SUCURSALES - PARES: "
               WS-TOTAL-PARES.

       IMPRIME-PAR.
           COMPUTE WS-NETO = WS-PAR-AB(WS-P) - WS-PAR-BA(WS-P).
           MOVE WS-PAR-AB(WS-P) TO WS-AB-ED.
           MOVE WS-PAR-BA(WS-P) TO WS-BA-ED.
           MOVE WS-NETO TO WS-NETO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-NETO > 0
               STRING WS-PAR-A(WS-P) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-PAR-B(WS-P) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-AB-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BA-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NETO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-PAR-B(WS-P) DELIMITED BY SIZE
                   " DEBE A " DELIMITED BY SIZE
                   WS-PAR-A(WS-P) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           ELSE
               IF WS-NETO < 0
                   STRING WS-PAR-A(WS-P) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-PAR-B(WS-P) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-AB-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BA-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NETO-ED DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-PAR-A(WS-P) DELIMITED BY SIZE
                       " DEBE A " DELIMITED BY SIZE
                       WS-PAR-B(WS-P) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               ELSE
                   STRING WS-PAR-A(WS-P) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-PAR-B(WS-P) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-AB-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BA-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NETO-ED DELIMITED BY SIZE
                       "  SALDADO" DELIMITED BY SIZE
                       INTO LINEA-REPORTE
               END-IF
           END-IF.
           WRITE LINEA-REPORTE.

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

       END PROGRAM LIQUIDA-SUCURSALES.
