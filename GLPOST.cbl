      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Asiento contable del dia a partir de OPERJRNL.TXT.
      *          Cada detalle de hoy se traduce a una cuenta deudora
      *          y una acreedora con el plan de cuentas CTACONT.TXT
      *          (operacion + sucursal; sucursal ** vale para todas).
      *          Las reversas (MARCA-REV-JRN = R) traen el importe
      *          negativo y se asientan como contrapartida: debe y
      *          haber invertidos, marcadas C. El asiento se arma en
      *          GLPOSTTM.TXT y solo se libera a GLPOST.TXT, con su
      *          trailer de control, si todas las lineas tienen
      *          cuenta y el debe iguala al haber; si no, el archivo
      *          no se libera, GLREP.TXT dice por que y el paso
      *          termina con RETURN-CODE 8.
      *          La comision cobrada en cada detalle se asienta aparte
      *          con la cuenta de la operacion C del plan de cuentas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-CONTABLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CUENTAS-FILE ASSIGN TO "CTACONT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUENTAS-STATUS.
           SELECT ASIENTO-TEMP ASSIGN TO "GLPOSTTM.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT ASIENTO-FILE ASSIGN TO "GLPOST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ASIENTO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "GLREP.TXT"
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
           05 FILLER PIC X(20).
           05 FECHA-VALOR-JRN PIC X(8).

      *Plan de cuentas: una linea por operacion y sucursal. Una
      *sucursal ** es la cuenta por defecto de esa operacion.
       FD  CUENTAS-FILE.
       01  LINEA-CUENTA.
           05 OPERACION-CTA PIC X.
           05 FILLER PIC X.
           05 SUCURSAL-CTA PIC X(2).
           05 FILLER PIC X.
           05 DEBE-CTA PIC X(10).
           05 FILLER PIC X.
           05 HABER-CTA PIC X(10).

       FD  ASIENTO-TEMP.
       01  LINEA-ASIENTO-TEMP PIC X(80).

      *Detalle (TIPO D) una linea por cuenta; el trailer (TIPO T)
      *lleva la cantidad de lineas y los totales de debe y haber.
       FD  ASIENTO-FILE.
       01  LINEA-ASIENTO.
           05 TIPO-GL PIC X.
           05 FILLER PIC X.
           05 FECHA-GL PIC X(8).
           05 FILLER PIC X.
           05 CUENTA-GL PIC X(10).
           05 FILLER PIC X.
           05 LADO-GL PIC X.
           05 FILLER PIC X.
           05 IMPORTE-GL PIC 9(8)V99.
           05 FILLER PIC X.
           05 SUCURSAL-GL PIC X(2).
           05 FILLER PIC X.
           05 OPERACION-GL PIC X.
           05 FILLER PIC X.
           05 CONTRA-GL PIC X.
           05 FILLER PIC X.
           05 TRACE-GL PIC X(14).
       01  LINEA-TRAILER-GL.
           05 TIPO-TRL PIC X.
           05 FILLER PIC X.
           05 FECHA-TRL PIC X(8).
           05 FILLER PIC X.
           05 LINEAS-TRL PIC 9(6).
           05 FILLER PIC X.
           05 DEBE-TRL PIC 9(10)V99.
           05 FILLER PIC X.
           05 HABER-TRL PIC 9(10)V99.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-CUENTAS-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-ASIENTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-PROGRAMA PIC X(20) VALUE "GENERA-CONTABLE".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-TOTAL-CUENTAS PIC 9(3) VALUE 0.
       01 WS-CUENTAS-OMITIDAS PIC 9(5) VALUE 0.
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-C PIC 9(3).
       01 WS-CTA-HALLADA PIC X.
       01 WS-CTA-DEBE PIC X(10).
       01 WS-CTA-HABER PIC X(10).
       01 WS-IMPORTE PIC 9(8)V99.
       01 WS-OPER-ASIENTO PIC X.
       01 WS-MONTO-ASIENTO PIC S9(7)V99.
       01 WS-CONTRA PIC X.
       01 WS-LINEAS-GL PIC 9(6) VALUE 0.
       01 WS-DETALLES-HOY PIC 9(6) VALUE 0.
       01 WS-SIN-CUENTA PIC 9(6) VALUE 0.
       01 WS-CONTRAS PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBE PIC 9(10)V99 VALUE 0.
       01 WS-TOTAL-HABER PIC 9(10)V99 VALUE 0.
       01 WS-DIFERENCIA PIC S9(10)V99.
       01 WS-IMPORTE-ED PIC -(10)9.99.
       01 WS-LIBERA PIC X VALUE "S".
       01 WS-TABLA-CUENTAS.
           05 WS-CTA OCCURS 200.
               10 WS-CTA-OPERACION PIC X.
               10 WS-CTA-SUCURSAL PIC X(2).
               10 WS-CTA-DEBE-T PIC X(10).
               10 WS-CTA-HABER-T PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ASIENTO CONTABLE DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CARGA-CUENTAS.
           PERFORM ARMA-ASIENTO.
           PERFORM VERIFICA-BALANCE.
           IF WS-LIBERA = "S"
               PERFORM LIBERA-ASIENTO
           ELSE
               PERFORM RETIENE-ASIENTO
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "GLREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.

      *    Sin plan de cuentas ninguna linea tiene destino: se sigue
      *    igual para que el reporte liste todo lo que quedo sin
      *    cuenta, y el asiento queda retenido.
       CARGA-CUENTAS.
           MOVE 0 TO WS-TOTAL-CUENTAS.
           OPEN INPUT CUENTAS-FILE.
           IF WS-CUENTAS-STATUS NOT = "00"
               MOVE "SIN PLAN DE CUENTAS (CTACONT.TXT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CUENTAS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-CUENTAS < 200
                               ADD 1 TO WS-TOTAL-CUENTAS
                               MOVE OPERACION-CTA TO
                                   WS-CTA-OPERACION(WS-TOTAL-CUENTAS)
                               MOVE SUCURSAL-CTA TO
                                   WS-CTA-SUCURSAL(WS-TOTAL-CUENTAS)
                               MOVE DEBE-CTA TO
                                   WS-CTA-DEBE-T(WS-TOTAL-CUENTAS)
                               MOVE HABER-CTA TO
                                   WS-CTA-HABER-T(WS-TOTAL-CUENTAS)
                           ELSE
                               PERFORM AVISA-TABLA-CUENTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUENTAS-FILE
               IF WS-CUENTAS-OMITIDAS > 0
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "PLAN DE CUENTAS EXCEDE LA TABLA DE 200 - "
                       DELIMITED BY SIZE
                       "FILAS OMITIDAS: " DELIMITED BY SIZE
                       WS-CUENTAS-OMITIDAS DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-IF.

      *    Una fila que no entra en la tabla haria aparecer como SIN
      *    CUENTA lineas que si tienen cuenta; se avisa una vez.
       AVISA-TABLA-CUENTAS.
           ADD 1 TO WS-CUENTAS-OMITIDAS.
           IF WS-CUENTAS-OMITIDAS = 1
               MOVE "CARGA-CUENTAS" TO WS-PARRAFO
               MOVE "ACCOUNT MAP TABLE FULL" TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "TABL" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
           END-IF.

      ******************************************************************
      * Cada detalle de hoy genera dos lineas: debe y haber por el
      * mismo importe. Un importe negativo (reversa) invierte los
      * lados en lugar de perderse.
      ******************************************************************
       ARMA-ASIENTO.
           OPEN OUTPUT ASIENTO-TEMP.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-FECHA-EFECTIVA
                           IF WS-FECHA-EFECTIVA = WS-HOY
                               ADD 1 TO WS-DETALLES-HOY
                               PERFORM ASIENTA-DETALLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.
           CLOSE ASIENTO-TEMP.

       ASIENTA-DETALLE.
           MOVE OPERACION-JRN TO WS-OPER-ASIENTO.
           MOVE RESULTADO-JRN TO WS-MONTO-ASIENTO.
           PERFORM ASIENTA-IMPORTE.
           IF COMISION-JRN IS NUMERIC
               IF COMISION-JRN NOT = 0
                   MOVE "C" TO WS-OPER-ASIENTO
                   MOVE COMISION-JRN TO WS-MONTO-ASIENTO
                   PERFORM ASIENTA-IMPORTE
               END-IF
           END-IF.

       ASIENTA-IMPORTE.
           PERFORM BUSCA-CUENTA.
           IF WS-CTA-HALLADA NOT = "S"
               ADD 1 TO WS-SIN-CUENTA
               MOVE "N" TO WS-LIBERA
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN CUENTA: OPER " DELIMITED BY SIZE
                   WS-OPER-ASIENTO DELIMITED BY SIZE
                   " SUC " DELIMITED BY SIZE
                   SUCURSAL-JRN DELIMITED BY SIZE
                   " TRACE " DELIMITED BY SIZE
                   TRACE-JRN DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               IF WS-MONTO-ASIENTO < 0
                   COMPUTE WS-IMPORTE = 0 - WS-MONTO-ASIENTO
               ELSE
                   MOVE WS-MONTO-ASIENTO TO WS-IMPORTE
               END-IF
      *        Solo las reversas son contrapartida; el signo de una
      *        resta o de la punta que debita una transferencia solo
      *        invierte los lados.
               IF MARCA-REV-JRN = "R"
                   MOVE "C" TO WS-CONTRA
                   ADD 1 TO WS-CONTRAS
               ELSE
                   MOVE SPACE TO WS-CONTRA
               END-IF
               IF WS-MONTO-ASIENTO < 0
                   MOVE WS-CTA-HABER TO CUENTA-GL
                   MOVE "D" TO LADO-GL
                   PERFORM ESCRIBE-LINEA-GL
                   MOVE WS-CTA-DEBE TO CUENTA-GL
                   MOVE "H" TO LADO-GL
                   PERFORM ESCRIBE-LINEA-GL
               ELSE
                   MOVE WS-CTA-DEBE TO CUENTA-GL
                   MOVE "D" TO LADO-GL
                   PERFORM ESCRIBE-LINEA-GL
                   MOVE WS-CTA-HABER TO CUENTA-GL
                   MOVE "H" TO LADO-GL
                   PERFORM ESCRIBE-LINEA-GL
               END-IF
           END-IF.

      *    Primero la cuenta propia de la sucursal; si no hay, la
      *    de la operacion con sucursal **.
       BUSCA-CUENTA.
           MOVE "N" TO WS-CTA-HALLADA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CUENTAS
                      OR WS-CTA-HALLADA = "S"
               IF WS-CTA-OPERACION(WS-C) = WS-OPER-ASIENTO AND
                  WS-CTA-SUCURSAL(WS-C) = SUCURSAL-JRN
                   MOVE "S" TO WS-CTA-HALLADA
                   MOVE WS-CTA-DEBE-T(WS-C) TO WS-CTA-DEBE
                   MOVE WS-CTA-HABER-T(WS-C) TO WS-CTA-HABER
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CUENTAS
                      OR WS-CTA-HALLADA = "S"
               IF WS-CTA-OPERACION(WS-C) = WS-OPER-ASIENTO AND
                  WS-CTA-SUCURSAL(WS-C) = "**"
                   MOVE "S" TO WS-CTA-HALLADA
                   MOVE WS-CTA-DEBE-T(WS-C) TO WS-CTA-DEBE
                   MOVE WS-CTA-HABER-T(WS-C) TO WS-CTA-HABER
               END-IF
           END-PERFORM.

       ESCRIBE-LINEA-GL.
           MOVE "D" TO TIPO-GL.
           MOVE WS-HOY TO FECHA-GL.
           MOVE WS-IMPORTE TO IMPORTE-GL.
           MOVE SUCURSAL-JRN TO SUCURSAL-GL.
           MOVE WS-OPER-ASIENTO TO OPERACION-GL.
           MOVE WS-CONTRA TO CONTRA-GL.
           MOVE TRACE-JRN TO TRACE-GL.
           IF LADO-GL = "D"
               ADD WS-IMPORTE TO WS-TOTAL-DEBE
           ELSE
               ADD WS-IMPORTE TO WS-TOTAL-HABER
           END-IF.
           ADD 1 TO WS-LINEAS-GL.
           MOVE LINEA-ASIENTO TO LINEA-ASIENTO-TEMP.
           WRITE LINEA-ASIENTO-TEMP.
           MOVE SPACES TO LINEA-ASIENTO.

       VERIFICA-BALANCE.
           COMPUTE WS-DIFERENCIA = WS-TOTAL-DEBE - WS-TOTAL-HABER.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DETALLES DEL DIA: " DELIMITED BY SIZE
               WS-DETALLES-HOY DELIMITED BY SIZE
               "  LINEAS GL: " DELIMITED BY SIZE
               WS-LINEAS-GL DELIMITED BY SIZE
               "  CONTRAPARTIDAS: " DELIMITED BY SIZE
               WS-CONTRAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-DEBE TO WS-IMPORTE-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEBE:  " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-TOTAL-HABER TO WS-IMPORTE-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL HABER: " DELIMITED BY SIZE
               WS-IMPORTE-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-DIFERENCIA NOT = 0
               MOVE "N" TO WS-LIBERA
               MOVE WS-DIFERENCIA TO WS-IMPORTE-ED
               MOVE SPACES TO LINEA-REPORTE
               STRING "DEBE Y HABER NO CUADRAN, DIFERENCIA: "
                   DELIMITED BY SIZE
                   WS-IMPORTE-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           IF WS-SIN-CUENTA > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "DETALLES SIN CUENTA: " DELIMITED BY SIZE
                   WS-SIN-CUENTA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

      *    El asiento pasa del archivo de trabajo al definitivo con
      *    el trailer de control al final.
       LIBERA-ASIENTO.
           OPEN INPUT ASIENTO-TEMP.
           OPEN OUTPUT ASIENTO-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ASIENTO-TEMP
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE LINEA-ASIENTO-TEMP TO LINEA-ASIENTO
                       WRITE LINEA-ASIENTO
               END-READ
           END-PERFORM.
           CLOSE ASIENTO-TEMP.
           MOVE SPACES TO LINEA-TRAILER-GL.
           MOVE "T" TO TIPO-TRL.
           MOVE WS-HOY TO FECHA-TRL.
           MOVE WS-LINEAS-GL TO LINEAS-TRL.
           MOVE WS-TOTAL-DEBE TO DEBE-TRL.
           MOVE WS-TOTAL-HABER TO HABER-TRL.
           WRITE LINEA-TRAILER-GL.
           CLOSE ASIENTO-FILE.
           MOVE "VEREDICTO: ASIENTO LIBERADO EN GLPOST.TXT"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "ASIENTO CONTABLE LIBERADO".

      *    GLPOST.TXT queda vacio: el asiento de ayer no puede
      *    quedar a la vista como si fuera el de hoy.
       RETIENE-ASIENTO.
           OPEN OUTPUT ASIENTO-FILE.
           CLOSE ASIENTO-FILE.
           MOVE "VEREDICTO: ASIENTO RETENIDO, NO SE LIBERA"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           DISPLAY "ASIENTO CONTABLE RETENIDO".
           MOVE "RETIENE-ASIENTO" TO WS-PARRAFO.
           MOVE "GL POSTING HELD: UNMAPPED OR UNBALANCED"
               TO WS-DESCRIPCION.
           MOVE "S" TO WS-SEVERIDAD.
           MOVE "GLHD" TO WS-CODIGO.
           CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
               WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO.
           MOVE 8 TO WS-RC-FINAL.

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

       END PROGRAM GENERA-CONTABLE.
