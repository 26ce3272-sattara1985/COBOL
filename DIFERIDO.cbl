      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Asientos diferidos. Lista las operaciones de
      *          OPERJRNL.TXT que se cargaron despues de que
      *          CUADRE-DIARIO cerro su dia y que por eso llevan como
      *          fecha valor la de hoy: fecha y hora de carga,
      *          operador, sucursal, operacion, resultado y trace.
      *          DIFREP.TXT es lo que la mesa revisa cada noche para
      *          saber que entro en el cuadre de hoy viniendo de un
      *          dia anterior.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-DIFERIDAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "DIFREP.TXT"
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
           05 FILLER PIC X(29).
           05 FECHA-VALOR-JRN PIC X(8).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-DIFERIDOS PIC 9(5) VALUE 0.
       01 WS-RESULTADO-ED PIC -(7)9.99.
       01 WS-TOTAL-DIFERIDO PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-ED PIC -(9)9.99.
       01 WS-PROGRAMA PIC X(20) VALUE "LISTA-DIFERIDAS".
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
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ASIENTOS DIFERIDOS AL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " (CARGADOS CON EL DIA YA CUADRADO)" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "CARGA    HORA   OPERADOR   SUC OP     RESULTADO TRACE"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM LEE-DIFERIDOS.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-DIFERIDOS = 0
               MOVE "SIN ASIENTOS DIFERIDOS HOY" TO LINEA-REPORTE
           ELSE
               MOVE WS-TOTAL-DIFERIDO TO WS-TOTAL-ED
               STRING "DIFERIDOS: " DELIMITED BY SIZE
                   WS-DIFERIDOS DELIMITED BY SIZE
                   "  TOTAL: " DELIMITED BY SIZE
                   WS-TOTAL-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           DISPLAY "ASIENTOS DIFERIDOS AL " WS-HOY ": " WS-DIFERIDOS.
           MOVE "DIFREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Un asiento es diferido cuando su fecha valor es hoy y su
      * fecha de carga es anterior: entro despues del cuadre de un
      * dia que ya estaba cerrado.
      ******************************************************************
       LEE-DIFERIDOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-VALOR-JRN = WS-HOY AND
                              FECHA-JRN < WS-HOY
                               PERFORM IMPRIME-DIFERIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       IMPRIME-DIFERIDO.
           ADD 1 TO WS-DIFERIDOS.
           ADD RESULTADO-JRN TO WS-TOTAL-DIFERIDO.
           MOVE RESULTADO-JRN TO WS-RESULTADO-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING FECHA-JRN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-JRN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-JRN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SUCURSAL-JRN DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               OPERACION-JRN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULTADO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRACE-JRN DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM LISTA-DIFERIDAS.
