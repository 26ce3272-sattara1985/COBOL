      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable routine, sibling of VALIDA-CODIGO,
      *          that checks a branch code against the branch master
      *          SUCMAST.TXT (codigo, nombre, region, estado A/C y
      *          fecha de apertura). LK-RESULTADO:
      *            S sucursal abierta y ya inaugurada
      *            D desconocida (no esta en el maestro)
      *            C cerrada, o con apertura posterior a hoy
      *          With the branch found, LK-NOMBRE and LK-REGION carry
      *          its name and region. Sin maestro cargado todavia se
      *          acepta todo (S, region en blanco), igual que
      *          CAPTURA-OPERADOR sin OPERMAST.TXT, para que la puesta
      *          en marcha no frene la operatoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-SUCURSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUCMAST-FILE ASSIGN TO "SUCMAST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUCMAST-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-SUCMAST-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).

       LINKAGE SECTION.
       01 LK-SUCURSAL PIC X(2).
       01 LK-RESULTADO PIC X.
       01 LK-NOMBRE PIC X(20).
       01 LK-REGION PIC X(10).

       PROCEDURE DIVISION USING LK-SUCURSAL LK-RESULTADO LK-NOMBRE
           LK-REGION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           MOVE SPACES TO LK-NOMBRE.
           MOVE SPACES TO LK-REGION.
           OPEN INPUT SUCMAST-FILE.
           IF WS-SUCMAST-STATUS NOT = "00"
               MOVE "S" TO LK-RESULTADO
           ELSE
               MOVE "D" TO LK-RESULTADO
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SUCMAST-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF CODIGO-SM = LK-SUCURSAL
                               MOVE "S" TO WS-FIN-ARCHIVO
                               MOVE NOMBRE-SM TO LK-NOMBRE
                               MOVE REGION-SM TO LK-REGION
                               PERFORM EVALUA-ESTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCMAST-FILE
           END-IF.
           GOBACK.

       EVALUA-ESTADO.
           IF ESTADO-SM = "C"
               MOVE "C" TO LK-RESULTADO
           ELSE
               IF APERTURA-SM IS NUMERIC AND APERTURA-SM > WS-HOY
                   MOVE "C" TO LK-RESULTADO
               ELSE
                   MOVE "S" TO LK-RESULTADO
               END-IF
           END-IF.

       END PROGRAM VALIDA-SUCURSAL.
