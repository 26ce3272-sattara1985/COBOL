      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Maintenance for the PRESUP.TXT budget file that
      *          PRESUPUESTO-REAL compares against the month-end
      *          figures. Una linea por sucursal, periodo (AAAAMM) y
      *          operacion (1-6 como en OPERACIONES, 7=transferencias)
      *          con el importe presupuestado en moneda base. Permite
      *          ver el presupuesto de una sucursal y periodo y fijar
      *          el importe de una operacion (alta o cambio); cada
      *          cambio deja una linea de auditoria en PRESAUD.TXT con
      *          operador, clave, importe anterior y nuevo. Reservado
      *          a supervisores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRESUP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUP-FILE ASSIGN TO "PRESUP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRESUP-STATUS.
           SELECT PRESUP-TEMP ASSIGN TO "PRESTMP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT AUDITORIA-FILE ASSIGN TO "PRESAUD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUP-FILE.
       01  LINEA-PRESUP.
           05 SUCURSAL-PRE PIC X(2).
           05 FILLER PIC X.
           05 PERIODO-PRE PIC 9(6).
           05 FILLER PIC X.
           05 OPERACION-PRE PIC X.
           05 FILLER PIC X.
           05 IMPORTE-PRE PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  PRESUP-TEMP.
       01  LINEA-PRESUP-TEMP PIC X(22).

       FD  AUDITORIA-FILE.
       01  LINEA-AUDITORIA.
           05 FECHA-AUD PIC X(8).
           05 FILLER PIC X.
           05 HORA-AUD PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-AUD PIC X(10).
           05 FILLER PIC X.
           05 SUCURSAL-AUD PIC X(2).
           05 FILLER PIC X.
           05 PERIODO-AUD PIC 9(6).
           05 FILLER PIC X.
           05 OPERACION-AUD PIC X.
           05 FILLER PIC X.
           05 ANTES-AUD PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 DESPUES-AUD PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-PRESUP-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-AUDITORIA-STATUS PIC XX.
       01 WS-FIN-PRESUP PIC X.
       01 WS-OPCION PIC X.
       01 WS-SUCURSAL PIC X(2).
       01 WS-SUC-RESULTADO PIC X.
       01 WS-SUC-NOMBRE PIC X(20).
       01 WS-SUC-REGION PIC X(10).
       01 WS-PERIODO-ENT PIC X(6).
       01 WS-PERIODO PIC 9(6).
       01 WS-OPERACION PIC X.
       01 WS-ES-NUMERICO PIC X.
       01 WS-IMPORTE-ENTRADA PIC X(12).
       01 WS-IMPORTE PIC S9(6)V99.
       01 WS-ES-VALIDO PIC X.
       01 WS-IMPORTE-ANTES PIC S9(7)V99.
       01 WS-IMPORTE-NUEVO PIC S9(7)V99.
       01 WS-IMPORTE-ED PIC -(7)9.99.
       01 WS-HALLADO PIC X.
       01 WS-LISTADOS PIC 9(4).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PROGRAMA PIC X(20) VALUE "MANT-PRESUP".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "OPCION RESERVADA A SUPERVISORES"
               GOBACK
           END-IF.
           DISPLAY "1. VER PRESUPUESTO DE UNA SUCURSAL Y PERIODO".
           DISPLAY "2. FIJAR PRESUPUESTO DE UNA OPERACION".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           PERFORM SOLICITA-CLAVE.
           IF WS-ES-NUMERICO = "S"
               EVALUATE WS-OPCION
                   WHEN "1"
                       PERFORM VER-PRESUPUESTO
                   WHEN "2"
                       PERFORM FIJA-PRESUPUESTO
                   WHEN OTHER
                       DISPLAY "OPCION INVALIDA"
               END-EVALUATE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

      *    La sucursal tiene que estar en el maestro (abierta o
      *    cerrada: se puede presupuestar y consultar una oficina
      *    que ya no opera) y el periodo ser un AAAAMM valido.
       SOLICITA-CLAVE.
           DISPLAY "SUCURSAL".
           MOVE SPACES TO WS-SUCURSAL.
           ACCEPT WS-SUCURSAL.
           CALL "VALIDA-SUCURSAL" USING WS-SUCURSAL WS-SUC-RESULTADO
               WS-SUC-NOMBRE WS-SUC-REGION.
           IF WS-SUC-RESULTADO NOT = "S" AND
              WS-SUC-RESULTADO NOT = "C"
               DISPLAY "SUCURSAL NO EXISTE EN EL MAESTRO"
               MOVE "N" TO WS-ES-NUMERICO
           ELSE
               DISPLAY "PERIODO (AAAAMM)"
               MOVE SPACES TO WS-PERIODO-ENT
               ACCEPT WS-PERIODO-ENT
               CALL "VALIDA-NUMERO" USING WS-PERIODO-ENT
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO = "S"
                   MOVE WS-PERIODO-ENT TO WS-PERIODO
                   IF WS-PERIODO(5:2) < "01" OR
                      WS-PERIODO(5:2) > "12"
                       MOVE "N" TO WS-ES-NUMERICO
                   END-IF
               END-IF
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "PERIODO INVALIDO"
               END-IF
           END-IF.

       VER-PRESUPUESTO.
           MOVE 0 TO WS-LISTADOS.
           OPEN INPUT PRESUP-FILE.
           IF WS-PRESUP-STATUS = "00"
               MOVE "N" TO WS-FIN-PRESUP
               PERFORM UNTIL WS-FIN-PRESUP = "S"
                   READ PRESUP-FILE
                       AT END
                           MOVE "S" TO WS-FIN-PRESUP
                       NOT AT END
                           IF SUCURSAL-PRE = WS-SUCURSAL AND
                              PERIODO-PRE = WS-PERIODO
                               ADD 1 TO WS-LISTADOS
                               MOVE IMPORTE-PRE TO WS-IMPORTE-ED
                               DISPLAY "OPERACION " OPERACION-PRE
                                   "  " WS-IMPORTE-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRESUP-FILE
           END-IF.
           IF WS-LISTADOS = 0
               DISPLAY "SIN PRESUPUESTO PARA " WS-SUCURSAL " "
                   WS-PERIODO
           END-IF.

       FIJA-PRESUPUESTO.
           DISPLAY "OPERACION (1-6, 7=TRANSFERENCIAS)".
           ACCEPT WS-OPERACION.
           IF WS-OPERACION < "1" OR WS-OPERACION > "7"
               DISPLAY "OPERACION INVALIDA"
           ELSE
               DISPLAY "IMPORTE PRESUPUESTADO (EJ 150000.00)"
               ACCEPT WS-IMPORTE-ENTRADA
               CALL "VALIDA-DECIMAL" USING WS-IMPORTE-ENTRADA
                   WS-IMPORTE WS-ES-VALIDO
               IF WS-ES-VALIDO NOT = "S"
                   DISPLAY "IMPORTE INVALIDO"
               ELSE
                   MOVE WS-IMPORTE TO WS-IMPORTE-NUEVO
                   PERFORM REESCRIBE-PRESUPUESTO
                   PERFORM GRABA-AUDITORIA-PRESUP
                   DISPLAY "PRESUPUESTO FIJADO"
               END-IF
           END-IF.

      *    El archivo se copia al temporal reemplazando la linea de
      *    la clave (o agregandola al final si no estaba) y vuelve.
       REESCRIBE-PRESUPUESTO.
           MOVE 0 TO WS-IMPORTE-ANTES.
           MOVE "N" TO WS-HALLADO.
           OPEN OUTPUT PRESUP-TEMP.
           OPEN INPUT PRESUP-FILE.
           IF WS-PRESUP-STATUS = "00"
               MOVE "N" TO WS-FIN-PRESUP
               PERFORM UNTIL WS-FIN-PRESUP = "S"
                   READ PRESUP-FILE
                       AT END
                           MOVE "S" TO WS-FIN-PRESUP
                       NOT AT END
                           IF SUCURSAL-PRE = WS-SUCURSAL AND
                              PERIODO-PRE = WS-PERIODO AND
                              OPERACION-PRE = WS-OPERACION
                               MOVE "S" TO WS-HALLADO
                               IF IMPORTE-PRE IS NUMERIC
                                   MOVE IMPORTE-PRE TO WS-IMPORTE-ANTES
                               END-IF
                               MOVE WS-IMPORTE-NUEVO TO IMPORTE-PRE
                           END-IF
                           MOVE LINEA-PRESUP TO LINEA-PRESUP-TEMP
                           WRITE LINEA-PRESUP-TEMP
                   END-READ
               END-PERFORM
               CLOSE PRESUP-FILE
           END-IF.
           IF WS-HALLADO NOT = "S"
               MOVE SPACES TO LINEA-PRESUP
               MOVE WS-SUCURSAL TO SUCURSAL-PRE
               MOVE WS-PERIODO TO PERIODO-PRE
               MOVE WS-OPERACION TO OPERACION-PRE
               MOVE WS-IMPORTE-NUEVO TO IMPORTE-PRE
               MOVE LINEA-PRESUP TO LINEA-PRESUP-TEMP
               WRITE LINEA-PRESUP-TEMP
           END-IF.
           CLOSE PRESUP-TEMP.
           OPEN INPUT PRESUP-TEMP.
           OPEN OUTPUT PRESUP-FILE.
           MOVE "N" TO WS-FIN-PRESUP.
           PERFORM UNTIL WS-FIN-PRESUP = "S"
               READ PRESUP-TEMP
                   AT END
                       MOVE "S" TO WS-FIN-PRESUP
                   NOT AT END
                       MOVE LINEA-PRESUP-TEMP TO LINEA-PRESUP
                       WRITE LINEA-PRESUP
               END-READ
           END-PERFORM.
           CLOSE PRESUP-TEMP.
           CLOSE PRESUP-FILE.

       GRABA-AUDITORIA-PRESUP.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-AUDITORIA-STATUS = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           MOVE SPACES TO LINEA-AUDITORIA.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-AUD.
           MOVE WS-FECHA-HORA(9:6) TO HORA-AUD.
           MOVE WS-OPERADOR TO OPERADOR-AUD.
           MOVE WS-SUCURSAL TO SUCURSAL-AUD.
           MOVE WS-PERIODO TO PERIODO-AUD.
           MOVE WS-OPERACION TO OPERACION-AUD.
           MOVE WS-IMPORTE-ANTES TO ANTES-AUD.
           MOVE WS-IMPORTE-NUEVO TO DESPUES-AUD.
           WRITE LINEA-AUDITORIA.
           CLOSE AUDITORIA-FILE.

       END PROGRAM MANTENIMIENTO-PRESUP.
