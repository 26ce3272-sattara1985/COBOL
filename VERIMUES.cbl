      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Pantalla del supervisor para re-verificar la muestra
      *          que sortea MUESTREO-DIARIO en MUESTRA.TXT. Recorre los
      *          asientos pendientes (de una fecha o de todas) y cada
      *          uno se marca V=verificado o D=disputado; queda el
      *          supervisor y la fecha de la marca. Un disputado se
      *          agrega a MUESDISP.TXT con el trace, el operador y el
      *          motivo, y COLA-TRABAJO lo ingiere como item de la
      *          cola unificada. Nadie verifica sus propios asientos.
      *          Reservado a supervisores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-MUESTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUESTRA-FILE ASSIGN TO "MUESTRA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MUESTRA-STATUS.
           SELECT MUESTRA-TEMP ASSIGN TO "MUESTMP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TEMP-STATUS.
           SELECT DISPUTA-FILE ASSIGN TO "MUESDISP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MUESTRA-FILE.
       01  LINEA-MUESTRA.
           05 FECHA-MUE PIC X(8).
           05 FILLER PIC X.
           05 LINEA-MUE PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-MUE PIC X(14).
           05 FILLER PIC X.
           05 OPERADOR-MUE PIC X(10).
           05 FILLER PIC X.
           05 OPERACION-MUE PIC X.
           05 FILLER PIC X.
           05 SUCURSAL-MUE PIC X(2).
           05 FILLER PIC X.
           05 IMPORTE-MUE PIC 9(9)V99.
           05 FILLER PIC X.
           05 MOTIVO-MUE PIC X.
           05 FILLER PIC X.
           05 ESTADO-MUE PIC X.
           05 FILLER PIC X.
           05 SUPERVISOR-MUE PIC X(10).
           05 FILLER PIC X.
           05 FECHA-VER-MUE PIC X(8).

       FD  MUESTRA-TEMP.
       01  LINEA-MUESTRA-TEMP PIC X(83).

       FD  DISPUTA-FILE.
       01  LINEA-DISPUTA.
           05 TRACE-DIS PIC X(14).
           05 FILLER PIC X.
           05 OPERADOR-DIS PIC X(10).
           05 FILLER PIC X.
           05 MOTIVO-DIS PIC X(30).
           05 FILLER PIC X.
           05 SUPERVISOR-DIS PIC X(10).
           05 FILLER PIC X.
           05 FECHA-DIS PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-MUESTRA-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-DISPUTA-STATUS PIC XX.
       01 WS-FIN-MUESTRA PIC X.
       01 WS-FIN-PANTALLA PIC X.
       01 WS-FECHA-ENT PIC X(8).
       01 WS-ES-NUMERICO PIC X.
       01 WS-MARCA PIC X.
       01 WS-MOTIVO PIC X(30).
       01 WS-IMPORTE-ED PIC Z(8)9.99.
       01 WS-HOY PIC X(8).
       01 WS-VISTOS PIC 9(4) VALUE 0.
       01 WS-VERIFICADOS PIC 9(4) VALUE 0.
       01 WS-DISPUTADOS PIC 9(4) VALUE 0.
       01 WS-PROPIOS PIC 9(4) VALUE 0.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PROGRAMA PIC X(20) VALUE "VERIFICA-MUESTRA".
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
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           DISPLAY "FECHA DE LA MUESTRA (AAAAMMDD, EN BLANCO = TODAS "
               "LAS PENDIENTES)".
           MOVE SPACES TO WS-FECHA-ENT.
           ACCEPT WS-FECHA-ENT.
           MOVE "S" TO WS-ES-NUMERICO.
           IF WS-FECHA-ENT NOT = SPACES
               CALL "VALIDA-NUMERO" USING WS-FECHA-ENT WS-ES-NUMERICO
           END-IF.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "FECHA INVALIDA"
           ELSE
               PERFORM RECORRE-MUESTRA
               DISPLAY "VISTOS " WS-VISTOS " VERIFICADOS "
                   WS-VERIFICADOS " DISPUTADOS " WS-DISPUTADOS
               IF WS-PROPIOS > 0
                   DISPLAY "ASIENTOS PROPIOS SALTEADOS: " WS-PROPIOS
               END-IF
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

      *    Se copia MUESTRA.TXT al temporal marcando lo que el
      *    supervisor resuelve y vuelve; con F se deja de preguntar y
      *    el resto se copia sin tocar.
       RECORRE-MUESTRA.
           MOVE "N" TO WS-FIN-PANTALLA.
           OPEN INPUT MUESTRA-FILE.
           IF WS-MUESTRA-STATUS NOT = "00"
               DISPLAY "NO HAY MUESTRAS SORTEADAS"
           ELSE
               OPEN OUTPUT MUESTRA-TEMP
               MOVE "N" TO WS-FIN-MUESTRA
               PERFORM UNTIL WS-FIN-MUESTRA = "S"
                   READ MUESTRA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-MUESTRA
                       NOT AT END
                           IF WS-FIN-PANTALLA = "N" AND
                              ESTADO-MUE = "P" AND
                              (WS-FECHA-ENT = SPACES OR
                               WS-FECHA-ENT = FECHA-MUE)
                               PERFORM PRESENTA-ASIENTO
                           END-IF
                           MOVE LINEA-MUESTRA TO LINEA-MUESTRA-TEMP
                           WRITE LINEA-MUESTRA-TEMP
                   END-READ
               END-PERFORM
               CLOSE MUESTRA-FILE
               CLOSE MUESTRA-TEMP
               OPEN INPUT MUESTRA-TEMP
               OPEN OUTPUT MUESTRA-FILE
               MOVE "N" TO WS-FIN-MUESTRA
               PERFORM UNTIL WS-FIN-MUESTRA = "S"
                   READ MUESTRA-TEMP
                       AT END
                           MOVE "S" TO WS-FIN-MUESTRA
                       NOT AT END
                           MOVE LINEA-MUESTRA-TEMP TO LINEA-MUESTRA
                           WRITE LINEA-MUESTRA
                   END-READ
               END-PERFORM
               CLOSE MUESTRA-TEMP
               CLOSE MUESTRA-FILE
           END-IF.

       PRESENTA-ASIENTO.
           IF OPERADOR-MUE = WS-OPERADOR
               ADD 1 TO WS-PROPIOS
           ELSE
               ADD 1 TO WS-VISTOS
               MOVE IMPORTE-MUE TO WS-IMPORTE-ED
               DISPLAY FECHA-MUE " LINEA " LINEA-MUE " TRACE "
                   TRACE-MUE
               DISPLAY "   OPERADOR " OPERADOR-MUE " OP "
                   OPERACION-MUE " SUC " SUCURSAL-MUE " IMPORTE "
                   WS-IMPORTE-ED " MOTIVO " MOTIVO-MUE
               DISPLAY "V=VERIFICADO D=DISPUTADO EN BLANCO=DEJAR "
                   "F=FIN"
               MOVE SPACE TO WS-MARCA
               ACCEPT WS-MARCA
               EVALUATE WS-MARCA
                   WHEN "V"
                       MOVE "V" TO ESTADO-MUE
                       MOVE WS-OPERADOR TO SUPERVISOR-MUE
                       MOVE WS-HOY TO FECHA-VER-MUE
                       ADD 1 TO WS-VERIFICADOS
                   WHEN "D"
                       PERFORM DISPUTA-ASIENTO
                   WHEN "F"
                       MOVE "S" TO WS-FIN-PANTALLA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       DISPUTA-ASIENTO.
           DISPLAY "MOTIVO DE LA DISPUTA".
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE DISPUTA"
           ELSE
               MOVE "D" TO ESTADO-MUE
               MOVE WS-OPERADOR TO SUPERVISOR-MUE
               MOVE WS-HOY TO FECHA-VER-MUE
               ADD 1 TO WS-DISPUTADOS
               OPEN EXTEND DISPUTA-FILE
               IF WS-DISPUTA-STATUS = "35"
                   OPEN OUTPUT DISPUTA-FILE
               END-IF
               MOVE SPACES TO LINEA-DISPUTA
               MOVE TRACE-MUE TO TRACE-DIS
               MOVE OPERADOR-MUE TO OPERADOR-DIS
               MOVE WS-MOTIVO TO MOTIVO-DIS
               MOVE WS-OPERADOR TO SUPERVISOR-DIS
               MOVE FECHA-MUE TO FECHA-DIS
               WRITE LINEA-DISPUTA
               CLOSE DISPUTA-FILE
           END-IF.

       END PROGRAM VERIFICA-MUESTRA.
