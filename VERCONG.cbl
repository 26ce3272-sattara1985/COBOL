      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable change-freeze check. CONGELA.TXT es el
      *          calendario de congelamientos, una linea por ventana:
      *          desde fecha y hora, hasta fecha y hora, los grupos de
      *          archivos afectados y el motivo. Grupos: P=personas
      *          (con contactos y hogares), C=codigos, O=operadores,
      *          F=configuracion, "*"=todos. Dentro de una ventana que
      *          toca LK-GRUPO no se actualiza: LK-RESULTADO vuelve "N"
      *          tras explicar hasta cuando y por que. Si LK-INTERACTIVO
      *          es "S" se ofrece forzar por emergencia con la firma de
      *          un segundo supervisor (AUTORIZA-DUAL); lo forzado queda
      *          en CONGEXC.TXT, que lista el cierre del mes, y vale
      *          para el resto de la sesion del mismo programa y
      *          operador mientras dure esa ventana. Un proceso batch
      *          nunca fuerza. Sin CONGELA.TXT no hay congelamientos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CONGELAMIENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONGELA-FILE ASSIGN TO "CONGELA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONGELA-STATUS.
           SELECT EXCEPCION-FILE ASSIGN TO "CONGEXC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONGELA-FILE.
       01  LINEA-CONGELA.
           05 DESDE-CON PIC 9(8).
           05 FILLER PIC X.
           05 HORA-DESDE-CON PIC 9(4).
           05 FILLER PIC X.
           05 HASTA-CON PIC 9(8).
           05 FILLER PIC X.
           05 HORA-HASTA-CON PIC 9(4).
           05 FILLER PIC X.
           05 GRUPOS-CON PIC X(4).
           05 FILLER PIC X.
           05 MOTIVO-CON PIC X(40).

       FD  EXCEPCION-FILE.
       01  LINEA-EXCEPCION.
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
       01 WS-CONGELA-STATUS PIC XX.
       01 WS-EXCEPCION-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-AHORA PIC 9(12).
       01 WS-DESDE PIC 9(12).
       01 WS-HASTA PIC 9(12).
       01 WS-VENTANA PIC X VALUE "N".
       01 WS-HASTA-VENTANA PIC 9(12).
       01 WS-MOTIVO PIC X(40).
       01 WS-CUENTA-GRUPO PIC 9.
       01 WS-FORZAR PIC X.
       01 WS-ACCION-DUAL PIC X(20) VALUE "CONGELAMIENTO".
       01 WS-DUAL-OK PIC X.
       01 WS-TEXTO-ALERTA PIC X(40).
      *    Ultimo forzado concedido en esta sesion.
       01 WS-FORZADO-PROGRAMA PIC X(20) VALUE SPACES.
       01 WS-FORZADO-OPERADOR PIC X(10) VALUE SPACES.
       01 WS-FORZADO-GRUPO PIC X VALUE SPACES.
       01 WS-FORZADO-HASTA PIC 9(12) VALUE 0.

       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).
       01 LK-OPERADOR PIC X(10).
       01 LK-GRUPO PIC X.
       01 LK-INTERACTIVO PIC X.
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERADOR LK-GRUPO
           LK-INTERACTIVO LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-RESULTADO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:12) TO WS-AHORA.
           PERFORM BUSCA-VENTANA.
           IF WS-VENTANA = "N"
               GOBACK
           END-IF.
           IF LK-PROGRAMA = WS-FORZADO-PROGRAMA AND
              LK-OPERADOR = WS-FORZADO-OPERADOR AND
              LK-GRUPO = WS-FORZADO-GRUPO AND
              WS-HASTA-VENTANA = WS-FORZADO-HASTA
               GOBACK
           END-IF.
           DISPLAY "CAMBIOS CONGELADOS HASTA "
               WS-HASTA-VENTANA(1:8) " " WS-HASTA-VENTANA(9:4).
           DISPLAY "MOTIVO: " WS-MOTIVO.
           MOVE "N" TO LK-RESULTADO.
           IF LK-INTERACTIVO = "S"
               DISPLAY "FORZAR POR EMERGENCIA? (S/N)"
               MOVE "N" TO WS-FORZAR
               ACCEPT WS-FORZAR
               IF WS-FORZAR = "S" OR WS-FORZAR = "s"
                   CALL "AUTORIZA-DUAL" USING LK-PROGRAMA LK-OPERADOR
                       WS-ACCION-DUAL WS-DUAL-OK
                   IF WS-DUAL-OK = "S"
                       MOVE "S" TO LK-RESULTADO
                       PERFORM GRABA-FORZADO
                   END-IF
               END-IF
           END-IF.
           IF LK-RESULTADO = "N"
               DISPLAY "ACTUALIZACION RECHAZADA POR CONGELAMIENTO"
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "RECHAZO POR CONGELAMIENTO GRUPO "
                   DELIMITED BY SIZE
                   LK-GRUPO DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING LK-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.
           GOBACK.

      *    Si dos ventanas se superponen rige la que termina mas
      *    tarde.
       BUSCA-VENTANA.
           MOVE "N" TO WS-VENTANA.
           MOVE 0 TO WS-HASTA-VENTANA.
           OPEN INPUT CONGELA-FILE.
           IF WS-CONGELA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CONGELA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM EVALUA-VENTANA
                   END-READ
               END-PERFORM
               CLOSE CONGELA-FILE
           END-IF.

       EVALUA-VENTANA.
           IF DESDE-CON IS NUMERIC AND HORA-DESDE-CON IS NUMERIC AND
              HASTA-CON IS NUMERIC AND HORA-HASTA-CON IS NUMERIC
               COMPUTE WS-DESDE = DESDE-CON * 10000 + HORA-DESDE-CON
               COMPUTE WS-HASTA = HASTA-CON * 10000 + HORA-HASTA-CON
               MOVE 0 TO WS-CUENTA-GRUPO
               INSPECT GRUPOS-CON TALLYING WS-CUENTA-GRUPO
                   FOR ALL LK-GRUPO
               INSPECT GRUPOS-CON TALLYING WS-CUENTA-GRUPO
                   FOR ALL "*"
               IF WS-AHORA >= WS-DESDE AND WS-AHORA < WS-HASTA AND
                  WS-CUENTA-GRUPO > 0 AND
                  WS-HASTA > WS-HASTA-VENTANA
                   MOVE "S" TO WS-VENTANA
                   MOVE WS-HASTA TO WS-HASTA-VENTANA
                   MOVE MOTIVO-CON TO WS-MOTIVO
               END-IF
           END-IF.

       GRABA-FORZADO.
           MOVE LK-PROGRAMA TO WS-FORZADO-PROGRAMA.
           MOVE LK-OPERADOR TO WS-FORZADO-OPERADOR.
           MOVE LK-GRUPO TO WS-FORZADO-GRUPO.
           MOVE WS-HASTA-VENTANA TO WS-FORZADO-HASTA.
           OPEN EXTEND EXCEPCION-FILE.
           IF WS-EXCEPCION-STATUS = "35"
               OPEN OUTPUT EXCEPCION-FILE
           END-IF.
           MOVE SPACES TO LINEA-EXCEPCION.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-CEX.
           MOVE WS-FECHA-HORA(9:6) TO HORA-CEX.
           MOVE LK-PROGRAMA TO PROGRAMA-CEX.
           MOVE LK-OPERADOR TO OPERADOR-CEX.
           MOVE LK-GRUPO TO GRUPO-CEX.
           MOVE WS-MOTIVO TO MOTIVO-CEX.
           WRITE LINEA-EXCEPCION.
           CLOSE EXCEPCION-FILE.
           DISPLAY "CONGELAMIENTO FORZADO POR EMERGENCIA".

       END PROGRAM VERIFICA-CONGELAMIENTO.
