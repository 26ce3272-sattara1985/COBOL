      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable teller cash position. CAJA.TXT lleva
      *          una linea por operador y dia: sucursal, fondo
      *          inicial, posicion esperada, conteo declarado al
      *          cierre, sobrante/faltante y estado (A=abierta,
      *          C=cerrada, F=faltante pendiente de supervisor,
      *          R=faltante resuelto). Funciones:
      *            "A" apertura: en la primera sesion del dia de
      *                OPERACIONES_BASICAS pide el fondo inicial y
      *                abre la caja; con la caja ya cerrada hoy
      *                LK-RESULTADO vuelve "N" y no se opera.
      *            "V" verifica: LK-RESULTADO vuelve "N" si el
      *                operador arrastra un faltante de un dia
      *                anterior que ningun supervisor resolvio
      *                (CIERRE-CAJA), y el ingreso se rechaza.
      *          El cierre y la resolucion los hace CIERRE-CAJA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-CAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJA-FILE ASSIGN TO "CAJA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAJA-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-CAJA-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-ESTADO-HOY PIC X.
       01 WS-FECHA-FALTANTE PIC 9(8).
       01 WS-IMPORTE-ENTRADA PIC X(12).
       01 WS-IMPORTE PIC S9(6)V99.
       01 WS-ES-VALIDO PIC X.
       01 WS-INTENTOS PIC 9.
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-PROGRAMA PIC X(20) VALUE "POSICION-CAJA".

       LINKAGE SECTION.
       01 LK-FUNCION PIC X.
       01 LK-OPERADOR PIC X(10).
       01 LK-SUCURSAL PIC X(2).
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-FUNCION LK-OPERADOR LK-SUCURSAL
           LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "S" TO LK-RESULTADO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM LEE-CAJA.
           IF LK-FUNCION = "V"
               IF WS-FECHA-FALTANTE NOT = 0
                   DISPLAY "FALTANTE DE CAJA DEL " WS-FECHA-FALTANTE
                       " SIN RESOLVER - VER A UN SUPERVISOR"
                   MOVE "N" TO LK-RESULTADO
                   MOVE SPACES TO WS-TEXTO-ALERTA
                   STRING "INGRESO CON FALTANTE: " DELIMITED BY SIZE
                       LK-OPERADOR DELIMITED BY SIZE
                       INTO WS-TEXTO-ALERTA
                   CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                       WS-TEXTO-ALERTA
               END-IF
           ELSE
               EVALUATE WS-ESTADO-HOY
                   WHEN SPACE
                       PERFORM ABRE-CAJA
                   WHEN "A"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "CAJA YA CERRADA HOY - NO SE OPERA"
                       MOVE "N" TO LK-RESULTADO
               END-EVALUATE
           END-IF.
           GOBACK.

      *    Un solo barrido da las dos respuestas: el estado de la
      *    caja de hoy y el faltante pendiente mas viejo.
       LEE-CAJA.
           MOVE SPACE TO WS-ESTADO-HOY.
           MOVE 0 TO WS-FECHA-FALTANTE.
           OPEN INPUT CAJA-FILE.
           IF WS-CAJA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAJA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF OPERADOR-CAJ = LK-OPERADOR
                               PERFORM EXAMINA-CAJA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAJA-FILE
           END-IF.

       EXAMINA-CAJA.
           IF FECHA-CAJ = WS-HOY
               MOVE ESTADO-CAJ TO WS-ESTADO-HOY
           END-IF.
           IF ESTADO-CAJ = "F" AND FECHA-CAJ < WS-HOY AND
              WS-FECHA-FALTANTE = 0
               MOVE FECHA-CAJ TO WS-FECHA-FALTANTE
           END-IF.

       ABRE-CAJA.
           MOVE "N" TO WS-ES-VALIDO.
           MOVE 0 TO WS-INTENTOS.
           PERFORM UNTIL WS-ES-VALIDO = "S" OR WS-INTENTOS >= 3
               DISPLAY "APERTURA DE CAJA - FONDO INICIAL (EJ 500.00)"
               ACCEPT WS-IMPORTE-ENTRADA
               CALL "VALIDA-DECIMAL" USING WS-IMPORTE-ENTRADA
                   WS-IMPORTE WS-ES-VALIDO
               ADD 1 TO WS-INTENTOS
               IF WS-ES-VALIDO = "S" AND WS-IMPORTE < 0
                   MOVE "N" TO WS-ES-VALIDO
               END-IF
               IF WS-ES-VALIDO NOT = "S"
                   DISPLAY "IMPORTE INVALIDO, INTENTE DE NUEVO"
               END-IF
           END-PERFORM.
           IF WS-ES-VALIDO NOT = "S"
               DISPLAY "CAJA NO ABIERTA - NO SE OPERA"
               MOVE "N" TO LK-RESULTADO
           ELSE
               OPEN EXTEND CAJA-FILE
               IF WS-CAJA-STATUS = "35"
                   OPEN OUTPUT CAJA-FILE
               END-IF
               MOVE SPACES TO LINEA-CAJA
               MOVE WS-HOY TO FECHA-CAJ
               MOVE LK-OPERADOR TO OPERADOR-CAJ
               MOVE LK-SUCURSAL TO SUCURSAL-CAJ
               MOVE WS-IMPORTE TO FONDO-CAJ
               MOVE 0 TO ESPERADO-CAJ
               MOVE 0 TO DECLARADO-CAJ
               MOVE 0 TO DIFERENCIA-CAJ
               MOVE "A" TO ESTADO-CAJ
               WRITE LINEA-CAJA
               CLOSE CAJA-FILE
               DISPLAY "CAJA ABIERTA"
           END-IF.

       END PROGRAM POSICION-CAJA.
