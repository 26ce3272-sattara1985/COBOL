      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable roster check. TURNOS.TXT da a cada
      *          operador sus turnos por dia de la semana (1=lunes a
      *          7=domingo, hora desde y hasta HHMM; un turno que
      *          cruza la medianoche lleva desde > hasta) y TURNEXC.TXT
      *          las excepciones por fecha: L=licencia (ese dia no
      *          trabaja) y C=cobertura (una ventana extra ese dia).
      *          En un feriado de CALENDAR.TXT no rige la grilla
      *          semanal, solo las coberturas. Funciones:
      *            "V" verifica: LK-RESULTADO = "S" si LK-HORA del
      *                dia LK-FECHA cae en un turno del operador.
      *            "D" dia: LK-RESULTADO = "S" si el operador tiene
      *                algun turno ese dia.
      *          Fuera de turno vuelve "N", o "L" si esta de licencia.
      *          Sin TURNOS.TXT no hay control y vuelve "X".
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-TURNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOS-STATUS.
           SELECT EXCEPCION-FILE ASSIGN TO "TURNEXC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS-FILE.
       01  LINEA-TURNO.
           05 OPERADOR-TUR PIC X(10).
           05 FILLER PIC X.
           05 DIA-TUR PIC 9.
           05 FILLER PIC X.
           05 DESDE-TUR PIC 9(4).
           05 FILLER PIC X.
           05 HASTA-TUR PIC 9(4).

       FD  EXCEPCION-FILE.
       01  LINEA-EXCEPCION.
           05 OPERADOR-EXC PIC X(10).
           05 FILLER PIC X.
           05 FECHA-EXC PIC 9(8).
           05 FILLER PIC X.
           05 TIPO-EXC PIC X.
           05 FILLER PIC X.
           05 DESDE-EXC PIC 9(4).
           05 FILLER PIC X.
           05 HASTA-EXC PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-TURNOS-STATUS PIC XX.
       01 WS-EXCEPCION-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-INT PIC 9(7).
       01 WS-COCIENTE PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-FUNCION-CAL PIC X.
       01 WS-FERIADO PIC X.
       01 WS-LICENCIA PIC X.
       01 WS-EN-TURNO PIC X.
       01 WS-DESDE PIC 9(4).
       01 WS-HASTA PIC 9(4).

       LINKAGE SECTION.
       01 LK-FUNCION PIC X.
       01 LK-OPERADOR PIC X(10).
       01 LK-FECHA PIC 9(8).
       01 LK-HORA PIC 9(4).
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-FUNCION LK-OPERADOR LK-FECHA
           LK-HORA LK-RESULTADO.
       MAIN-PROCEDURE.
           MOVE "N" TO WS-EN-TURNO.
           MOVE "N" TO WS-LICENCIA.
           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS NOT = "00"
               MOVE "X" TO LK-RESULTADO
               GOBACK
           END-IF.
           CLOSE TURNOS-FILE.
      *    Dia 1 de INTEGER-OF-DATE es lunes; el resto 0 es domingo.
           COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE(LK-FECHA).
           DIVIDE WS-FECHA-INT BY 7 GIVING WS-COCIENTE
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           MOVE "F" TO WS-FUNCION-CAL.
           CALL "DIA-HABIL" USING WS-FUNCION-CAL LK-FECHA WS-FERIADO.
           PERFORM LEE-EXCEPCIONES.
           IF WS-FERIADO NOT = "S" AND WS-LICENCIA NOT = "S"
               PERFORM LEE-TURNOS
           END-IF.
           IF WS-EN-TURNO = "S"
               MOVE "S" TO LK-RESULTADO
           ELSE
               IF WS-LICENCIA = "S"
                   MOVE "L" TO LK-RESULTADO
               ELSE
                   MOVE "N" TO LK-RESULTADO
               END-IF
           END-IF.
           GOBACK.

       LEE-TURNOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT TURNOS-FILE.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ TURNOS-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF OPERADOR-TUR = LK-OPERADOR AND
                          DIA-TUR = WS-DIA-SEMANA AND
                          DESDE-TUR IS NUMERIC AND
                          HASTA-TUR IS NUMERIC
                           MOVE DESDE-TUR TO WS-DESDE
                           MOVE HASTA-TUR TO WS-HASTA
                           PERFORM EVALUA-VENTANA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TURNOS-FILE.

      *    La licencia anula la grilla del dia; una cobertura del
      *    mismo dia sigue valiendo (cubre a otro en su licencia).
       LEE-EXCEPCIONES.
           OPEN INPUT EXCEPCION-FILE.
           IF WS-EXCEPCION-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ EXCEPCION-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF OPERADOR-EXC = LK-OPERADOR AND
                              FECHA-EXC = LK-FECHA
                               PERFORM APLICA-EXCEPCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPCION-FILE
           END-IF.

       APLICA-EXCEPCION.
           IF TIPO-EXC = "L"
               MOVE "S" TO WS-LICENCIA
           END-IF.
           IF TIPO-EXC = "C" AND DESDE-EXC IS NUMERIC AND
              HASTA-EXC IS NUMERIC
               MOVE DESDE-EXC TO WS-DESDE
               MOVE HASTA-EXC TO WS-HASTA
               PERFORM EVALUA-VENTANA
           END-IF.

       EVALUA-VENTANA.
           IF LK-FUNCION = "D"
               MOVE "S" TO WS-EN-TURNO
           ELSE
               IF WS-DESDE <= WS-HASTA
                   IF LK-HORA >= WS-DESDE AND LK-HORA <= WS-HASTA
                       MOVE "S" TO WS-EN-TURNO
                   END-IF
               ELSE
                   IF LK-HORA >= WS-DESDE OR LK-HORA <= WS-HASTA
                       MOVE "S" TO WS-EN-TURNO
                   END-IF
               END-IF
           END-IF.

       END PROGRAM VERIFICA-TURNO.
