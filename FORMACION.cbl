      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable training-mode switch. En modo
      *          formacion todo archivo que la sesion abre por su
      *          nombre se resuelve dentro del directorio FORMACION
      *          (COB_FILE_PATH), asi DATOS, OPERACIONES_BASICAS y las
      *          consultas trabajan sobre la copia de practica que
      *          prepara PREPARA-FORMACION y nunca sobre produccion.
      *          El estado vive en este modulo mientras dure la
      *          unidad de ejecucion (una sesion del menu, o un
      *          programa suelto). Funciones de LK-FUNCION:
      *            "C" consulta: LK-ACTIVO dice si el modo esta activo.
      *            "D" disponible: "S" si hay juego de formacion
      *                preparado (FORMACION/FORMCTL.TXT).
      *            "E" entra al modo (si hay juego preparado).
      *            "S" sale del modo y vuelve a produccion.
      *            "B" muestra la franja FORMACION si el modo esta
      *                activo; la llaman las pantallas.
      *            "P" / "R" pausan y reanudan el desvio para que
      *                REGISTRA-EJECUCION cierre en produccion una
      *                corrida que empezo alli.
      *          LK-ACTIVO devuelve siempre el estado resultante.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODO-FORMACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "FORMACION/FORMCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 FECHA-FCT PIC X(8).
           05 FILLER PIC X.
           05 HORA-FCT PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-FCT PIC X(10).
           05 FILLER PIC X.
           05 PERSONAS-FCT PIC 9(6).
           05 FILLER PIC X.
           05 CONTACTOS-FCT PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-ACTIVO PIC X VALUE "N".
       01 WS-DISPONIBLE PIC X.
       01 WS-FECHA-JUEGO PIC X(8).
       01 WS-OPERADOR-JUEGO PIC X(10).
       01 WS-RUTA-ORIGINAL PIC X(80) VALUE SPACES.
       01 WS-RUTA-FORMACION PIC X(80) VALUE "FORMACION".

       LINKAGE SECTION.
       01 LK-FUNCION PIC X.
       01 LK-ACTIVO PIC X.

       PROCEDURE DIVISION USING LK-FUNCION LK-ACTIVO.
       MAIN-PROCEDURE.
           EVALUATE LK-FUNCION
               WHEN "D"
                   PERFORM LEE-CONTROL
                   MOVE WS-DISPONIBLE TO LK-ACTIVO
                   GOBACK
               WHEN "E"
                   IF WS-ACTIVO NOT = "S"
                       PERFORM ENTRA-FORMACION
                   END-IF
               WHEN "S"
                   IF WS-ACTIVO = "S"
                       PERFORM SALE-FORMACION
                   END-IF
               WHEN "B"
                   IF WS-ACTIVO = "S"
                       PERFORM MUESTRA-FRANJA
                   END-IF
               WHEN "P"
                   IF WS-ACTIVO = "S"
                       SET ENVIRONMENT "COB_FILE_PATH"
                           TO WS-RUTA-ORIGINAL
                   END-IF
               WHEN "R"
                   IF WS-ACTIVO = "S"
                       SET ENVIRONMENT "COB_FILE_PATH"
                           TO WS-RUTA-FORMACION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-ACTIVO TO LK-ACTIVO.
           GOBACK.

       LEE-CONTROL.
           MOVE "N" TO WS-DISPONIBLE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WS-DISPONIBLE
                       MOVE FECHA-FCT TO WS-FECHA-JUEGO
                       MOVE OPERADOR-FCT TO WS-OPERADOR-JUEGO
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      *    La ruta vigente se guarda para devolverla al salir; sin
      *    ruta propia de la instalacion se vuelve al directorio de
      *    trabajo.
       ENTRA-FORMACION.
           PERFORM LEE-CONTROL.
           IF WS-DISPONIBLE NOT = "S"
               DISPLAY "NO HAY JUEGO DE FORMACION PREPARADO - PIDALO "
                   "AL INSTRUCTOR (PREPARA-FORMACION)"
           ELSE
               MOVE SPACES TO WS-RUTA-ORIGINAL
               ACCEPT WS-RUTA-ORIGINAL FROM ENVIRONMENT
                   "COB_FILE_PATH"
               IF WS-RUTA-ORIGINAL = SPACES
                   MOVE "." TO WS-RUTA-ORIGINAL
               END-IF
               SET ENVIRONMENT "COB_FILE_PATH" TO WS-RUTA-FORMACION
               MOVE "S" TO WS-ACTIVO
               PERFORM MUESTRA-FRANJA
               DISPLAY "JUEGO DE FORMACION DEL " WS-FECHA-JUEGO
                   " PREPARADO POR " WS-OPERADOR-JUEGO
           END-IF.

       SALE-FORMACION.
           SET ENVIRONMENT "COB_FILE_PATH" TO WS-RUTA-ORIGINAL.
           MOVE "N" TO WS-ACTIVO.
           DISPLAY "FIN DEL MODO FORMACION - SE TRABAJA EN PRODUCCION".

       MUESTRA-FRANJA.
           DISPLAY "**************************************************"
               "**************".
           DISPLAY "***  FORMACION - DATOS DE PRACTICA, NADA LLEGA A "
               "PRODUCCION  ***".
           DISPLAY "**************************************************"
               "**************".

       END PROGRAM MODO-FORMACION.
