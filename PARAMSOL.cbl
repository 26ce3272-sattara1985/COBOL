      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable holder of a queued report run. While
      *          EJECUTA-SOLICITUDES runs a request of SOLINFO.TXT the
      *          report program must not stop at a prompt: its
      *          sign-on (CAPTURA-OPERADOR) takes the requester from
      *          here, and each answer it would ACCEPT is handed out
      *          from here in the order it was entered. El estado vive
      *          en este modulo mientras dure la unidad de ejecucion,
      *          como el de MODO-FORMACION. Funciones de LK-FUNCION:
      *            "I" inicia una corrida en cola con LK-OPERADOR,
      *                LK-NIVEL y LK-IDIOMA; la lista de respuestas
      *                queda vacia.
      *            "A" agrega LK-VALOR al final de la lista.
      *            "O" devuelve operador, nivel e idioma de la corrida.
      *            "P" devuelve en LK-VALOR la respuesta siguiente (en
      *                blanco cuando ya no quedan).
      *            "F" termina la corrida en cola.
      *          LK-ACTIVO "S" si hay corrida en cola; con "N" los
      *          programas preguntan por consola como siempre.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETRO-SOLICITUD.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACTIVO PIC X VALUE "N".
       01 WS-OPERADOR PIC X(10) VALUE SPACES.
       01 WS-NIVEL PIC 9 VALUE 0.
       01 WS-IDIOMA PIC XX VALUE SPACES.
       01 WS-CARGADOS PIC 99 VALUE 0.
       01 WS-ENTREGADOS PIC 99 VALUE 0.
       01 WS-TABLA-VALORES.
           05 WS-VALOR PIC X(10) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01 LK-FUNCION PIC X.
       01 LK-OPERADOR PIC X(10).
       01 LK-NIVEL PIC 9.
       01 LK-IDIOMA PIC XX.
       01 LK-VALOR PIC X(10).
       01 LK-ACTIVO PIC X.

       PROCEDURE DIVISION USING LK-FUNCION LK-OPERADOR LK-NIVEL
           LK-IDIOMA LK-VALOR LK-ACTIVO.
       MAIN-PROCEDURE.
           EVALUATE LK-FUNCION
               WHEN "I"
                   MOVE "S" TO WS-ACTIVO
                   MOVE LK-OPERADOR TO WS-OPERADOR
                   MOVE LK-NIVEL TO WS-NIVEL
                   MOVE LK-IDIOMA TO WS-IDIOMA
                   MOVE 0 TO WS-CARGADOS
                   MOVE 0 TO WS-ENTREGADOS
               WHEN "A"
                   IF WS-ACTIVO = "S" AND WS-CARGADOS < 10
                       ADD 1 TO WS-CARGADOS
                       MOVE LK-VALOR TO WS-VALOR(WS-CARGADOS)
                   END-IF
               WHEN "O"
                   IF WS-ACTIVO = "S"
                       MOVE WS-OPERADOR TO LK-OPERADOR
                       MOVE WS-NIVEL TO LK-NIVEL
                       MOVE WS-IDIOMA TO LK-IDIOMA
                   END-IF
               WHEN "P"
                   IF WS-ACTIVO = "S"
                       MOVE SPACES TO LK-VALOR
                       IF WS-ENTREGADOS < WS-CARGADOS
                           ADD 1 TO WS-ENTREGADOS
                           MOVE WS-VALOR(WS-ENTREGADOS) TO LK-VALOR
                       END-IF
                   END-IF
               WHEN "F"
                   MOVE "N" TO WS-ACTIVO
                   MOVE SPACES TO WS-OPERADOR
                   MOVE 0 TO WS-CARGADOS
                   MOVE 0 TO WS-ENTREGADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-ACTIVO TO LK-ACTIVO.
           GOBACK.

       END PROGRAM PARAMETRO-SOLICITUD.
