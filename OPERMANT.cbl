      *          operador, reset de contrasena (queda en blanco con
      *          cambio forzado en el proximo ingreso), desbloqueo
      *          tras un lockout por intentos fallidos, tope diario
      *          de importes, cambio de nivel y las categorias de
      *          personas que el operador puede ver (OPERCAT.TXT, ver
      *          VERIFICA-CATEGORIA). Reservado a
      *          supervisores; cada cambio queda como linea en
      *          AUDITLOG.TXT con quien lo hizo. No opera durante
      *          un congelamiento del grupo de operadores
      *          (VERIFICA-CONGELAMIENTO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT OPERCAT-FILE ASSIGN TO "OPERCAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCAT-STATUS.
           SELECT OPERCAT-TEMP ASSIGN TO "OPERCTMP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCAT-TEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  LINEA-AUDIT PIC X(69).

       FD  OPERCAT-FILE.
       01  LINEA-OPERCAT.
           05 OPERADOR-OCA PIC X(10).
           05 FILLER PIC X.
           05 CATEG-OCA PIC X(5).

       FD  OPERCAT-TEMP.
       01  LINEA-OPERCAT-TEMP PIC X(16).

       WORKING-STORAGE SECTION.
       01 WS-MAST-STATUS PIC XX.
       01 WS-TEMP-STATUS PIC XX.
       01 WS-HALLADO PIC X.
       01 WS-ACCION-AUDIT PIC X(12).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-OPERCAT-STATUS PIC XX.
       01 WS-OPERCAT-TEMP-STATUS PIC XX.
       01 WS-FIN-OPERCAT PIC X.
       01 WS-OPCION-CATEG PIC X.
       01 WS-CATEG-ENTRADA PIC X(5).
       01 WS-GRUPO-CONGELA PIC X VALUE "O".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "MANTENIMIENTO RESERVADO A SUPERVISORES"
               GOBACK
           END-IF.
      *    Todas las opciones modifican operadores: con el grupo
      *    congelado no se entra sin forzar por emergencia.
           CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA WS-OPERADOR
               WS-GRUPO-CONGELA WS-INTERACTIVO WS-CONGELA-OK.
           IF WS-CONGELA-OK NOT = "S"
               MOVE "9" TO WS-OPCION
           END-IF.
           PERFORM UNTIL WS-OPCION = "9"
               DISPLAY "1. AGREGAR OPERADOR"
               DISPLAY "2. RESETEAR CONTRASENA"
               DISPLAY "3. DESBLOQUEAR OPERADOR"
               DISPLAY "4. FIJAR TOPE DIARIO"
               DISPLAY "5. CAMBIAR NIVEL"
               DISPLAY "6. CATEGORIAS DE PERSONAS VISIBLES"
               DISPLAY "9. SALIR"
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                   WHEN "5"
                       MOVE "NIVEL" TO WS-ACCION-AUDIT
                       PERFORM MODIFICA-OPERADOR
                   WHEN "6"
                       PERFORM CATEGORIAS-OPERADOR
                   WHEN "9"
                       CONTINUE
                   WHEN OTHER
           CLOSE MAST-TEMP.
           CLOSE OPERADOR-MAST.

      ******************************************************************
      * Categorias visibles: se listan las del operador y se agrega
      * o quita un codigo. Sin ninguna linea el operador ve todas las
      * personas; la primera que se agrega lo restringe a la lista.
      ******************************************************************
       CATEGORIAS-OPERADOR.
           DISPLAY "ID DEL OPERADOR".
           ACCEPT WS-ID-TRABAJO.
           IF WS-ID-TRABAJO = SPACES
               DISPLAY "EL ID NO PUEDE QUEDAR EN BLANCO"
           ELSE
               PERFORM LISTA-CATEGORIAS-OPERADOR
               DISPLAY "A=AGREGAR CODIGO Q=QUITAR CODIGO "
                   "(EN BLANCO = VOLVER)"
               MOVE SPACE TO WS-OPCION-CATEG
               ACCEPT WS-OPCION-CATEG
               IF WS-OPCION-CATEG = "a"
                   MOVE "A" TO WS-OPCION-CATEG
               END-IF
               IF WS-OPCION-CATEG = "q"
                   MOVE "Q" TO WS-OPCION-CATEG
               END-IF
               IF WS-OPCION-CATEG = "A" OR WS-OPCION-CATEG = "Q"
                   DISPLAY "CODIGO DE CATEGORIA"
                   MOVE SPACES TO WS-CATEG-ENTRADA
                   ACCEPT WS-CATEG-ENTRADA
                   IF WS-CATEG-ENTRADA = SPACES
                       DISPLAY "EL CODIGO NO PUEDE QUEDAR EN BLANCO"
                   ELSE
                       PERFORM APLICA-CATEGORIA-OPERADOR
                   END-IF
               END-IF
           END-IF.

       LISTA-CATEGORIAS-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           OPEN INPUT OPERCAT-FILE.
           IF WS-OPERCAT-STATUS = "00"
               MOVE "N" TO WS-FIN-OPERCAT
               PERFORM UNTIL WS-FIN-OPERCAT = "S"
                   READ OPERCAT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-OPERCAT
                       NOT AT END
                           IF OPERADOR-OCA = WS-ID-TRABAJO
                               MOVE "S" TO WS-HALLADO
                               DISPLAY "   " CATEG-OCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERCAT-FILE
           END-IF.
           IF WS-HALLADO = "N"
               DISPLAY "SIN RESTRICCION - VE TODAS LAS CATEGORIAS"
           END-IF.

      *    La lista se reescribe entera via el temporal: se copia todo
      *    salvo el codigo que se quita o que ya estaba, y el que se
      *    agrega va al final.
       APLICA-CATEGORIA-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           OPEN OUTPUT OPERCAT-TEMP.
           OPEN INPUT OPERCAT-FILE.
           IF WS-OPERCAT-STATUS = "00"
               MOVE "N" TO WS-FIN-OPERCAT
               PERFORM UNTIL WS-FIN-OPERCAT = "S"
                   READ OPERCAT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-OPERCAT
                       NOT AT END
                           IF OPERADOR-OCA = WS-ID-TRABAJO AND
                              CATEG-OCA = WS-CATEG-ENTRADA
                               MOVE "S" TO WS-HALLADO
                           ELSE
                               MOVE LINEA-OPERCAT
                                   TO LINEA-OPERCAT-TEMP
                               WRITE LINEA-OPERCAT-TEMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERCAT-FILE
           END-IF.
           IF WS-OPCION-CATEG = "A"
               MOVE SPACES TO LINEA-OPERCAT
               MOVE WS-ID-TRABAJO TO OPERADOR-OCA
               MOVE WS-CATEG-ENTRADA TO CATEG-OCA
               MOVE LINEA-OPERCAT TO LINEA-OPERCAT-TEMP
               WRITE LINEA-OPERCAT-TEMP
           END-IF.
           CLOSE OPERCAT-TEMP.
           IF WS-OPCION-CATEG = "Q" AND WS-HALLADO = "N"
               DISPLAY "EL OPERADOR NO TENIA ESE CODIGO"
           ELSE
               MOVE "N" TO WS-FIN-OPERCAT
               OPEN INPUT OPERCAT-TEMP
               OPEN OUTPUT OPERCAT-FILE
               PERFORM UNTIL WS-FIN-OPERCAT = "S"
                   READ OPERCAT-TEMP
                       AT END
                           MOVE "S" TO WS-FIN-OPERCAT
                       NOT AT END
                           MOVE LINEA-OPERCAT-TEMP TO LINEA-OPERCAT
                           WRITE LINEA-OPERCAT
                   END-READ
               END-PERFORM
               CLOSE OPERCAT-TEMP
               CLOSE OPERCAT-FILE
               MOVE SPACES TO WS-ACCION-AUDIT
               IF WS-OPCION-CATEG = "A"
                   STRING "CATEG+" DELIMITED BY SIZE
                       WS-CATEG-ENTRADA DELIMITED BY SIZE
                       INTO WS-ACCION-AUDIT
               ELSE
                   STRING "CATEG-" DELIMITED BY SIZE
                       WS-CATEG-ENTRADA DELIMITED BY SIZE
                       INTO WS-ACCION-AUDIT
               END-IF
               PERFORM GRABA-AUDITORIA
               DISPLAY "CATEGORIAS ACTUALIZADAS"
           END-IF.

       GRABA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND AUDIT-LOG.
