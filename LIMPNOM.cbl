      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Name cleansing utility for PERSONAS.DAT. Passes every
      *          person's apellidos and nombre through
      *          NORMALIZA-NOMBRE (mayusculas, reemplazos y titulos
      *          de NOMREGLA.TXT, blancos colapsados) and reports the
      *          before/after value of each person that would change
      *          to LIMPREP.TXT. Two modes:
      *            P propuesta: solo informe, no toca el maestro.
      *            A aplicar: REWRITE de los nombres cambiados, cada
      *              uno journalizado como modificacion con
      *              REGISTRA-CAMBIO; reservado a supervisores, bajo
      *              el lock de BLOQUEA-PERSONAS y rechazado mientras
      *              CONGELA.TXT congela el grupo de personas.
      *          After applying, the CLAVE-NOMBRE alternate index is
      *          walked end to end to prove it is in order and the
      *          repeated names are counted (the spelling used to
      *          hide some of them) for REPORTE-DUPLICADOS to follow
      *          up. Persons in a category the operator may not see
      *          are listed by number only.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMPIA-NOMBRES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "LIMPREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "LIMPIA-NOMBRES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-VISIBLE PIC X.
       01 WS-MODO PIC X.
       01 WS-FUNCION-LOCK PIC X.
       01 WS-RESULTADO-LOCK PIC X.
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.
       01 WS-FIN-PERSONAS PIC X.
       01 WS-APELLIDOS-NUEVO PIC X(20).
       01 WS-NOMBRE-NUEVO PIC X(15).
       01 WS-CAMBIADO PIC X.
       01 WS-IMAGEN-ANTES PIC X(80).
       01 WS-IMAGEN-DESPUES PIC X(80).
       01 WS-ACCION PIC X.
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-TOTAL-LEIDAS PIC 9(6) VALUE 0.
       01 WS-TOTAL-CAMBIOS PIC 9(6) VALUE 0.
       01 WS-TOTAL-APLICADOS PIC 9(6) VALUE 0.
       01 WS-TOTAL-ERRORES PIC 9(6) VALUE 0.
       01 WS-TOTAL-INDICE PIC 9(6) VALUE 0.
       01 WS-FUERA-ORDEN PIC 9(6) VALUE 0.
       01 WS-COINCIDENTES PIC 9(6) VALUE 0.
       01 WS-CLAVE-ANTERIOR PIC X(35).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "MODO: P=PROPUESTA (SOLO INFORME)  A=APLICAR"
               ACCEPT WS-MODO
               MOVE FUNCTION UPPER-CASE(WS-MODO) TO WS-MODO
               EVALUATE WS-MODO
                   WHEN "P"
                       PERFORM LIMPIA-MAESTRO
                   WHEN "A"
                       PERFORM CONTROLA-APLICACION
                   WHEN OTHER
                       DISPLAY "MODO INVALIDO"
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CONTROLA-APLICACION.
           IF WS-NIVEL < 2
               DISPLAY "APLICACION RESERVADA A SUPERVISORES"
               MOVE 4 TO RETURN-CODE
           ELSE
               CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                   WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                   WS-CONGELA-OK
               IF WS-CONGELA-OK NOT = "S"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "T" TO WS-FUNCION-LOCK
                   CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                       WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
                   IF WS-RESULTADO-LOCK NOT = "S"
                       DISPLAY "LIMPIEZA CANCELADA - "
                           "PERSONAS.DAT EN USO"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM LIMPIA-MAESTRO
                       MOVE "L" TO WS-FUNCION-LOCK
                       CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                           WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
                   END-IF
               END-IF
           END-IF.

       LIMPIA-MAESTRO.
           IF WS-MODO = "A"
               OPEN I-O PERSONAS-FILE
           ELSE
               OPEN INPUT PERSONAS-FILE
           END-IF.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PERSONAS.DAT: "
                   WS-PERSONAS-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORTE-FILE
               PERFORM ESCRIBE-CABECERA
               MOVE "N" TO WS-FIN-PERSONAS
               PERFORM UNTIL WS-FIN-PERSONAS = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-PERSONAS
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LEIDAS
                           PERFORM REVISA-PERSONA
                   END-READ
               END-PERFORM
               IF WS-MODO = "A"
                   PERFORM RECORRE-INDICE-NOMBRES
               END-IF
               PERFORM ESCRIBE-TOTALES
               CLOSE REPORTE-FILE
               CLOSE PERSONAS-FILE
               MOVE "LIMPREP.TXT" TO WS-ARCHIVO-CAT
               MOVE 1 TO WS-PAGINAS-CAT
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
               DISPLAY "LIMPIEZA DE NOMBRES - LEIDAS: " WS-TOTAL-LEIDAS
                   " A CAMBIAR: " WS-TOTAL-CAMBIOS
                   " APLICADAS: " WS-TOTAL-APLICADOS
           END-IF.

       ESCRIBE-CABECERA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LIMPIEZA DE NOMBRES - " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               " - OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-MODO = "A"
               MOVE "MODO APLICAR: LOS CAMBIOS SE GRABAN EN EL MAESTRO"
                   TO LINEA-REPORTE
           ELSE
               MOVE "MODO PROPUESTA: EL MAESTRO NO SE MODIFICA"
                   TO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       REVISA-PERSONA.
           MOVE APELLIDOS-REC TO WS-APELLIDOS-NUEVO.
           MOVE NOMBRE-REC TO WS-NOMBRE-NUEVO.
           CALL "NORMALIZA-NOMBRE" USING WS-APELLIDOS-NUEVO
               WS-NOMBRE-NUEVO WS-CAMBIADO.
           IF WS-CAMBIADO = "S"
               ADD 1 TO WS-TOTAL-CAMBIOS
               PERFORM LISTA-CAMBIO
               IF WS-MODO = "A"
                   PERFORM APLICA-CAMBIO
               END-IF
           END-IF.

       LISTA-CAMBIO.
           CALL "VERIFICA-CATEGORIA" USING WS-OPERADOR CATEG-REC
               WS-VISIBLE.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-VISIBLE = "S"
               STRING NUMERO-PERSONA DELIMITED BY SIZE
                   " ANTES:   " DELIMITED BY SIZE
                   APELLIDOS-REC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMBRE-REC DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "       DESPUES: " DELIMITED BY SIZE
                   WS-APELLIDOS-NUEVO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOMBRE-NUEVO DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           ELSE
               STRING NUMERO-PERSONA DELIMITED BY SIZE
                   " (CATEGORIA RESERVADA)" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.

      *    La clave primaria no cambia, asi que el REWRITE no altera
      *    el recorrido; el indice de nombres se actualiza con el.
       APLICA-CAMBIO.
           MOVE PERSONA-REC TO WS-IMAGEN-ANTES.
           MOVE WS-APELLIDOS-NUEVO TO APELLIDOS-REC.
           MOVE WS-NOMBRE-NUEVO TO NOMBRE-REC.
           REWRITE PERSONA-REC
               INVALID KEY
                   ADD 1 TO WS-TOTAL-ERRORES
                   MOVE "       ERROR AL GRABAR, NO APLICADO"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE "APLICA-CAMBIO" TO WS-PARRAFO
                   MOVE "REWRITE FAILED ON NAME CLEANSE"
                       TO WS-DESCRIPCION
                   MOVE "W" TO WS-SEVERIDAD
                   MOVE "LIMP" TO WS-CODIGO
                   CALL "LOG-ERROR" USING WS-PROGRAMA
                       WS-PARRAFO WS-DESCRIPCION
                       WS-SEVERIDAD WS-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APLICADOS
                   MOVE "M" TO WS-ACCION
                   MOVE PERSONA-REC TO WS-IMAGEN-DESPUES
                   CALL "REGISTRA-CAMBIO" USING WS-OPERADOR
                       WS-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
           END-REWRITE.

      *    Recorrido completo por la clave alternativa: cada registro
      *    debe salir en orden de apellidos y nombre, y los nombres
      *    iguales seguidos son posibles duplicados, algunos de ellos
      *    antes escondidos por la grafia.
       RECORRE-INDICE-NOMBRES.
           MOVE LOW-VALUES TO CLAVE-NOMBRE.
           MOVE LOW-VALUES TO WS-CLAVE-ANTERIOR.
           MOVE "N" TO WS-FIN-PERSONAS.
           START PERSONAS-FILE KEY IS >= CLAVE-NOMBRE
               INVALID KEY MOVE "S" TO WS-FIN-PERSONAS
           END-START.
           PERFORM UNTIL WS-FIN-PERSONAS = "S"
               READ PERSONAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-PERSONAS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-INDICE
                       IF CLAVE-NOMBRE < WS-CLAVE-ANTERIOR
                           ADD 1 TO WS-FUERA-ORDEN
                       END-IF
                       IF CLAVE-NOMBRE = WS-CLAVE-ANTERIOR
                           ADD 1 TO WS-COINCIDENTES
                       END-IF
                       MOVE CLAVE-NOMBRE TO WS-CLAVE-ANTERIOR
               END-READ
           END-PERFORM.
           IF WS-TOTAL-INDICE NOT = WS-TOTAL-LEIDAS OR
              WS-FUERA-ORDEN > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERSONAS LEIDAS:                  " DELIMITED BY SIZE
               WS-TOTAL-LEIDAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NOMBRES A NORMALIZAR:             " DELIMITED BY SIZE
               WS-TOTAL-CAMBIOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-MODO = "A"
               MOVE SPACES TO LINEA-REPORTE
               STRING "NOMBRES GRABADOS Y JOURNALIZADOS: "
                   DELIMITED BY SIZE
                   WS-TOTAL-APLICADOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ERRORES DE GRABACION:             "
                   DELIMITED BY SIZE
                   WS-TOTAL-ERRORES DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "INDICE DE NOMBRES RECORRIDO:      "
                   DELIMITED BY SIZE
                   WS-TOTAL-INDICE DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-FUERA-ORDEN = 0 AND
                  WS-TOTAL-INDICE = WS-TOTAL-LEIDAS
                   MOVE "INDICE DE NOMBRES EN ORDEN" TO LINEA-REPORTE
               ELSE
                   MOVE "INDICE DE NOMBRES INCONSISTENTE - CORRER "
                       & "REORGANIZA-ARCHIVO" TO LINEA-REPORTE
               END-IF
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "NOMBRES REPETIDOS EN EL INDICE:   "
                   DELIMITED BY SIZE
                   WS-COINCIDENTES DELIMITED BY SIZE
                   " (VER REPORTE-DUPLICADOS)" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM LIMPIA-NOMBRES.
