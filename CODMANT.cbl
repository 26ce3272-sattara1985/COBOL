      *          deleted, only marked inactive, so old files keep
      *          resolving). A code of five digits must carry a good
      *          check digit, verified through VALIDA-CODIGO, before
      *          it is accepted. No admite cambios mientras CONGELA.TXT
      *          congele el grupo de codigos (VERIFICA-CONGELAMIENTO).
      *          Retiring a code names a successor: the persons still
      *          carrying the old code are listed first to CATRREP.TXT
      *          as a preview and, once confirmed, reassigned in one
      *          sweep of PERSONAS.DAT, each change journaled through
      *          REGISTRA-CAMBIO; the old code is deactivated, the
      *          pair is kept in CATRETIR.TXT so RESUELVE-CATEGORIA
      *          translates loads and entries that still send it, and
      *          every operator allowed the old code in OPERCAT.TXT is
      *          given the successor too (audited in AUDITLOG.TXT as
      *          MANTENIMIENTO-OPERADORES does). Retiring is reserved to
      *          supervisors, runs under the BLOQUEA-PERSONAS lock and
      *          also respects a freeze of the persons group.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-KEY
               FILE STATUS IS WS-CODIGOS-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT RETIRO-FILE ASSIGN TO "CATRETIR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETIRO-STATUS.
           SELECT OPERCAT-FILE ASSIGN TO "OPERCAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCAT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CATRREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DESCRIPCION-COD PIC X(39).
           05 ACTIVO-COD PIC X.

       FD  PERSONAS-FILE.
       COPY PERSONA.

      *Un codigo retirado y su sucesor, con fecha, operador y las
      *personas reasignadas en el retiro (ver RESUELVE-CATEGORIA).
       FD  RETIRO-FILE.
       01  LINEA-RETIRO.
           05 RETIRADA-CRT PIC X(5).
           05 FILLER PIC X.
           05 SUCESORA-CRT PIC X(5).
           05 FILLER PIC X.
           05 FECHA-CRT PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-CRT PIC X(10).
           05 FILLER PIC X.
           05 PERSONAS-CRT PIC 9(6).

       FD  OPERCAT-FILE.
       01  LINEA-OPERCAT.
           05 OPERADOR-OCA PIC X(10).
           05 FILLER PIC X.
           05 CATEG-OCA PIC X(5).

       FD  AUDIT-LOG.
       01  LINEA-AUDIT PIC X(69).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-RETIRO-STATUS PIC XX.
       01 WS-OPERCAT-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ACCION-AUDIT PIC X(12).
       01 WS-OPCION PIC X.
       01 WS-CODIGO PIC X(5).
       01 WS-DESCRIPCION-NUEVA PIC X(39).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-GRUPO-CONGELA PIC X VALUE "C".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.
       01 WS-SUCESOR PIC X(5).
       01 WS-RESUELTA PIC X(5).
       01 WS-ERA-RETIRADA PIC X.
       01 WS-SUCESOR-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-FIN-PERSONAS PIC X.
       01 WS-FIN-OPERCAT PIC X.
       01 WS-A-REASIGNAR PIC 9(6) VALUE 0.
       01 WS-REASIGNADAS PIC 9(6) VALUE 0.
       01 WS-ERRORES PIC 9(6) VALUE 0.
       01 WS-OPERADORES-AMPLIADOS PIC 9(3) VALUE 0.
       01 WS-FUNCION-LOCK PIC X.
       01 WS-RESULTADO-LOCK PIC X.
       01 WS-GRUPO-PERSONAS PIC X VALUE "P".
       01 WS-ACCION PIC X.
       01 WS-IMAGEN-ANTES PIC X(80).
       01 WS-IMAGEN-DESPUES PIC X(80).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
      *Operadores de OPERCAT.TXT con el codigo viejo y con el sucesor.
       01 WS-TOTAL-CON-VIEJO PIC 9(3) VALUE 0.
       01 WS-TOTAL-CON-SUCESOR PIC 9(3) VALUE 0.
       01 WS-O PIC 9(3).
       01 WS-P PIC 9(3).
       01 WS-YA-TIENE PIC X.
       01 WS-TABLA-CON-VIEJO.
           05 WS-OPER-VIEJO PIC X(10) OCCURS 200.
       01 WS-TABLA-CON-SUCESOR.
           05 WS-OPER-SUCESOR PIC X(10) OCCURS 200.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "ACCESO RECHAZADO"
               GOBACK
           END-IF.
      *    Las tres opciones modifican la tabla: durante un
      *    congelamiento del grupo de codigos no se entra.
           CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA WS-OPERADOR
               WS-GRUPO-CONGELA WS-INTERACTIVO WS-CONGELA-OK.
           IF WS-CONGELA-OK NOT = "S"
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               GOBACK
           END-IF.
           PERFORM ABRE-CODIGOS.
           DISPLAY "1. AGREGAR CODIGO".
           DISPLAY "2. CAMBIAR DESCRIPCION".
           DISPLAY "3. DESACTIVAR CODIGO".
           DISPLAY "4. RETIRAR CODIGO CON SUCESOR (REASIGNA PERSONAS)".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           PERFORM SOLICITA-CODIGO.
                   PERFORM CAMBIA-CODIGO
               WHEN "3"
                   PERFORM DESACTIVA-CODIGO
               WHEN "4"
                   PERFORM RETIRA-CODIGO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
                   DISPLAY "CODIGO DESACTIVADO"
           END-READ.

      ******************************************************************
      * Retiro de un codigo con sucesor. Primero se comprueba todo y
      * se lista lo que cambiaria; solo con la confirmacion se toca
      * el maestro de personas.
      ******************************************************************
       RETIRA-CODIGO.
           MOVE WS-CODIGO TO CODIGO-KEY.
           READ CODIGOS-FILE
               INVALID KEY
                   DISPLAY "CODIGO NO ENCONTRADO"
               NOT INVALID KEY
                   CALL "RESUELVE-CATEGORIA" USING WS-CODIGO
                       WS-RESUELTA WS-ERA-RETIRADA
                   IF WS-ERA-RETIRADA = "S"
                       DISPLAY "EL CODIGO YA ESTA RETIRADO, SUCESOR: "
                           WS-RESUELTA
                   ELSE
                       IF WS-NIVEL < 2
                           DISPLAY "RETIRO RESERVADO A SUPERVISORES"
                       ELSE
                           PERFORM SOLICITA-SUCESOR
                           IF WS-SUCESOR-OK = "S"
                               PERFORM CONTROLA-RETIRO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    El sucesor tiene que existir, estar activo y ser otro; si
      *    se teclea uno ya retirado se toma el suyo.
       SOLICITA-SUCESOR.
           MOVE "N" TO WS-SUCESOR-OK.
           DISPLAY "CODIGO SUCESOR".
           MOVE SPACES TO WS-SUCESOR.
           ACCEPT WS-SUCESOR.
           CALL "RESUELVE-CATEGORIA" USING WS-SUCESOR WS-RESUELTA
               WS-ERA-RETIRADA.
           IF WS-ERA-RETIRADA = "S"
               DISPLAY "EL SUCESOR ESTA RETIRADO, SE USA " WS-RESUELTA
               MOVE WS-RESUELTA TO WS-SUCESOR
           END-IF.
           IF WS-SUCESOR = SPACES OR WS-SUCESOR = WS-CODIGO
               DISPLAY "SUCESOR INVALIDO"
           ELSE
               MOVE WS-SUCESOR TO CODIGO-KEY
               READ CODIGOS-FILE
                   INVALID KEY
                       DISPLAY "SUCESOR NO ENCONTRADO"
                   NOT INVALID KEY
                       IF ACTIVO-COD NOT = "S"
                           DISPLAY "SUCESOR INACTIVO"
                       ELSE
                           DISPLAY "SUCESOR: " WS-SUCESOR " "
                               DESCRIPCION-COD
                           MOVE "S" TO WS-SUCESOR-OK
                       END-IF
               END-READ
           END-IF.

       CONTROLA-RETIRO.
           CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA WS-OPERADOR
               WS-GRUPO-PERSONAS WS-INTERACTIVO WS-CONGELA-OK.
           IF WS-CONGELA-OK = "S"
               PERFORM PREVISUALIZA-RETIRO
               DISPLAY "PERSONAS A REASIGNAR DE " WS-CODIGO " A "
                   WS-SUCESOR ": " WS-A-REASIGNAR
                   " (DETALLE EN CATRREP.TXT)"
               DISPLAY "CONFIRMA EL RETIRO? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   MOVE "T" TO WS-FUNCION-LOCK
                   CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                       WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
                   IF WS-RESULTADO-LOCK NOT = "S"
                       DISPLAY "RETIRO CANCELADO - PERSONAS.DAT EN USO"
                   ELSE
                       PERFORM APLICA-RETIRO
                       MOVE "L" TO WS-FUNCION-LOCK
                       CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                           WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
                   END-IF
               ELSE
                   DISPLAY "RETIRO CANCELADO"
               END-IF
           END-IF.

       PREVISUALIZA-RETIRO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "RETIRO DE CATEGORIA " DELIMITED BY SIZE
               WS-CODIGO DELIMITED BY SIZE
               " - SUCESOR " DELIMITED BY SIZE
               WS-SUCESOR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               " - OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PERSONAS QUE SE REASIGNAN:" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-A-REASIGNAR.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS = "00"
               MOVE "N" TO WS-FIN-PERSONAS
               PERFORM UNTIL WS-FIN-PERSONAS = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-PERSONAS
                       NOT AT END
                           IF CATEG-REC = WS-CODIGO
                               ADD 1 TO WS-A-REASIGNAR
                               MOVE SPACES TO LINEA-REPORTE
                               STRING "  " DELIMITED BY SIZE
                                   NUMERO-PERSONA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   APELLIDOS-REC DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   NOMBRE-REC DELIMITED BY SIZE
                                   INTO LINEA-REPORTE
                               WRITE LINEA-REPORTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSONAS-FILE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL A REASIGNAR: " DELIMITED BY SIZE
               WS-A-REASIGNAR DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.

      *    La clave no cambia, asi que el REWRITE no altera el
      *    recorrido del maestro.
       APLICA-RETIRO.
           OPEN I-O PERSONAS-FILE.
           IF WS-PERSONAS-STATUS = "00"
               MOVE "N" TO WS-FIN-PERSONAS
               PERFORM UNTIL WS-FIN-PERSONAS = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-PERSONAS
                       NOT AT END
                           IF CATEG-REC = WS-CODIGO
                               PERFORM REASIGNA-PERSONA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERSONAS-FILE
           END-IF.
           MOVE WS-CODIGO TO CODIGO-KEY.
           READ CODIGOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO ACTIVO-COD
                   REWRITE CODIGO-REC
           END-READ.
           PERFORM GRABA-RETIRO.
           PERFORM AMPLIA-OPERADORES.
           OPEN EXTEND REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "APLICADO - PERSONAS REASIGNADAS: " DELIMITED BY SIZE
               WS-REASIGNADAS DELIMITED BY SIZE
               " ERRORES: " DELIMITED BY SIZE
               WS-ERRORES DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "OPERADORES CON EL SUCESOR AGREGADO: "
               DELIMITED BY SIZE
               WS-OPERADORES-AMPLIADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE "CATRREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "CODIGO " WS-CODIGO " RETIRADO - PERSONAS "
               "REASIGNADAS: " WS-REASIGNADAS " ERRORES: " WS-ERRORES.

       REASIGNA-PERSONA.
           MOVE PERSONA-REC TO WS-IMAGEN-ANTES.
           MOVE WS-SUCESOR TO CATEG-REC.
           REWRITE PERSONA-REC
               INVALID KEY
                   ADD 1 TO WS-ERRORES
               NOT INVALID KEY
                   ADD 1 TO WS-REASIGNADAS
                   MOVE "M" TO WS-ACCION
                   MOVE PERSONA-REC TO WS-IMAGEN-DESPUES
                   CALL "REGISTRA-CAMBIO" USING WS-OPERADOR
                       WS-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
           END-REWRITE.

       GRABA-RETIRO.
           OPEN EXTEND RETIRO-FILE.
           IF WS-RETIRO-STATUS = "35"
               OPEN OUTPUT RETIRO-FILE
           END-IF.
           MOVE SPACES TO LINEA-RETIRO.
           MOVE WS-CODIGO TO RETIRADA-CRT.
           MOVE WS-SUCESOR TO SUCESORA-CRT.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-CRT.
           MOVE WS-OPERADOR TO OPERADOR-CRT.
           MOVE WS-REASIGNADAS TO PERSONAS-CRT.
           WRITE LINEA-RETIRO.
           CLOSE RETIRO-FILE.

      *    Quien podia ver las personas del codigo viejo tiene que
      *    seguir viendolas con el sucesor; quien ya lo tenia no se
      *    repite. Un operador sin lineas ve todo y no se toca.
       AMPLIA-OPERADORES.
           MOVE 0 TO WS-TOTAL-CON-VIEJO.
           MOVE 0 TO WS-TOTAL-CON-SUCESOR.
           OPEN INPUT OPERCAT-FILE.
           IF WS-OPERCAT-STATUS = "00"
               MOVE "N" TO WS-FIN-OPERCAT
               PERFORM UNTIL WS-FIN-OPERCAT = "S"
                   READ OPERCAT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-OPERCAT
                       NOT AT END
                           PERFORM ANOTA-OPERCAT
                   END-READ
               END-PERFORM
               CLOSE OPERCAT-FILE
               IF WS-TOTAL-CON-VIEJO > 0
                   OPEN EXTEND OPERCAT-FILE
                   OPEN EXTEND AUDIT-LOG
                   IF WS-AUDIT-STATUS = "35"
                       OPEN OUTPUT AUDIT-LOG
                   END-IF
                   MOVE SPACES TO WS-ACCION-AUDIT
                   STRING "CATEG+" DELIMITED BY SIZE
                       WS-SUCESOR DELIMITED BY SIZE
                       INTO WS-ACCION-AUDIT
                   PERFORM VARYING WS-O FROM 1 BY 1
                           UNTIL WS-O > WS-TOTAL-CON-VIEJO
                       PERFORM AGREGA-SUCESOR-OPERADOR
                   END-PERFORM
                   CLOSE AUDIT-LOG
                   CLOSE OPERCAT-FILE
               END-IF
           END-IF.

       ANOTA-OPERCAT.
           IF CATEG-OCA = WS-CODIGO AND WS-TOTAL-CON-VIEJO < 200
               ADD 1 TO WS-TOTAL-CON-VIEJO
               MOVE OPERADOR-OCA TO WS-OPER-VIEJO(WS-TOTAL-CON-VIEJO)
           END-IF.
           IF CATEG-OCA = WS-SUCESOR AND WS-TOTAL-CON-SUCESOR < 200
               ADD 1 TO WS-TOTAL-CON-SUCESOR
               MOVE OPERADOR-OCA
                   TO WS-OPER-SUCESOR(WS-TOTAL-CON-SUCESOR)
           END-IF.

       AGREGA-SUCESOR-OPERADOR.
           MOVE "N" TO WS-YA-TIENE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-CON-SUCESOR
               IF WS-OPER-SUCESOR(WS-P) = WS-OPER-VIEJO(WS-O)
                   MOVE "S" TO WS-YA-TIENE
               END-IF
           END-PERFORM.
           IF WS-YA-TIENE = "N"
               MOVE SPACES TO LINEA-OPERCAT
               MOVE WS-OPER-VIEJO(WS-O) TO OPERADOR-OCA
               MOVE WS-SUCESOR TO CATEG-OCA
               WRITE LINEA-OPERCAT
               ADD 1 TO WS-OPERADORES-AMPLIADOS
               MOVE SPACES TO LINEA-AUDIT
               STRING WS-FECHA-HORA(1:15) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ACCION-AUDIT DELIMITED BY SIZE
                   " SOBRE=" DELIMITED BY SIZE
                   WS-OPER-VIEJO(WS-O) DELIMITED BY SIZE
                   " POR=" DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   INTO LINEA-AUDIT
               WRITE LINEA-AUDIT
           END-IF.

       END PROGRAM MANTENIMIENTO-CODIGOS.
