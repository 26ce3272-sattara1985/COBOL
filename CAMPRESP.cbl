      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Captura de respuestas a una campana de correo. Se
      *          elige la campana de CAMPANA.DAT y se van tecleando los
      *          numeros de persona que respondieron (un numero
      *          retirado por fusion se resuelve con RESUELVE-NUMERO);
      *          la respuesta (P positiva, N negativa, D devuelta) se
      *          anota con fecha y operador sobre el envio mas reciente
      *          de esa campana a la persona en CAMPENV.DAT, que es de
      *          donde el informe REPORTE-CAMPANAS cuenta respuestas.
      *          Una persona de una categoria que el operador no puede
      *          ver (VERIFICA-CATEGORIA) se trata como no encontrada.
      *          Un numero en blanco termina la captura.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPUESTAS-CAMPANA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT CAMPANAS-FILE ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-CAMP
               FILE STATUS IS WS-CAMPANAS-STATUS.
           SELECT CAMPENV-FILE ASSIGN TO "CAMPENV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CE
               FILE STATUS IS WS-CAMPENV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  CAMPANAS-FILE.
       COPY CAMPANA.

       FD  CAMPENV-FILE.
       COPY CAMPENV.

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CAMPANAS-STATUS PIC XX.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-CAMPANA PIC X(8).
       01 WS-CAMPANA-OK PIC X VALUE "N".
       01 WS-FIN-CAPTURA PIC X VALUE "N".
       01 WS-FIN-CAMPENV PIC X.
       01 WS-NUMERO-ENTRADA PIC X(6).
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-ES-NUMERICO PIC X.
       01 WS-CLAVE-HALLADA PIC X(22).
       01 WS-RESPUESTA PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-CAPTURADAS PIC 9(5) VALUE 0.
       01 WS-PROGRAMA PIC X(20) VALUE "RESPUESTAS-CAMPANA".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-VISIBLE PIC X.
       01 WS-FUNCION-FOR PIC X VALUE "B".
       01 WS-FORMACION PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           PERFORM ELIGE-CAMPANA.
           IF WS-CAMPANA-OK = "S"
               OPEN INPUT PERSONAS-FILE
               OPEN I-O CAMPENV-FILE
               IF WS-PERSONAS-STATUS NOT = "00" OR
                  WS-CAMPENV-STATUS NOT = "00"
                   DISPLAY "NO HAY ENVIOS REGISTRADOS (CAMPENV.DAT)"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CAPTURA-RESPUESTA
                       UNTIL WS-FIN-CAPTURA = "S"
                   DISPLAY "RESPUESTAS CAPTURADAS: " WS-CAPTURADAS
               END-IF
               CLOSE PERSONAS-FILE
               CLOSE CAMPENV-FILE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       ELIGE-CAMPANA.
           DISPLAY "CODIGO DE CAMPANA".
           ACCEPT WS-CAMPANA.
           OPEN INPUT CAMPANAS-FILE.
           IF WS-CAMPANAS-STATUS NOT = "00"
               DISPLAY "NO HAY CAMPANAS DEFINIDAS (CAMPANA.DAT)"
           ELSE
               MOVE WS-CAMPANA TO CODIGO-CAMP
               READ CAMPANAS-FILE
                   INVALID KEY
                       DISPLAY "CAMPANA NO ENCONTRADA"
                   NOT INVALID KEY
                       DISPLAY "CAMPANA: " NOMBRE-CAMP
                       MOVE "S" TO WS-CAMPANA-OK
               END-READ
               CLOSE CAMPANAS-FILE
           END-IF.

       CAPTURA-RESPUESTA.
           DISPLAY "NUMERO DE PERSONA (EN BLANCO = TERMINAR)".
           MOVE SPACES TO WS-NUMERO-ENTRADA.
           ACCEPT WS-NUMERO-ENTRADA.
           IF WS-NUMERO-ENTRADA = SPACES
               MOVE "S" TO WS-FIN-CAPTURA
           ELSE
               CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "VALOR NO NUMERICO"
               ELSE
                   MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-BUSCA
                   CALL "RESUELVE-NUMERO" USING WS-NUMERO-BUSCA
                       WS-NUMERO-RESUELTO WS-ERA-RETIRADO
                   IF WS-ERA-RETIRADO = "S"
                       DISPLAY "EL NUMERO " WS-NUMERO-BUSCA
                           " FUE RETIRADO POR FUSION - SE USA "
                           WS-NUMERO-RESUELTO
                       MOVE WS-NUMERO-RESUELTO TO WS-NUMERO-BUSCA
                   END-IF
                   PERFORM BUSCA-PERSONA
               END-IF
           END-IF.

       BUSCA-PERSONA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA.
           READ PERSONAS-FILE
               INVALID KEY
                   MOVE "N" TO WS-VISIBLE
               NOT INVALID KEY
                   CALL "VERIFICA-CATEGORIA" USING WS-OPERADOR
                       CATEG-REC WS-VISIBLE
           END-READ.
           IF WS-VISIBLE NOT = "S"
               DISPLAY "PERSONA NO ENCONTRADA"
           ELSE
               DISPLAY NOMBRE-REC " " APELLIDOS-REC
               PERFORM BUSCA-ENVIO-CAMPANA
               IF WS-CLAVE-HALLADA = SPACES
                   DISPLAY "LA PERSONA NO RECIBIO ESTA CAMPANA"
               ELSE
                   PERFORM ANOTA-RESPUESTA
               END-IF
           END-IF.

      *    Los envios de la persona salen en orden de fecha; se queda
      *    con el ultimo de la campana elegida.
       BUSCA-ENVIO-CAMPANA.
           MOVE SPACES TO WS-CLAVE-HALLADA.
           MOVE "N" TO WS-FIN-CAMPENV.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-CE.
           MOVE 0 TO FECHA-ENVIO-CE.
           MOVE LOW-VALUES TO CODIGO-CAMP-CE.
           START CAMPENV-FILE KEY IS >= CLAVE-CE
               INVALID KEY MOVE "S" TO WS-FIN-CAMPENV
           END-START.
           PERFORM UNTIL WS-FIN-CAMPENV = "S"
               READ CAMPENV-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CAMPENV
                   NOT AT END
                       IF NUMERO-PERSONA-CE NOT = WS-NUMERO-BUSCA
                           MOVE "S" TO WS-FIN-CAMPENV
                       ELSE
                           IF CODIGO-CAMP-CE = WS-CAMPANA
                               MOVE CLAVE-CE TO WS-CLAVE-HALLADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ANOTA-RESPUESTA.
           MOVE WS-CLAVE-HALLADA TO CLAVE-CE.
           READ CAMPENV-FILE
               INVALID KEY
                   DISPLAY "ENVIO NO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "ENVIADA EL " FECHA-ENVIO-CE
                   IF RESPUESTA-CE NOT = SPACE
                       DISPLAY "YA TIENE RESPUESTA " RESPUESTA-CE
                           " DEL " FECHA-RESP-CE " - SE REEMPLAZA"
                   END-IF
                   DISPLAY "RESPUESTA P=POSITIVA N=NEGATIVA "
                       "D=DEVUELTA (EN BLANCO = NINGUNA)"
                   MOVE SPACE TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
                   PERFORM GRABA-RESPUESTA
           END-READ.

       GRABA-RESPUESTA.
           EVALUATE WS-RESPUESTA
               WHEN "p"
                   MOVE "P" TO WS-RESPUESTA
               WHEN "n"
                   MOVE "N" TO WS-RESPUESTA
               WHEN "d"
                   MOVE "D" TO WS-RESPUESTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-RESPUESTA = "P" OR WS-RESPUESTA = "N" OR
              WS-RESPUESTA = "D"
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-RESPUESTA TO RESPUESTA-CE
               MOVE WS-FECHA-HORA(1:8) TO FECHA-RESP-CE
               MOVE WS-OPERADOR TO OPERADOR-RESP-CE
               REWRITE CAMPENV-REC
               ADD 1 TO WS-CAPTURADAS
               DISPLAY "RESPUESTA ANOTADA"
           ELSE
               IF WS-RESPUESTA NOT = SPACE
                   DISPLAY "RESPUESTA INVALIDA - NO SE ANOTA"
               END-IF
           END-IF.

       END PROGRAM RESPUESTAS-CAMPANA.
