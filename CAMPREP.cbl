      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Informe de resultados por campana de correo. Por
      *          cada campana de CAMPANA.DAT da las corridas, las
      *          piezas enviadas y las suprimidas por no querer correo
      *          y por el intervalo entre envios (acumuladas por
      *          GENERA-CARTAS en la definicion), y las respuestas
      *          anotadas en CAMPENV.DAT por RESPUESTAS-CAMPANA,
      *          abiertas en positivas, negativas y devueltas, con la
      *          tasa de respuesta sobre lo enviado. Sale por el
      *          servicio de impresion a CAMPREP.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CAMPANAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANAS-FILE ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-CAMP
               FILE STATUS IS WS-CAMPANAS-STATUS.
           SELECT CAMPENV-FILE ASSIGN TO "CAMPENV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CE
               FILE STATUS IS WS-CAMPENV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAMPANAS-FILE.
       COPY CAMPANA.

       FD  CAMPENV-FILE.
       COPY CAMPENV.

       WORKING-STORAGE SECTION.
       01 WS-CAMPANAS-STATUS PIC XX.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-TOTAL-CAMPANAS PIC 9(3) VALUE 0.
       01 WS-C PIC 9(3).
       01 WS-HALLADA PIC X.
       01 WS-TASA PIC 9(3)V9.
       01 WS-TASA-ED PIC ZZ9.9.
       01 WS-CIFRA-ED PIC ZZZZZ9.
       01 WS-CIFRA2-ED PIC ZZZZZ9.
       01 WS-CIFRA3-ED PIC ZZZZZ9.
       01 WS-PROGRAMA PIC X(20) VALUE "REPORTE-CAMPANAS".
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "CAMPREP.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "CAMPREP".
       01 WS-TITULO-SRV PIC X(40)
           VALUE "RESULTADOS DE CAMPANAS DE CORREO".
       01 LINEA-REPORTE PIC X(80).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-TABLA-CAMPANAS.
           05 WS-CAMP OCCURS 200.
               10 WS-CAMP-CODIGO PIC X(8).
               10 WS-CAMP-NOMBRE PIC X(30).
               10 WS-CAMP-ACTIVA PIC X.
               10 WS-CAMP-ULTIMA PIC 9(8).
               10 WS-CAMP-CORRIDAS PIC 9(4).
               10 WS-CAMP-ENVIADAS PIC 9(6).
               10 WS-CAMP-OPTOUT PIC 9(6).
               10 WS-CAMP-INTERVALO PIC 9(6).
               10 WS-CAMP-POSITIVAS PIC 9(6).
               10 WS-CAMP-NEGATIVAS PIC 9(6).
               10 WS-CAMP-DEVUELTAS PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CAMPANAS-FILE.
           IF WS-CAMPANAS-STATUS NOT = "00"
               DISPLAY "NO HAY CAMPANAS DEFINIDAS (CAMPANA.DAT)"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARGA-CAMPANAS
               CLOSE CAMPANAS-FILE
               PERFORM CUENTA-RESPUESTAS
               PERFORM ESCRIBE-REPORTE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-CAMPANAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ CAMPANAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF WS-TOTAL-CAMPANAS < 200
                           PERFORM GUARDA-CAMPANA
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-CAMPANA.
           ADD 1 TO WS-TOTAL-CAMPANAS.
           MOVE WS-TOTAL-CAMPANAS TO WS-C.
           MOVE CODIGO-CAMP TO WS-CAMP-CODIGO(WS-C).
           MOVE NOMBRE-CAMP TO WS-CAMP-NOMBRE(WS-C).
           MOVE ACTIVA-CAMP TO WS-CAMP-ACTIVA(WS-C).
           MOVE ULTIMA-CORRIDA-CAMP TO WS-CAMP-ULTIMA(WS-C).
           MOVE CORRIDAS-CAMP TO WS-CAMP-CORRIDAS(WS-C).
           MOVE ENVIADAS-CAMP TO WS-CAMP-ENVIADAS(WS-C).
           MOVE SUPR-OPTOUT-CAMP TO WS-CAMP-OPTOUT(WS-C).
           MOVE SUPR-INTERVALO-CAMP TO WS-CAMP-INTERVALO(WS-C).
           MOVE 0 TO WS-CAMP-POSITIVAS(WS-C) WS-CAMP-NEGATIVAS(WS-C)
               WS-CAMP-DEVUELTAS(WS-C).

      *    Los envios sueltos (sin campana) y los que no tienen
      *    respuesta no cuentan aqui.
       CUENTA-RESPUESTAS.
           OPEN INPUT CAMPENV-FILE.
           IF WS-CAMPENV-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAMPENV-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF CODIGO-CAMP-CE NOT = SPACES AND
                              RESPUESTA-CE NOT = SPACE
                               PERFORM ACUMULA-RESPUESTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPENV-FILE
           END-IF.

       ACUMULA-RESPUESTA.
           MOVE "N" TO WS-HALLADA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CAMPANAS
                   OR WS-HALLADA = "S"
               IF WS-CAMP-CODIGO(WS-C) = CODIGO-CAMP-CE
                   MOVE "S" TO WS-HALLADA
                   EVALUATE RESPUESTA-CE
                       WHEN "P"
                           ADD 1 TO WS-CAMP-POSITIVAS(WS-C)
                       WHEN "N"
                           ADD 1 TO WS-CAMP-NEGATIVAS(WS-C)
                       WHEN OTHER
                           ADD 1 TO WS-CAMP-DEVUELTAS(WS-C)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ESCRIBE-REPORTE.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           IF WS-TOTAL-CAMPANAS = 0
               MOVE "NO HAY CAMPANAS DEFINIDAS" TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           ELSE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-TOTAL-CAMPANAS
                   PERFORM ESCRIBE-CAMPANA
               END-PERFORM
           END-IF.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE "CAMPREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "INFORME DE CAMPANAS GENERADO (CAMPREP.TXT) - "
               "CAMPANAS: " WS-TOTAL-CAMPANAS.

       ESCRIBE-CAMPANA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-CAMP-CODIGO(WS-C) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAMP-NOMBRE(WS-C) DELIMITED BY SIZE
               " ACTIVA " DELIMITED BY SIZE
               WS-CAMP-ACTIVA(WS-C) DELIMITED BY SIZE
               " CORRIDAS " DELIMITED BY SIZE
               WS-CAMP-CORRIDAS(WS-C) DELIMITED BY SIZE
               " ULTIMA " DELIMITED BY SIZE
               WS-CAMP-ULTIMA(WS-C) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE WS-CAMP-ENVIADAS(WS-C) TO WS-CIFRA-ED.
           MOVE WS-CAMP-OPTOUT(WS-C) TO WS-CIFRA2-ED.
           MOVE WS-CAMP-INTERVALO(WS-C) TO WS-CIFRA3-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   ENVIADAS " DELIMITED BY SIZE
               WS-CIFRA-ED DELIMITED BY SIZE
               "   SUPRIMIDAS SIN CORREO " DELIMITED BY SIZE
               WS-CIFRA2-ED DELIMITED BY SIZE
               "   POR INTERVALO " DELIMITED BY SIZE
               WS-CIFRA3-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           IF WS-CAMP-ENVIADAS(WS-C) = 0
               MOVE 0 TO WS-TASA
           ELSE
               COMPUTE WS-TASA ROUNDED =
                   (WS-CAMP-POSITIVAS(WS-C) + WS-CAMP-NEGATIVAS(WS-C))
                   * 100 / WS-CAMP-ENVIADAS(WS-C)
           END-IF.
           MOVE WS-TASA TO WS-TASA-ED.
           MOVE WS-CAMP-POSITIVAS(WS-C) TO WS-CIFRA-ED.
           MOVE WS-CAMP-NEGATIVAS(WS-C) TO WS-CIFRA2-ED.
           MOVE WS-CAMP-DEVUELTAS(WS-C) TO WS-CIFRA3-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "   RESPUESTAS POSITIVAS " DELIMITED BY SIZE
               WS-CIFRA-ED DELIMITED BY SIZE
               " NEGATIVAS " DELIMITED BY SIZE
               WS-CIFRA2-ED DELIMITED BY SIZE
               " DEVUELTAS " DELIMITED BY SIZE
               WS-CIFRA3-ED DELIMITED BY SIZE
               " TASA " DELIMITED BY SIZE
               WS-TASA-ED DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       END PROGRAM REPORTE-CAMPANAS.
