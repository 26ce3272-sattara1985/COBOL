      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Compara pares NUM1/NUM2 (PARES.TXT en lote, o por
      *          pantalla), registra cada comparacion en COMPARALOG.TXT
      *          y manda los excesos sobre el limite a EXCEPLIM.TXT.
      *          En lote marca ademas los pares atipicos frente a la
      *          base historica de COMPARALOG (PARESATI.TXT y reporte
      *          ATIPREP.TXT; parametros ATIDESV, ATIVENT y ATIMIN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT REPORTE-EXCEP ASSIGN TO "EXCEPREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-EXCEP-STATUS.
           SELECT ATIPICO-FILE ASSIGN TO "PARESATI.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ATIPICO-STATUS.
           SELECT REPORTE-ATIP ASSIGN TO "ATIPREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-ATIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-COMPARACION.
       01  LINEA-LOG PIC X(60).
       01  LINEA-LOG-DET.
           05 FILLER PIC X(5).
           05 NUM1-LOG PIC X(4).
           05 FILLER PIC X(6).
           05 NUM2-LOG PIC X(4).
           05 FILLER PIC X(41).

       FD  PARES-FILE.
       01  LINEA-PAR PIC X(8).
       FD  REPORTE-EXCEP.
       01  LINEA-EXCEP-REP PIC X(70).

      *Par atipico: lejos de la base historica aunque no supere el
      *limite. CAMPO dice cual de NUM1, NUM2 o la diferencia (DIFE)
      *quedo mas lejos y DESVIOS a cuantos desvios de la media.
      *COLA-TRABAJO lo ingiere como item de la cola.
       FD  ATIPICO-FILE.
       01  LINEA-ATIPICO.
           05 FECHA-ATI PIC X(8).
           05 FILLER PIC X.
           05 HORA-ATI PIC X(6).
           05 FILLER PIC X.
           05 NUM1-ATI PIC 9(4).
           05 FILLER PIC X.
           05 NUM2-ATI PIC 9(4).
           05 FILLER PIC X.
           05 CAMPO-ATI PIC X(4).
           05 FILLER PIC X.
           05 DESVIOS-ATI PIC ZZZ9.9.

       FD  REPORTE-ATIP.
       01  LINEA-ATIP-REP PIC X(70).

       WORKING-STORAGE SECTION.
      *VARIABLES
       01 NUM1 PIC 9(4).
       01 WS-LIMITE-CONFIGURADO PIC X.
       01 WS-CODIGO-MENSAJE PIC X(4).
       01 MENSAJE1-LARGO PIC X(40).
       01 WS-ATIPICO-STATUS PIC XX.
       01 WS-REPORTE-ATIP-STATUS PIC XX.
       01 WS-FIN-LOG PIC X.
       01 WS-DESVIOS-MAX PIC 9(4) VALUE 3.
       01 WS-VENTANA PIC 9(4) VALUE 1000.
       01 WS-MIN-HIST PIC 9(4) VALUE 30.
       01 WS-LINEAS-LOG PIC 9(7).
       01 WS-SALTAR-LOG PIC 9(7).
       01 WS-LEIDAS-LOG PIC 9(7).
       01 WS-BASE-PARES PIC 9(5) VALUE 0.
       01 WS-BASE-OK PIC X VALUE "N".
       01 WS-DIFE PIC S9(5).
       01 WS-SUMA-N1 PIC 9(12).
       01 WS-SUMA-N2 PIC 9(12).
       01 WS-SUMA-DF PIC S9(12).
       01 WS-CUAD-N1 PIC 9(15).
       01 WS-CUAD-N2 PIC 9(15).
       01 WS-CUAD-DF PIC 9(15).
      *Base historica: media y desvio de NUM1, NUM2 y NUM1-NUM2.
       01 WS-MEDIA-N1 PIC S9(5)V9(4).
       01 WS-MEDIA-N2 PIC S9(5)V9(4).
       01 WS-MEDIA-DF PIC S9(5)V9(4).
       01 WS-DESVIO-N1 PIC 9(5)V9(4).
       01 WS-DESVIO-N2 PIC 9(5)V9(4).
       01 WS-DESVIO-DF PIC 9(5)V9(4).
       01 WS-VARIANZA PIC S9(9)V9(4).
       01 WS-VALOR-ATI PIC S9(5).
       01 WS-MEDIA-ATI PIC S9(5)V9(4).
       01 WS-DESVIO-ATI PIC 9(5)V9(4).
       01 WS-DISTANCIA PIC 9(5)V9(4).
       01 WS-DESV-CAMPO PIC 9(5)V9.
       01 WS-DESV-PEOR PIC 9(5)V9.
       01 WS-CAMPO-PEOR PIC X(4).
       01 WS-CAMPO-ATI PIC X(4).
       01 WS-PARES-ATIPICOS PIC 9(5) VALUE 0.
       01 WS-MEDIA-ED PIC -(5)9.99.
       01 WS-DESVIO-ED PIC Z(5)9.99.
       01 WS-DESV-ED PIC ZZZ9.9.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-LINEAS-ATIP PIC 9(5) VALUE 0.
       01 MENSAJE2-LARGO PIC X(40).
      *MENSAJES DE SALIDA
       COPY MENSAJES.
                       "SE MANTIENE " WS-MAX-INTENTOS
               END-IF
           END-IF.
      *    Deteccion de atipicos: cuantos desvios de la base se
      *    toleran (ATIDESV), cuantas comparaciones recientes forman
      *    la base (ATIVENT) y cuantas hacen falta para confiar en
      *    ella (ATIMIN).
           MOVE "ATIDESV" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "3" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC AND
              WS-VALOR-CFG(17:4) NOT = "0000"
               MOVE WS-VALOR-CFG(17:4) TO WS-DESVIOS-MAX
           END-IF.
           MOVE "ATIVENT" TO WS-PARAMETRO-CFG.
           MOVE "1000" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC AND
              WS-VALOR-CFG(17:4) NOT = "0000"
               MOVE WS-VALOR-CFG(17:4) TO WS-VENTANA
           END-IF.
           MOVE "ATIMIN" TO WS-PARAMETRO-CFG.
           MOVE "30" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC AND
              WS-VALOR-CFG(17:4) NOT = "0000"
               MOVE WS-VALOR-CFG(17:4) TO WS-MIN-HIST
           END-IF.

       SOLICITA-LIMITE.
           MOVE "N" TO WS-ES-NUMERICO.
      *    cuarentena el programa termina con RETURN-CODE 4 de aviso.
       PROCESA-LOTE.
           PERFORM LEE-CHECKPOINT-PARES.
           PERFORM CALCULA-BASE-HISTORICA.
           PERFORM ABRE-REPORTE-ATIP.
           PERFORM UNTIL WS-FIN-PARES = "S"
               READ PARES-FILE
                   AT END
           END-PERFORM.
           PERFORM BORRA-CHECKPOINT-PARES.
           PERFORM ESCRIBE-REPORTE-EXCEP.
           PERFORM CIERRA-REPORTE-ATIP.
           DISPLAY "LINEAS RECHAZADAS A CUARENTENA: "
               WS-LINEAS-RECHAZADAS.
           IF WS-LINEAS-RECHAZADAS > 0
               MOVE WS-MITAD1 TO NUM1
               MOVE WS-MITAD2 TO NUM2
               ADD 1 TO WS-PARES-PROCESADOS
               IF WS-BASE-OK = "S"
                   PERFORM EXAMINA-ATIPICO
               END-IF
               PERFORM COMPARA-Y-REGISTRA
           ELSE
               ADD 1 TO WS-LINEAS-RECHAZADAS
               CLOSE CUARENTENA-FILE
           END-IF.

      ******************************************************************
      * Base historica para atipicos. El limite fijo solo ve valores
      * por encima de un numero; muchos pares malos quedan por debajo
      * pero no se parecen a nada de lo que el emisor suele mandar.
      * COMPARALOG.TXT no lleva fechas, asi que la ventana movil son
      * las ultimas ATIVENT comparaciones registradas antes de este
      * lote: de ellas salen media y desvio de NUM1, de NUM2 y de la
      * diferencia NUM1-NUM2. Con menos de ATIMIN pares en la base no
      * se marca nada.
      ******************************************************************
       CALCULA-BASE-HISTORICA.
           MOVE "N" TO WS-BASE-OK.
           MOVE 0 TO WS-LINEAS-LOG.
           OPEN INPUT LOG-COMPARACION.
           IF WS-LOG-STATUS = "00"
               MOVE "N" TO WS-FIN-LOG
               PERFORM UNTIL WS-FIN-LOG = "S"
                   READ LOG-COMPARACION
                       AT END
                           MOVE "S" TO WS-FIN-LOG
                       NOT AT END
                           ADD 1 TO WS-LINEAS-LOG
                   END-READ
               END-PERFORM
               CLOSE LOG-COMPARACION
           END-IF.
           MOVE 0 TO WS-SALTAR-LOG.
           IF WS-LINEAS-LOG > WS-VENTANA
               COMPUTE WS-SALTAR-LOG = WS-LINEAS-LOG - WS-VENTANA
           END-IF.
           MOVE 0 TO WS-BASE-PARES.
           MOVE 0 TO WS-SUMA-N1.
           MOVE 0 TO WS-SUMA-N2.
           MOVE 0 TO WS-SUMA-DF.
           MOVE 0 TO WS-CUAD-N1.
           MOVE 0 TO WS-CUAD-N2.
           MOVE 0 TO WS-CUAD-DF.
           IF WS-LINEAS-LOG > 0
               MOVE 0 TO WS-LEIDAS-LOG
               OPEN INPUT LOG-COMPARACION
               MOVE "N" TO WS-FIN-LOG
               PERFORM UNTIL WS-FIN-LOG = "S"
                   READ LOG-COMPARACION
                       AT END
                           MOVE "S" TO WS-FIN-LOG
                       NOT AT END
                           ADD 1 TO WS-LEIDAS-LOG
                           IF WS-LEIDAS-LOG > WS-SALTAR-LOG AND
                              NUM1-LOG IS NUMERIC AND
                              NUM2-LOG IS NUMERIC
                               PERFORM ACUMULA-BASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-COMPARACION
           END-IF.
           IF WS-BASE-PARES >= WS-MIN-HIST
               MOVE "S" TO WS-BASE-OK
               COMPUTE WS-MEDIA-N1 = WS-SUMA-N1 / WS-BASE-PARES
               COMPUTE WS-MEDIA-N2 = WS-SUMA-N2 / WS-BASE-PARES
               COMPUTE WS-MEDIA-DF = WS-SUMA-DF / WS-BASE-PARES
               COMPUTE WS-VARIANZA = WS-CUAD-N1 / WS-BASE-PARES
                   - WS-MEDIA-N1 * WS-MEDIA-N1
               PERFORM RAIZ-VARIANZA
               MOVE WS-DESVIO-ATI TO WS-DESVIO-N1
               COMPUTE WS-VARIANZA = WS-CUAD-N2 / WS-BASE-PARES
                   - WS-MEDIA-N2 * WS-MEDIA-N2
               PERFORM RAIZ-VARIANZA
               MOVE WS-DESVIO-ATI TO WS-DESVIO-N2
               COMPUTE WS-VARIANZA = WS-CUAD-DF / WS-BASE-PARES
                   - WS-MEDIA-DF * WS-MEDIA-DF
               PERFORM RAIZ-VARIANZA
               MOVE WS-DESVIO-ATI TO WS-DESVIO-DF
           END-IF.

       ACUMULA-BASE.
           ADD 1 TO WS-BASE-PARES.
           MOVE NUM1-LOG TO NUM1.
           MOVE NUM2-LOG TO NUM2.
           COMPUTE WS-DIFE = NUM1 - NUM2.
           ADD NUM1 TO WS-SUMA-N1.
           ADD NUM2 TO WS-SUMA-N2.
           ADD WS-DIFE TO WS-SUMA-DF.
           COMPUTE WS-CUAD-N1 = WS-CUAD-N1 + NUM1 * NUM1.
           COMPUTE WS-CUAD-N2 = WS-CUAD-N2 + NUM2 * NUM2.
           COMPUTE WS-CUAD-DF = WS-CUAD-DF + WS-DIFE * WS-DIFE.

      *    El redondeo puede dejar una varianza apenas negativa cuando
      *    todos los valores son iguales; eso es desvio cero.
       RAIZ-VARIANZA.
           IF WS-VARIANZA > 0
               COMPUTE WS-DESVIO-ATI = FUNCTION SQRT(WS-VARIANZA)
           ELSE
               MOVE 0 TO WS-DESVIO-ATI
           END-IF.

      *    Un par es atipico si NUM1, NUM2 o su diferencia cae a mas
      *    de ATIDESV desvios de la media de la base. Con desvio cero
      *    (la fuente siempre manda lo mismo) cualquier valor distinto
      *    de la media ya es atipico. Se marca y el par se sigue
      *    comparando como siempre: no va a EXCEPLIM.TXT, que es la
      *    fuente de excesos sobre el limite.
       EXAMINA-ATIPICO.
           MOVE 0 TO WS-DESV-PEOR.
           MOVE SPACES TO WS-CAMPO-PEOR.
           MOVE NUM1 TO WS-VALOR-ATI.
           MOVE WS-MEDIA-N1 TO WS-MEDIA-ATI.
           MOVE WS-DESVIO-N1 TO WS-DESVIO-ATI.
           MOVE "NUM1" TO WS-CAMPO-ATI.
           PERFORM MIDE-DESVIO.
           MOVE NUM2 TO WS-VALOR-ATI.
           MOVE WS-MEDIA-N2 TO WS-MEDIA-ATI.
           MOVE WS-DESVIO-N2 TO WS-DESVIO-ATI.
           MOVE "NUM2" TO WS-CAMPO-ATI.
           PERFORM MIDE-DESVIO.
           COMPUTE WS-VALOR-ATI = NUM1 - NUM2.
           MOVE WS-MEDIA-DF TO WS-MEDIA-ATI.
           MOVE WS-DESVIO-DF TO WS-DESVIO-ATI.
           MOVE "DIFE" TO WS-CAMPO-ATI.
           PERFORM MIDE-DESVIO.
           IF WS-CAMPO-PEOR NOT = SPACES
               PERFORM REGISTRA-ATIPICO
           END-IF.

       MIDE-DESVIO.
           IF WS-VALOR-ATI > WS-MEDIA-ATI
               COMPUTE WS-DISTANCIA = WS-VALOR-ATI - WS-MEDIA-ATI
           ELSE
               COMPUTE WS-DISTANCIA = WS-MEDIA-ATI - WS-VALOR-ATI
           END-IF.
           IF WS-DESVIO-ATI = 0
               IF WS-DISTANCIA > 0
                   MOVE 9999.9 TO WS-DESV-CAMPO
               ELSE
                   MOVE 0 TO WS-DESV-CAMPO
               END-IF
           ELSE
               COMPUTE WS-DESV-CAMPO = WS-DISTANCIA / WS-DESVIO-ATI
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-DESV-CAMPO
               END-COMPUTE
           END-IF.
           IF WS-DESV-CAMPO > WS-DESVIOS-MAX AND
              WS-DESV-CAMPO > WS-DESV-PEOR
               MOVE WS-DESV-CAMPO TO WS-DESV-PEOR
               MOVE WS-CAMPO-ATI TO WS-CAMPO-PEOR
           END-IF.

       REGISTRA-ATIPICO.
           ADD 1 TO WS-PARES-ATIPICOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND ATIPICO-FILE.
           IF WS-ATIPICO-STATUS = "35"
               OPEN OUTPUT ATIPICO-FILE
           END-IF.
           MOVE SPACES TO LINEA-ATIPICO.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-ATI.
           MOVE WS-FECHA-HORA(9:6) TO HORA-ATI.
           MOVE NUM1 TO NUM1-ATI.
           MOVE NUM2 TO NUM2-ATI.
           MOVE WS-CAMPO-PEOR TO CAMPO-ATI.
           MOVE WS-DESV-PEOR TO DESVIOS-ATI.
           WRITE LINEA-ATIPICO.
           CLOSE ATIPICO-FILE.
           MOVE WS-DESV-PEOR TO WS-DESV-ED.
           MOVE SPACES TO LINEA-ATIP-REP.
           STRING "LINEA " DELIMITED BY SIZE
               WS-LINEA-ACTUAL DELIMITED BY SIZE
               "  NUM1=" DELIMITED BY SIZE
               NUM1 DELIMITED BY SIZE
               " NUM2=" DELIMITED BY SIZE
               NUM2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CAMPO-PEOR DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-DESV-ED DELIMITED BY SIZE
               " DESVIOS" DELIMITED BY SIZE
               INTO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           ADD 1 TO WS-LINEAS-ATIP.

      ******************************************************************
      * Reporte diario de atipicos (ATIPREP.TXT): la base usada, cada
      * par marcado y el total del lote.
      ******************************************************************
       ABRE-REPORTE-ATIP.
           OPEN OUTPUT REPORTE-ATIP.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO LINEA-ATIP-REP.
           STRING "PARES ATIPICOS - " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               " - TOLERANCIA " DELIMITED BY SIZE
               WS-DESVIOS-MAX DELIMITED BY SIZE
               " DESVIOS" DELIMITED BY SIZE
               INTO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           MOVE SPACES TO LINEA-ATIP-REP.
           STRING "BASE: ULTIMAS " DELIMITED BY SIZE
               WS-BASE-PARES DELIMITED BY SIZE
               " COMPARACIONES DE COMPARALOG (VENTANA "
                   DELIMITED BY SIZE
               WS-VENTANA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           MOVE 2 TO WS-LINEAS-ATIP.
           IF WS-BASE-OK NOT = "S"
               MOVE SPACES TO LINEA-ATIP-REP
               STRING "BASE INSUFICIENTE (MINIMO " DELIMITED BY SIZE
                   WS-MIN-HIST DELIMITED BY SIZE
                   "), NO SE MARCAN ATIPICOS" DELIMITED BY SIZE
                   INTO LINEA-ATIP-REP
               WRITE LINEA-ATIP-REP
               ADD 1 TO WS-LINEAS-ATIP
           ELSE
               MOVE "NUM1" TO WS-CAMPO-ATI
               MOVE WS-MEDIA-N1 TO WS-MEDIA-ATI
               MOVE WS-DESVIO-N1 TO WS-DESVIO-ATI
               PERFORM ESCRIBE-LINEA-BASE
               MOVE "NUM2" TO WS-CAMPO-ATI
               MOVE WS-MEDIA-N2 TO WS-MEDIA-ATI
               MOVE WS-DESVIO-N2 TO WS-DESVIO-ATI
               PERFORM ESCRIBE-LINEA-BASE
               MOVE "DIFE" TO WS-CAMPO-ATI
               MOVE WS-MEDIA-DF TO WS-MEDIA-ATI
               MOVE WS-DESVIO-DF TO WS-DESVIO-ATI
               PERFORM ESCRIBE-LINEA-BASE
           END-IF.
           MOVE SPACES TO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           ADD 1 TO WS-LINEAS-ATIP.

       ESCRIBE-LINEA-BASE.
           MOVE WS-MEDIA-ATI TO WS-MEDIA-ED.
           MOVE WS-DESVIO-ATI TO WS-DESVIO-ED.
           MOVE SPACES TO LINEA-ATIP-REP.
           STRING WS-CAMPO-ATI DELIMITED BY SIZE
               "  MEDIA " DELIMITED BY SIZE
               WS-MEDIA-ED DELIMITED BY SIZE
               "  DESVIO " DELIMITED BY SIZE
               WS-DESVIO-ED DELIMITED BY SIZE
               INTO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           ADD 1 TO WS-LINEAS-ATIP.

       CIERRA-REPORTE-ATIP.
           MOVE SPACES TO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           MOVE SPACES TO LINEA-ATIP-REP.
           STRING "PARES PROCESADOS: " DELIMITED BY SIZE
               WS-PARES-PROCESADOS DELIMITED BY SIZE
               "  ATIPICOS: " DELIMITED BY SIZE
               WS-PARES-ATIPICOS DELIMITED BY SIZE
               INTO LINEA-ATIP-REP.
           WRITE LINEA-ATIP-REP.
           ADD 2 TO WS-LINEAS-ATIP.
           CLOSE REPORTE-ATIP.
           MOVE "ATIPREP.TXT" TO WS-ARCHIVO-CAT.
           COMPUTE WS-PAGINAS-CAT = (WS-LINEAS-ATIP + 59) / 60.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "PARES ATIPICOS: " WS-PARES-ATIPICOS.

       ENTRADA-INTERACTIVA.
      *ENTRADA DE DATOS
            DISPLAY "OPERACION DE SUMA- RESTA- MULTIPLICACION Y DIVIDIR"
