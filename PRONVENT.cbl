      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Pronostico de fin de la ventana nocturna. Toma el
      *          orden de pasos y sus dependencias de JOBDEF.TXT (los
      *          mismos que lanza CONTROLADOR-LOTE, con la misma regla
      *          de frecuencia), la duracion historica de cada paso
      *          de RUNLEDGR.TXT (promedio de las noches de los
      *          ultimos HISTDIAS dias) y la escala por el volumen de
      *          esta noche: PRONVOL.TXT dice que archivo de entrada
      *          mueve cada paso (OPERTRAN, PERSTRAN, PARES o
      *          NUMEROS) y VOLHIST.TXT guarda los conteos de cada
      *          noche. Los pasos ya terminados llevan su hora real;
      *          el resto se proyecta en serie desde ahora. Marca con
      *          * el camino critico (la cadena de dependencias mas
      *          larga) y, si el fin proyectado pasa la hora de
      *          APERTURA de las sucursales, levanta una alerta y
      *          termina RC 4. Se corre al comienzo de la noche y a
      *          pedido durante ella; reporte PRONREP.TXT.
      *          Una noche va de INICIOVENT de un dia a INICIOVENT
      *          del siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRONOSTICO-VENTANA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEF-FILE ASSIGN TO "JOBDEF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBDEF-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "RUNLEDGR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT MAPA-FILE ASSIGN TO "PRONVOL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.
           SELECT VOLUMEN-FILE ASSIGN TO "VOLHIST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUMEN-STATUS.
           SELECT ENTRADA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "PRONREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBDEF-FILE.
       01  LINEA-JOBDEF.
           05 ORDEN-DEF PIC 9(3).
           05 FILLER PIC X.
           05 PROGRAMA-DEF PIC X(20).
           05 FILLER PIC X.
           05 FRECUENCIA-DEF PIC X.
           05 FILLER PIC X.
           05 DEPENDE-DEF PIC X(20).

       FD  LEDGER-FILE.
       01  LINEA-LEDGER.
           05 FECHA-LED PIC X(8).
           05 FILLER PIC X.
           05 HORA-LED PIC X(6).
           05 FILLER PIC X.
           05 PROGRAMA-LED PIC X(20).
           05 FILLER PIC X.
           05 TIPO-LED PIC X.
           05 FILLER PIC X.
           05 RC-LED PIC 9(4).

       FD  MAPA-FILE.
       01  LINEA-MAPA.
           05 PROGRAMA-MAP PIC X(20).
           05 FILLER PIC X.
           05 ARCHIVO-MAP PIC X(12).

       FD  VOLUMEN-FILE.
       01  LINEA-VOLUMEN.
           05 NOCHE-VOL PIC 9(8).
           05 CONTEO-VOL OCCURS 4 TIMES.
               10 FILLER PIC X.
               10 REGISTROS-VOL PIC 9(7).

       FD  ENTRADA-FILE.
       01  LINEA-ENTRADA PIC X.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOBDEF-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-MAPA-STATUS PIC XX.
       01 WS-VOLUMEN-STATUS PIC XX.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "PRONOSTICO-VENTANA".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 0.
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-INICIO-VENTANA PIC 9(4) VALUE 0.
       01 WS-APERTURA PIC 9(5) VALUE 0.
       01 WS-HIST-DIAS PIC 9(3) VALUE 30.
      *    Tiempos en minutos desde el comienzo de la ventana.
       01 WS-HORA-TRABAJO PIC X(6).
       01 WS-MINUTOS PIC 9(5).
       01 WS-MIN-VENTANA PIC S9(5).
       01 WS-FECHA-TRABAJO PIC 9(8).
       01 WS-NOCHE-TRABAJO PIC 9(8).
       01 WS-NOCHE PIC 9(8).
       01 WS-NOCHE-DESDE PIC 9(8).
       01 WS-AHORA PIC S9(5).
       01 WS-FECHA-INT PIC 9(7).
       01 WS-RESTO PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-FECHA-SIG PIC 9(8).
       01 WS-VUELTAS PIC 99.
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-ES-HABIL PIC X.
       01 WS-ES-LUNES PIC X.
       01 WS-ES-ULTIMO-HABIL PIC X.
       01 WS-PASOS PIC 9(3) VALUE 0.
       01 WS-P PIC 9(3).
       01 WS-D PIC 9(3).
       01 WS-TABLA-PASOS.
           05 WS-PASO OCCURS 50.
               10 WS-PASO-PROGRAMA PIC X(20).
               10 WS-PASO-FREC PIC X.
               10 WS-PASO-DEPENDE PIC X(20).
               10 WS-PASO-DEP PIC 9(3).
               10 WS-PASO-TOCA PIC X.
               10 WS-PASO-VOLUMEN PIC 9.
               10 WS-PASO-SUMA PIC 9(7).
               10 WS-PASO-VECES PIC 9(3).
               10 WS-PASO-NOCHE-I PIC 9(8).
               10 WS-PASO-MIN-I PIC S9(5).
               10 WS-PASO-INICIO-REAL PIC S9(5).
               10 WS-PASO-FIN-REAL PIC S9(5).
               10 WS-PASO-FACTOR PIC 9(3)V99.
               10 WS-PASO-ESTIMADO PIC 9(5).
               10 WS-PASO-INICIO PIC S9(5).
               10 WS-PASO-FIN PIC S9(5).
               10 WS-PASO-CADENA PIC 9(6).
               10 WS-PASO-CRITICO PIC X.
               10 WS-PASO-ESTADO PIC X(10).
       01 WS-NOMBRES-VOLUMEN.
           05 FILLER PIC X(12) VALUE "OPERTRAN.TXT".
           05 FILLER PIC X(12) VALUE "PERSTRAN.TXT".
           05 FILLER PIC X(12) VALUE "PARES.TXT".
           05 FILLER PIC X(12) VALUE "NUMEROS.TXT".
       01 WS-TABLA-NOMBRES REDEFINES WS-NOMBRES-VOLUMEN.
           05 WS-NOMBRE-VOL PIC X(12) OCCURS 4.
       01 WS-V PIC 9.
       01 WS-NOMBRE-ENTRADA PIC X(12).
       01 WS-VOL-HOY PIC 9(7) OCCURS 4.
       01 WS-VOL-SUMA PIC 9(9) OCCURS 4.
       01 WS-VOL-NOCHES PIC 9(3) VALUE 0.
       01 WS-VOL-GRABADO PIC X VALUE "N".
       01 WS-PROMEDIO PIC 9(7)V99.
       01 WS-CURSOR PIC S9(5).
       01 WS-FIN-PROYECTADO PIC S9(5) VALUE 0.
       01 WS-LIMITE PIC S9(5).
       01 WS-MARGEN PIC S9(5).
       01 WS-MAYOR-CADENA PIC 9(6).
       01 WS-ULTIMO-CRITICO PIC 9(3).
       01 WS-RELOJ PIC 9(5).
       01 WS-HH PIC 99.
       01 WS-MM PIC 99.
       01 WS-HHMM PIC X(5).
       01 WS-TXT-INICIO PIC X(5).
       01 WS-TXT-FIN PIC X(5).
       01 WS-MARGEN-ED PIC -(4)9.
       01 WS-FACTOR-ED PIC ZZ9.99.
       01 WS-ESTIMADO-ED PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           PERFORM CARGA-CONFIG.
           PERFORM DETERMINA-NOCHE.
           PERFORM DETERMINA-CALENDARIO.
           PERFORM CARGA-JOBDEF.
           IF WS-PASOS = 0
               DISPLAY "SIN DEFINICION DE TRABAJOS (JOBDEF.TXT)"
               MOVE 8 TO WS-RC-FINAL
           ELSE
               PERFORM CARGA-MAPA
               PERFORM CARGA-VOLUMENES
               PERFORM LEE-LEDGER
               PERFORM PROYECTA-PASOS
               PERFORM MARCA-CAMINO-CRITICO
               PERFORM ESCRIBE-REPORTE
               IF WS-FIN-PROYECTADO > WS-LIMITE
                   MOVE 4 TO WS-RC-FINAL
                   MOVE SPACES TO WS-TEXTO-ALERTA
                   STRING "VENTANA: FIN PROYECTADO " DELIMITED BY SIZE
                       WS-TXT-FIN DELIMITED BY SIZE
                       " PASA APERTURA" DELIMITED BY SIZE
                       INTO WS-TEXTO-ALERTA
                   CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                       WS-TEXTO-ALERTA
                   DISPLAY "FIN PROYECTADO " WS-TXT-FIN
                       " DESPUES DE LA APERTURA - VER PRONREP.TXT"
               ELSE
                   DISPLAY "FIN PROYECTADO " WS-TXT-FIN
                       " ANTES DE LA APERTURA"
               END-IF
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONFIG.
           MOVE "INICIOVENT" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "2000" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           MOVE "2000" TO WS-HORA-TRABAJO.
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-HORA-TRABAJO
           END-IF.
           PERFORM CONVIERTE-A-MINUTOS.
           MOVE WS-MINUTOS TO WS-INICIO-VENTANA.
           MOVE "APERTURA" TO WS-PARAMETRO-CFG.
           MOVE "0800" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           MOVE "0800" TO WS-HORA-TRABAJO.
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-HORA-TRABAJO
           END-IF.
           PERFORM CONVIERTE-A-MINUTOS.
           MOVE WS-MINUTOS TO WS-APERTURA.
           MOVE "HISTDIAS" TO WS-PARAMETRO-CFG.
           MOVE "30" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC AND
              WS-VALOR-CFG(18:3) NOT = "000"
               MOVE WS-VALOR-CFG(18:3) TO WS-HIST-DIAS
           END-IF.
           IF WS-APERTURA > WS-INICIO-VENTANA
               COMPUTE WS-LIMITE = WS-APERTURA - WS-INICIO-VENTANA
           ELSE
               COMPUTE WS-LIMITE =
                   WS-APERTURA + 1440 - WS-INICIO-VENTANA
           END-IF.

      *    HHMM o HHMMSS a minutos del dia.
       CONVIERTE-A-MINUTOS.
           IF WS-HORA-TRABAJO(1:4) IS NUMERIC
               COMPUTE WS-MINUTOS =
                   FUNCTION NUMVAL(WS-HORA-TRABAJO(1:2)) * 60
                   + FUNCTION NUMVAL(WS-HORA-TRABAJO(3:2))
           ELSE
               MOVE 0 TO WS-MINUTOS
           END-IF.

      *    Fecha y hora a noche y minuto de ventana: antes del inicio
      *    de la ventana todavia es la noche del dia anterior.
       UBICA-EN-VENTANA.
           PERFORM CONVIERTE-A-MINUTOS.
           IF WS-MINUTOS >= WS-INICIO-VENTANA
               MOVE WS-FECHA-TRABAJO TO WS-NOCHE-TRABAJO
               COMPUTE WS-MIN-VENTANA =
                   WS-MINUTOS - WS-INICIO-VENTANA
           ELSE
               COMPUTE WS-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TRABAJO) - 1
               COMPUTE WS-NOCHE-TRABAJO =
                   FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
               COMPUTE WS-MIN-VENTANA =
                   WS-MINUTOS + 1440 - WS-INICIO-VENTANA
           END-IF.

       DETERMINA-NOCHE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-TRABAJO.
           MOVE WS-FECHA-HORA(9:6) TO WS-HORA-TRABAJO.
           PERFORM UBICA-EN-VENTANA.
           MOVE WS-NOCHE-TRABAJO TO WS-NOCHE.
           MOVE WS-MIN-VENTANA TO WS-AHORA.
           COMPUTE WS-FECHA-INT =
               FUNCTION INTEGER-OF-DATE(WS-NOCHE) - WS-HIST-DIAS.
           COMPUTE WS-NOCHE-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-INT).

      ******************************************************************
      * Calendario de la noche, igual que CONTROLADOR-LOTE: dia habil
      * por DIA-HABIL, lunes por el resto modulo 7 y ultimo habil del
      * mes buscando el siguiente habil.
      ******************************************************************
       DETERMINA-CALENDARIO.
           MOVE "N" TO WS-ES-LUNES.
           MOVE "N" TO WS-ES-ULTIMO-HABIL.
           MOVE "V" TO WS-FUNCION-CAL.
           CALL "DIA-HABIL" USING WS-FUNCION-CAL WS-NOCHE
               WS-RESULTADO-CAL.
           MOVE WS-RESULTADO-CAL TO WS-ES-HABIL.
           COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE(WS-NOCHE).
           DIVIDE WS-FECHA-INT BY 7 GIVING WS-RESTO
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 1
               MOVE "S" TO WS-ES-LUNES
           END-IF.
           IF WS-ES-HABIL = "S"
               MOVE WS-NOCHE TO WS-FECHA-SIG
               MOVE "N" TO WS-RESULTADO-CAL
               MOVE 0 TO WS-VUELTAS
               PERFORM UNTIL WS-RESULTADO-CAL = "S"
                       OR WS-VUELTAS > 30
                   ADD 1 TO WS-VUELTAS
                   COMPUTE WS-FECHA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) + 1
                   COMPUTE WS-FECHA-SIG =
                       FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
                   MOVE "V" TO WS-FUNCION-CAL
                   CALL "DIA-HABIL" USING WS-FUNCION-CAL
                       WS-FECHA-SIG WS-RESULTADO-CAL
               END-PERFORM
               IF WS-FECHA-SIG(1:6) NOT = WS-NOCHE(1:6)
                   MOVE "S" TO WS-ES-ULTIMO-HABIL
               END-IF
           END-IF.

       CARGA-JOBDEF.
           OPEN INPUT JOBDEF-FILE.
           IF WS-JOBDEF-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOBDEF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-PASOS < 50
                               ADD 1 TO WS-PASOS
                               PERFORM INICIA-PASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOBDEF-FILE
           END-IF.

       INICIA-PASO.
           INITIALIZE WS-PASO(WS-PASOS).
           MOVE PROGRAMA-DEF TO WS-PASO-PROGRAMA(WS-PASOS).
           MOVE FRECUENCIA-DEF TO WS-PASO-FREC(WS-PASOS).
           MOVE DEPENDE-DEF TO WS-PASO-DEPENDE(WS-PASOS).
           MOVE -1 TO WS-PASO-MIN-I(WS-PASOS).
           MOVE -1 TO WS-PASO-INICIO-REAL(WS-PASOS).
           MOVE -1 TO WS-PASO-FIN-REAL(WS-PASOS).
           MOVE 1 TO WS-PASO-FACTOR(WS-PASOS).
           MOVE "S" TO WS-PASO-TOCA(WS-PASOS).
           EVALUATE TRUE
               WHEN FRECUENCIA-DEF = "D" AND WS-ES-HABIL NOT = "S"
                   MOVE "N" TO WS-PASO-TOCA(WS-PASOS)
               WHEN FRECUENCIA-DEF = "S" AND WS-ES-LUNES NOT = "S"
                   MOVE "N" TO WS-PASO-TOCA(WS-PASOS)
               WHEN FRECUENCIA-DEF = "M" AND
                    WS-ES-ULTIMO-HABIL NOT = "S"
                   MOVE "N" TO WS-PASO-TOCA(WS-PASOS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE 0 TO WS-PASO-DEP(WS-PASOS).
           IF DEPENDE-DEF NOT = SPACES
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D >= WS-PASOS
                   IF WS-PASO-PROGRAMA(WS-D) = DEPENDE-DEF
                       MOVE WS-D TO WS-PASO-DEP(WS-PASOS)
                   END-IF
               END-PERFORM
           END-IF.

       CARGA-MAPA.
           OPEN INPUT MAPA-FILE.
           IF WS-MAPA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ MAPA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM ANOTA-MAPA
                   END-READ
               END-PERFORM
               CLOSE MAPA-FILE
           END-IF.

       ANOTA-MAPA.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               IF ARCHIVO-MAP = WS-NOMBRE-VOL(WS-V)
                   PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > WS-PASOS
                       IF WS-PASO-PROGRAMA(WS-P) = PROGRAMA-MAP
                           MOVE WS-V TO WS-PASO-VOLUMEN(WS-P)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************
      * Volumenes: los de esta noche se cuentan una sola vez (al
      * primer pronostico de la noche, antes de que los pasos
      * consuman las entradas) y quedan en VOLHIST.TXT; las noches
      * anteriores del periodo dan el promedio.
      ******************************************************************
       CARGA-VOLUMENES.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               MOVE 0 TO WS-VOL-HOY(WS-V)
               MOVE 0 TO WS-VOL-SUMA(WS-V)
           END-PERFORM.
           MOVE 0 TO WS-VOL-NOCHES.
           MOVE "N" TO WS-VOL-GRABADO.
           OPEN INPUT VOLUMEN-FILE.
           IF WS-VOLUMEN-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ VOLUMEN-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM ANOTA-VOLUMEN
                   END-READ
               END-PERFORM
               CLOSE VOLUMEN-FILE
           END-IF.
           IF WS-VOL-GRABADO NOT = "S"
               PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
                   PERFORM CUENTA-ENTRADA
               END-PERFORM
               OPEN EXTEND VOLUMEN-FILE
               IF WS-VOLUMEN-STATUS = "35"
                   OPEN OUTPUT VOLUMEN-FILE
               END-IF
               MOVE SPACES TO LINEA-VOLUMEN
               MOVE WS-NOCHE TO NOCHE-VOL
               PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
                   MOVE WS-VOL-HOY(WS-V) TO REGISTROS-VOL(WS-V)
               END-PERFORM
               WRITE LINEA-VOLUMEN
               CLOSE VOLUMEN-FILE
           END-IF.

       ANOTA-VOLUMEN.
           IF NOCHE-VOL = WS-NOCHE
               MOVE "S" TO WS-VOL-GRABADO
               PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
                   MOVE REGISTROS-VOL(WS-V) TO WS-VOL-HOY(WS-V)
               END-PERFORM
           ELSE
               IF NOCHE-VOL >= WS-NOCHE-DESDE AND
                  NOCHE-VOL < WS-NOCHE
                   ADD 1 TO WS-VOL-NOCHES
                   PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
                       ADD REGISTROS-VOL(WS-V) TO WS-VOL-SUMA(WS-V)
                   END-PERFORM
               END-IF
           END-IF.

       CUENTA-ENTRADA.
           MOVE WS-NOMBRE-VOL(WS-V) TO WS-NOMBRE-ENTRADA.
           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ ENTRADA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-VOL-HOY(WS-V)
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
           END-IF.

      ******************************************************************
      * Ledger: de las noches anteriores del periodo sale la duracion
      * de cada paso (I a F de la misma noche); de esta noche, los
      * tiempos reales.
      ******************************************************************
       LEE-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ LEDGER-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-LED IS NUMERIC
                               PERFORM ANOTA-LEDGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       ANOTA-LEDGER.
           MOVE FECHA-LED TO WS-FECHA-TRABAJO.
           MOVE HORA-LED TO WS-HORA-TRABAJO.
           PERFORM UBICA-EN-VENTANA.
           IF WS-NOCHE-TRABAJO >= WS-NOCHE-DESDE AND
              WS-NOCHE-TRABAJO <= WS-NOCHE
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PASOS
                   IF WS-PASO-PROGRAMA(WS-P) = PROGRAMA-LED
                       PERFORM ANOTA-TIEMPO-PASO
                   END-IF
               END-PERFORM
           END-IF.

       ANOTA-TIEMPO-PASO.
           IF TIPO-LED = "I"
               MOVE WS-NOCHE-TRABAJO TO WS-PASO-NOCHE-I(WS-P)
               MOVE WS-MIN-VENTANA TO WS-PASO-MIN-I(WS-P)
               IF WS-NOCHE-TRABAJO = WS-NOCHE
                   MOVE WS-MIN-VENTANA TO WS-PASO-INICIO-REAL(WS-P)
                   MOVE -1 TO WS-PASO-FIN-REAL(WS-P)
               END-IF
           ELSE
               IF WS-PASO-MIN-I(WS-P) >= 0 AND
                  WS-PASO-NOCHE-I(WS-P) = WS-NOCHE-TRABAJO AND
                  WS-MIN-VENTANA >= WS-PASO-MIN-I(WS-P)
                   IF WS-NOCHE-TRABAJO = WS-NOCHE
                       MOVE WS-MIN-VENTANA TO WS-PASO-FIN-REAL(WS-P)
                   ELSE
                       COMPUTE WS-PASO-SUMA(WS-P) =
                           WS-PASO-SUMA(WS-P) + WS-MIN-VENTANA
                           - WS-PASO-MIN-I(WS-P)
                       ADD 1 TO WS-PASO-VECES(WS-P)
                   END-IF
               END-IF
               MOVE -1 TO WS-PASO-MIN-I(WS-P)
           END-IF.

      ******************************************************************
      * Proyeccion en serie, en el orden de JOBDEF: lo terminado con
      * sus horas reales, lo que corre con su estimado desde que
      * empezo y lo pendiente a partir de ahora.
      ******************************************************************
       PROYECTA-PASOS.
           MOVE 0 TO WS-CURSOR.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PASOS
               IF WS-PASO-TOCA(WS-P) NOT = "S"
                   MOVE "NO TOCA" TO WS-PASO-ESTADO(WS-P)
               ELSE
                   PERFORM ESTIMA-DURACION
                   PERFORM PROYECTA-PASO
               END-IF
           END-PERFORM.
           MOVE WS-CURSOR TO WS-FIN-PROYECTADO.

       ESTIMA-DURACION.
           IF WS-PASO-VECES(WS-P) = 0
               MOVE 0 TO WS-PASO-ESTIMADO(WS-P)
           ELSE
               MOVE WS-PASO-VOLUMEN(WS-P) TO WS-V
               IF WS-V > 0 AND WS-VOL-NOCHES > 0
                   COMPUTE WS-PROMEDIO =
                       WS-VOL-SUMA(WS-V) / WS-VOL-NOCHES
                   IF WS-PROMEDIO > 0
                       COMPUTE WS-PASO-FACTOR(WS-P) ROUNDED =
                           WS-VOL-HOY(WS-V) / WS-PROMEDIO
                           ON SIZE ERROR
                               MOVE 999.99 TO WS-PASO-FACTOR(WS-P)
                       END-COMPUTE
                   END-IF
               END-IF
               COMPUTE WS-PASO-ESTIMADO(WS-P) ROUNDED =
                   WS-PASO-SUMA(WS-P) / WS-PASO-VECES(WS-P)
                   * WS-PASO-FACTOR(WS-P)
           END-IF.

       PROYECTA-PASO.
           EVALUATE TRUE
               WHEN WS-PASO-FIN-REAL(WS-P) >= 0
                   MOVE "TERMINADO" TO WS-PASO-ESTADO(WS-P)
                   MOVE WS-PASO-INICIO-REAL(WS-P)
                       TO WS-PASO-INICIO(WS-P)
                   MOVE WS-PASO-FIN-REAL(WS-P) TO WS-PASO-FIN(WS-P)
               WHEN WS-PASO-INICIO-REAL(WS-P) >= 0
                   MOVE "EN CURSO" TO WS-PASO-ESTADO(WS-P)
                   MOVE WS-PASO-INICIO-REAL(WS-P)
                       TO WS-PASO-INICIO(WS-P)
                   COMPUTE WS-PASO-FIN(WS-P) =
                       WS-PASO-INICIO(WS-P) + WS-PASO-ESTIMADO(WS-P)
                   IF WS-PASO-FIN(WS-P) < WS-AHORA
                       MOVE WS-AHORA TO WS-PASO-FIN(WS-P)
                   END-IF
               WHEN OTHER
                   MOVE "PROYECTADO" TO WS-PASO-ESTADO(WS-P)
                   IF WS-PASO-VECES(WS-P) = 0
                       MOVE "SIN HIST" TO WS-PASO-ESTADO(WS-P)
                   END-IF
                   MOVE WS-CURSOR TO WS-PASO-INICIO(WS-P)
                   IF WS-PASO-INICIO(WS-P) < WS-AHORA
                       MOVE WS-AHORA TO WS-PASO-INICIO(WS-P)
                   END-IF
                   COMPUTE WS-PASO-FIN(WS-P) =
                       WS-PASO-INICIO(WS-P) + WS-PASO-ESTIMADO(WS-P)
           END-EVALUATE.
           IF WS-PASO-FIN(WS-P) > WS-CURSOR
               MOVE WS-PASO-FIN(WS-P) TO WS-CURSOR
           END-IF.

      *    Camino critico: la cadena de dependencias de JOBDEF con mas
      *    minutos; esos pasos no se pueden adelantar ni reordenar.
       MARCA-CAMINO-CRITICO.
           MOVE 0 TO WS-MAYOR-CADENA.
           MOVE 0 TO WS-ULTIMO-CRITICO.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PASOS
               IF WS-PASO-TOCA(WS-P) = "S"
                   COMPUTE WS-PASO-CADENA(WS-P) =
                       WS-PASO-FIN(WS-P) - WS-PASO-INICIO(WS-P)
                   MOVE WS-PASO-DEP(WS-P) TO WS-D
                   IF WS-D > 0
                       ADD WS-PASO-CADENA(WS-D)
                           TO WS-PASO-CADENA(WS-P)
                   END-IF
                   IF WS-PASO-CADENA(WS-P) >= WS-MAYOR-CADENA
                       MOVE WS-PASO-CADENA(WS-P) TO WS-MAYOR-CADENA
                       MOVE WS-P TO WS-ULTIMO-CRITICO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ULTIMO-CRITICO TO WS-P.
           PERFORM UNTIL WS-P = 0
               MOVE "*" TO WS-PASO-CRITICO(WS-P)
               MOVE WS-PASO-DEP(WS-P) TO WS-P
           END-PERFORM.

       ESCRIBE-REPORTE.
           OPEN OUTPUT REPORTE-FILE.
           MOVE WS-AHORA TO WS-RELOJ.
           PERFORM FORMATEA-HORA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PRONOSTICO DE VENTANA - NOCHE " DELIMITED BY SIZE
               WS-NOCHE DELIMITED BY SIZE
               " A LAS " DELIMITED BY SIZE
               WS-HHMM DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "C PROGRAMA             ESTADO     INICIO FIN   MIN"
               TO LINEA-REPORTE.
           MOVE "FACTOR" TO LINEA-REPORTE(53:6).
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-PASOS
               PERFORM ESCRIBE-PASO
           END-PERFORM.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-FIN-PROYECTADO TO WS-RELOJ.
           PERFORM FORMATEA-HORA.
           MOVE WS-HHMM TO WS-TXT-FIN.
           MOVE WS-LIMITE TO WS-RELOJ.
           PERFORM FORMATEA-HORA.
           COMPUTE WS-MARGEN = WS-LIMITE - WS-FIN-PROYECTADO.
           MOVE WS-MARGEN TO WS-MARGEN-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FIN PROYECTADO: " DELIMITED BY SIZE
               WS-TXT-FIN DELIMITED BY SIZE
               "  APERTURA: " DELIMITED BY SIZE
               WS-HHMM DELIMITED BY SIZE
               "  MARGEN (MIN): " DELIMITED BY SIZE
               WS-MARGEN-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-FIN-PROYECTADO > WS-LIMITE
               MOVE "*** LA VENTANA NO TERMINA ANTES DE LA APERTURA ***"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE "* = CAMINO CRITICO (CADENA DE DEPENDENCIAS MAS LARGA)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VOLUMEN NOCHE OPERTRAN " DELIMITED BY SIZE
               WS-VOL-HOY(1) DELIMITED BY SIZE
               " PERSTRAN " DELIMITED BY SIZE
               WS-VOL-HOY(2) DELIMITED BY SIZE
               " PARES " DELIMITED BY SIZE
               WS-VOL-HOY(3) DELIMITED BY SIZE
               " NUMEROS " DELIMITED BY SIZE
               WS-VOL-HOY(4) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE "PRONREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.

       ESCRIBE-PASO.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-PASO-CRITICO(WS-P) TO LINEA-REPORTE(1:1).
           MOVE WS-PASO-PROGRAMA(WS-P) TO LINEA-REPORTE(3:20).
           MOVE WS-PASO-ESTADO(WS-P) TO LINEA-REPORTE(24:10).
           IF WS-PASO-TOCA(WS-P) = "S"
               MOVE WS-PASO-INICIO(WS-P) TO WS-RELOJ
               PERFORM FORMATEA-HORA
               MOVE WS-HHMM TO LINEA-REPORTE(35:5)
               MOVE WS-PASO-FIN(WS-P) TO WS-RELOJ
               PERFORM FORMATEA-HORA
               MOVE WS-HHMM TO LINEA-REPORTE(42:5)
               MOVE WS-PASO-ESTIMADO(WS-P) TO WS-ESTIMADO-ED
               MOVE WS-ESTIMADO-ED TO LINEA-REPORTE(47:5)
               MOVE WS-PASO-FACTOR(WS-P) TO WS-FACTOR-ED
               MOVE WS-FACTOR-ED TO LINEA-REPORTE(53:6)
           END-IF.
           WRITE LINEA-REPORTE.

      *    Minuto de ventana a hora del reloj HH:MM.
       FORMATEA-HORA.
           COMPUTE WS-RELOJ = WS-RELOJ + WS-INICIO-VENTANA.
           PERFORM UNTIL WS-RELOJ < 1440
               SUBTRACT 1440 FROM WS-RELOJ
           END-PERFORM.
           DIVIDE WS-RELOJ BY 60 GIVING WS-HH REMAINDER WS-MM.
           MOVE SPACES TO WS-HHMM.
           STRING WS-HH DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MM DELIMITED BY SIZE
               INTO WS-HHMM.

       END PROGRAM PRONOSTICO-VENTANA.
