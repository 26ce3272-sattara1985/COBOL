      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Report distribution step, after the nightly run. Las
      *          listas de distribucion (DISTLIST.TXT) dicen que
      *          reporte del catalogo RPTCAT.TXT va a que destino
      *          (R = destinatario, P = cola de impresion), cuantas
      *          copias y que dias: H = cada dia habil segun
      *          DIA-HABIL, 1-7 = solo ese dia de la semana (1 =
      *          lunes), igual que el calendario de FEEDSCHED.TXT.
      *          Cada entrada nueva del catalogo (DISTCTL.TXT guarda
      *          cuantas lineas del catalogo ya se distribuyeron) se
      *          copia al spool de cada destino que le corresponde
      *          hoy (DESTINO.SPL, una hoja de portada con destino,
      *          reporte y numero de copia antes de cada copia) y
      *          cada entrega queda en el log DISTLOG.TXT. Un reporte
      *          que tocaba hoy y no se produjo (sin entrada del dia
      *          en el catalogo) es una entrega faltante: va al log,
      *          al reporte DISTREP.TXT y a ALERTAS.TXT, y el paso
      *          termina RC 4. Los reportes nuevos sin ninguna lista
      *          se informan para que nadie se olvide de ellos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUYE-REPORTES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTA-FILE ASSIGN TO "DISTLIST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LISTA-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "RPTCAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "DISTCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REPORTE-FUENTE ASSIGN TO DYNAMIC WS-NOMBRE-REPORTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT SPOOL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-SPOOL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SPOOL-STATUS.
           SELECT LOG-FILE ASSIGN TO "DISTLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "DISTREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTA-FILE.
       01  LINEA-LISTA.
           05 ARCHIVO-DIS PIC X(12).
           05 FILLER PIC X.
           05 DESTINO-DIS PIC X(8).
           05 FILLER PIC X.
           05 TIPO-DIS PIC X.
           05 FILLER PIC X.
           05 COPIAS-DIS PIC 99.
           05 FILLER PIC X.
           05 DIA-DIS PIC X.

       FD  CATALOGO-FILE.
       01  LINEA-CATALOGO.
           05 FECHA-CAT PIC X(8).
           05 FILLER PIC X.
           05 HORA-CAT PIC X(6).
           05 FILLER PIC X.
           05 ARCHIVO-CAT PIC X(12).
           05 FILLER PIC X.
           05 PAGINAS-CAT PIC 9(4).
           05 FILLER PIC X.
           05 PROGRAMA-CAT PIC X(20).

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 LINEAS-CTL PIC 9(7).
           05 FILLER PIC X.
           05 FECHA-CTL PIC 9(8).

       FD  REPORTE-FUENTE.
       01  LINEA-FUENTE PIC X(132).

       FD  SPOOL-FILE.
       01  LINEA-SPOOL PIC X(132).

       FD  LOG-FILE.
       01  LINEA-LOG.
           05 FECHA-LOG PIC X(8).
           05 FILLER PIC X.
           05 HORA-LOG PIC X(6).
           05 FILLER PIC X.
           05 ARCHIVO-LOG PIC X(12).
           05 FILLER PIC X.
           05 DESTINO-LOG PIC X(8).
           05 FILLER PIC X.
           05 TIPO-LOG PIC X.
           05 FILLER PIC X.
           05 COPIAS-LOG PIC 99.
           05 FILLER PIC X.
           05 RESULTADO-LOG PIC X(12).
           05 FILLER PIC X.
           05 CATALOGO-LOG PIC X(15).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LISTA-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-SPOOL-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-NOMBRE-REPORTE PIC X(12).
       01 WS-NOMBRE-SPOOL PIC X(12).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FIN-FUENTE PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-HOY-X REDEFINES WS-HOY PIC X(8).
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-ES-HABIL PIC X.
       01 WS-FECHA-INT PIC 9(7).
       01 WS-RESTO PIC 9(7).
       01 WS-DIA-SEMANA PIC 9.
       01 WS-DIA-SEMANA-X REDEFINES WS-DIA-SEMANA PIC X.
       01 WS-HAY-CONTROL PIC X VALUE "N".
       01 WS-YA-DISTRIBUIDAS PIC 9(7) VALUE 0.
       01 WS-LEIDAS PIC 9(7) VALUE 0.
       01 WS-ENTRADAS PIC 9(3) VALUE 0.
       01 WS-E PIC 9(3).
       01 WS-TABLA-LISTA.
           05 WS-DIS OCCURS 200.
               10 WS-DIS-ARCHIVO PIC X(12).
               10 WS-DIS-DESTINO PIC X(8).
               10 WS-DIS-TIPO PIC X.
               10 WS-DIS-COPIAS PIC 99.
               10 WS-DIS-DIA PIC X.
               10 WS-DIS-TOCA PIC X.
               10 WS-DIS-PRODUCIDO PIC X.
       01 WS-TIENE-LISTA PIC X.
       01 WS-C PIC 99.
       01 WS-COPIADAS PIC 9(6).
       01 WS-RESULTADO PIC X(12).
       01 WS-LOG-ARCHIVO PIC X(12).
       01 WS-LOG-CATALOGO PIC X(15).
       01 WS-ENTREGAS PIC 9(5) VALUE 0.
       01 WS-FALTANTES PIC 9(5) VALUE 0.
       01 WS-SIN-LISTA PIC 9(5) VALUE 0.
       01 WS-NO-EN-DISCO PIC 9(5) VALUE 0.
       01 WS-NUEVOS PIC 9(5) VALUE 0.
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-PROGRAMA PIC X(20) VALUE "DISTRIBUYE-REPORTES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM DETERMINA-DIA.
           PERFORM CARGA-LISTAS.
           PERFORM LEE-CONTROL.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DISTRIBUCION DE REPORTES DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM RECORRE-CATALOGO.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ENTRADAS
               IF WS-DIS-TOCA(WS-E) = "S" AND
                  WS-DIS-PRODUCIDO(WS-E) NOT = "S"
                   PERFORM ENTREGA-FALTANTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REPORTES NUEVOS: " DELIMITED BY SIZE
               WS-NUEVOS DELIMITED BY SIZE
               " ENTREGAS: " DELIMITED BY SIZE
               WS-ENTREGAS DELIMITED BY SIZE
               " FALTANTES: " DELIMITED BY SIZE
               WS-FALTANTES DELIMITED BY SIZE
               " SIN LISTA: " DELIMITED BY SIZE
               WS-SIN-LISTA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           CLOSE LOG-FILE.
           PERFORM GRABA-CONTROL.
           MOVE "DISTREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           IF WS-FALTANTES > 0 OR WS-NO-EN-DISCO > 0
               MOVE 4 TO WS-RC-FINAL
               DISPLAY "ENTREGAS FALTANTES: " WS-FALTANTES
                   " NO EN DISCO: " WS-NO-EN-DISCO
                   " - VER DISTREP.TXT"
           ELSE
               DISPLAY "DISTRIBUCION COMPLETA - ENTREGAS: "
                   WS-ENTREGAS
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       DETERMINA-DIA.
           MOVE "V" TO WS-FUNCION-CAL.
           CALL "DIA-HABIL" USING WS-FUNCION-CAL WS-HOY
               WS-RESULTADO-CAL.
           MOVE WS-RESULTADO-CAL TO WS-ES-HABIL.
           COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE(WS-HOY).
           DIVIDE WS-FECHA-INT BY 7 GIVING WS-RESTO
               REMAINDER WS-DIA-SEMANA.
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.

      *    A cada linea de la lista se le marca si le toca hoy; el
      *    reporte se da por producido cuando aparece en el catalogo
      *    con fecha de hoy.
       CARGA-LISTAS.
           OPEN INPUT LISTA-FILE.
           IF WS-LISTA-STATUS NOT = "00"
               DISPLAY "SIN LISTAS DE DISTRIBUCION (DISTLIST.TXT)"
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ LISTA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-ENTRADAS < 200 AND
                              ARCHIVO-DIS NOT = SPACES
                               PERFORM GUARDA-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISTA-FILE
           END-IF.

       GUARDA-LISTA.
           ADD 1 TO WS-ENTRADAS.
           MOVE ARCHIVO-DIS TO WS-DIS-ARCHIVO(WS-ENTRADAS).
           MOVE DESTINO-DIS TO WS-DIS-DESTINO(WS-ENTRADAS).
           MOVE TIPO-DIS TO WS-DIS-TIPO(WS-ENTRADAS).
           IF COPIAS-DIS IS NUMERIC AND COPIAS-DIS > 0
               MOVE COPIAS-DIS TO WS-DIS-COPIAS(WS-ENTRADAS)
           ELSE
               MOVE 1 TO WS-DIS-COPIAS(WS-ENTRADAS)
           END-IF.
           MOVE DIA-DIS TO WS-DIS-DIA(WS-ENTRADAS).
           MOVE "N" TO WS-DIS-PRODUCIDO(WS-ENTRADAS).
           IF (DIA-DIS = "H" AND WS-ES-HABIL = "S") OR
              DIA-DIS = WS-DIA-SEMANA-X
               MOVE "S" TO WS-DIS-TOCA(WS-ENTRADAS)
           ELSE
               MOVE "N" TO WS-DIS-TOCA(WS-ENTRADAS)
           END-IF.

      *    Sin control previo se toma como nuevo solo lo catalogado
      *    hoy, para no repartir de golpe toda la historia.
       LEE-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINEAS-CTL IS NUMERIC
                           MOVE "S" TO WS-HAY-CONTROL
                           MOVE LINEAS-CTL TO WS-YA-DISTRIBUIDAS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       RECORRE-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CATALOGO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-LEIDAS
                           PERFORM EXAMINA-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       EXAMINA-ENTRADA.
           IF FECHA-CAT = WS-HOY-X
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-ENTRADAS
                   IF WS-DIS-ARCHIVO(WS-E) = ARCHIVO-CAT
                       MOVE "S" TO WS-DIS-PRODUCIDO(WS-E)
                   END-IF
               END-PERFORM
           END-IF.
           IF (WS-HAY-CONTROL = "S" AND
               WS-LEIDAS > WS-YA-DISTRIBUIDAS) OR
              (WS-HAY-CONTROL NOT = "S" AND FECHA-CAT = WS-HOY-X)
               ADD 1 TO WS-NUEVOS
               PERFORM DISTRIBUYE-ENTRADA
           END-IF.

       DISTRIBUYE-ENTRADA.
           MOVE "N" TO WS-TIENE-LISTA.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-ENTRADAS
               IF WS-DIS-ARCHIVO(WS-E) = ARCHIVO-CAT
                   MOVE "S" TO WS-TIENE-LISTA
                   IF WS-DIS-TOCA(WS-E) = "S"
                       PERFORM ENTREGA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TIENE-LISTA NOT = "S"
               ADD 1 TO WS-SIN-LISTA
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN LISTA DE DISTRIBUCION: " DELIMITED BY SIZE
                   ARCHIVO-CAT DELIMITED BY SIZE
                   " DE " DELIMITED BY SIZE
                   PROGRAMA-CAT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

      ******************************************************************
      * Una entrega: tantas copias como diga la lista, cada una con
      * su hoja de portada, agregadas al spool del destino.
      ******************************************************************
       ENTREGA.
           MOVE ARCHIVO-CAT TO WS-NOMBRE-REPORTE.
           MOVE SPACES TO WS-NOMBRE-SPOOL.
           STRING WS-DIS-DESTINO(WS-E) DELIMITED BY SPACE
               ".SPL" DELIMITED BY SIZE
               INTO WS-NOMBRE-SPOOL.
           OPEN INPUT REPORTE-FUENTE.
           IF WS-FUENTE-STATUS NOT = "00"
               ADD 1 TO WS-NO-EN-DISCO
               MOVE "NO EN DISCO" TO WS-RESULTADO
           ELSE
               CLOSE REPORTE-FUENTE
               OPEN EXTEND SPOOL-FILE
               IF WS-SPOOL-STATUS = "35"
                   OPEN OUTPUT SPOOL-FILE
               END-IF
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-DIS-COPIAS(WS-E)
                   PERFORM COPIA-REPORTE
               END-PERFORM
               CLOSE SPOOL-FILE
               ADD 1 TO WS-ENTREGAS
               MOVE "ENTREGADO" TO WS-RESULTADO
           END-IF.
           MOVE ARCHIVO-CAT TO WS-LOG-ARCHIVO.
           MOVE SPACES TO WS-LOG-CATALOGO.
           STRING FECHA-CAT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-CAT DELIMITED BY SIZE
               INTO WS-LOG-CATALOGO.
           PERFORM GRABA-LOG.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-RESULTADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ARCHIVO-CAT DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-DIS-DESTINO(WS-E) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DIS-TIPO(WS-E) DELIMITED BY SIZE
               ") COPIAS " DELIMITED BY SIZE
               WS-DIS-COPIAS(WS-E) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       COPIA-REPORTE.
           MOVE SPACES TO LINEA-SPOOL.
           STRING "PARA: " DELIMITED BY SIZE
               WS-DIS-DESTINO(WS-E) DELIMITED BY SIZE
               "  REPORTE: " DELIMITED BY SIZE
               ARCHIVO-CAT DELIMITED BY SIZE
               "  DEL " DELIMITED BY SIZE
               FECHA-CAT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-CAT DELIMITED BY SIZE
               "  COPIA " DELIMITED BY SIZE
               WS-C DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               WS-DIS-COPIAS(WS-E) DELIMITED BY SIZE
               INTO LINEA-SPOOL.
           WRITE LINEA-SPOOL AFTER ADVANCING PAGE.
           MOVE SPACES TO LINEA-SPOOL.
           STRING "ORIGEN: " DELIMITED BY SIZE
               PROGRAMA-CAT DELIMITED BY SIZE
               "  PAGINAS: " DELIMITED BY SIZE
               PAGINAS-CAT DELIMITED BY SIZE
               INTO LINEA-SPOOL.
           WRITE LINEA-SPOOL.
           MOVE SPACES TO LINEA-SPOOL.
           WRITE LINEA-SPOOL AFTER ADVANCING PAGE.
           MOVE 0 TO WS-COPIADAS.
           OPEN INPUT REPORTE-FUENTE.
           MOVE "N" TO WS-FIN-FUENTE.
           PERFORM UNTIL WS-FIN-FUENTE = "S"
               READ REPORTE-FUENTE
                   AT END
                       MOVE "S" TO WS-FIN-FUENTE
                   NOT AT END
                       ADD 1 TO WS-COPIADAS
                       MOVE LINEA-FUENTE TO LINEA-SPOOL
                       WRITE LINEA-SPOOL
               END-READ
           END-PERFORM.
           CLOSE REPORTE-FUENTE.

       ENTREGA-FALTANTE.
           ADD 1 TO WS-FALTANTES.
           MOVE WS-DIS-ARCHIVO(WS-E) TO WS-LOG-ARCHIVO.
           MOVE SPACES TO WS-LOG-CATALOGO.
           MOVE "FALTANTE" TO WS-RESULTADO.
           PERFORM GRABA-LOG.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FALTANTE " DELIMITED BY SIZE
               WS-DIS-ARCHIVO(WS-E) DELIMITED BY SIZE
               " PARA " DELIMITED BY SIZE
               WS-DIS-DESTINO(WS-E) DELIMITED BY SIZE
               " - NO SE PRODUJO HOY" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO WS-TEXTO-ALERTA.
           STRING "ENTREGA FALTANTE: " DELIMITED BY SIZE
               WS-DIS-ARCHIVO(WS-E) DELIMITED BY SIZE
               INTO WS-TEXTO-ALERTA.
           CALL "REGISTRA-ALERTA" USING WS-PROGRAMA WS-TEXTO-ALERTA.

       GRABA-LOG.
           MOVE SPACES TO LINEA-LOG.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-LOG.
           MOVE WS-FECHA-HORA(9:6) TO HORA-LOG.
           MOVE WS-LOG-ARCHIVO TO ARCHIVO-LOG.
           MOVE WS-DIS-DESTINO(WS-E) TO DESTINO-LOG.
           MOVE WS-DIS-TIPO(WS-E) TO TIPO-LOG.
           MOVE WS-DIS-COPIAS(WS-E) TO COPIAS-LOG.
           MOVE WS-RESULTADO TO RESULTADO-LOG.
           MOVE WS-LOG-CATALOGO TO CATALOGO-LOG.
           WRITE LINEA-LOG.

       GRABA-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO LINEA-CONTROL.
           MOVE WS-LEIDAS TO LINEAS-CTL.
           MOVE WS-HOY TO FECHA-CTL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-FILE.

       END PROGRAM DISTRIBUYE-REPORTES.
