      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Carga diaria de cotizaciones, antes de que STEP020
      *          aplique el lote de operaciones. Lee el archivo de
      *          tesoreria COTIZIN.TXT (moneda, fecha y tasa: cuantas
      *          unidades de moneda base vale una unidad extranjera),
      *          valida cada linea y regraba TIPOCAMB.TXT solo con las
      *          cotizaciones de hoy, asi la tasa de ayer nunca queda
      *          disponible. Las lineas malas van a CAMBREP.TXT con su
      *          motivo: M=moneda en blanco o igual a la base,
      *          F=fecha distinta de hoy, T=tasa no numerica o en cero,
      *          D=moneda repetida. Toda moneda que ayer cotizaba y hoy
      *          no llego se avisa por REGISTRA-ALERTA: sus operaciones
      *          quedan bloqueadas hasta que llegue la tasa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-CAMBIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "COTIZIN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT CAMBIOS-FILE ASSIGN TO "TIPOCAMB.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CAMBREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  LINEA-ENTRADA.
           05 MONEDA-ENT PIC X(3).
           05 FILLER PIC X.
           05 FECHA-ENT PIC X(8).
           05 FILLER PIC X.
           05 TASA-ENT PIC X(11).

       FD  CAMBIOS-FILE.
       01  LINEA-CAMBIO.
           05 MONEDA-TC PIC X(3).
           05 FILLER PIC X.
           05 FECHA-TC PIC 9(8).
           05 FILLER PIC X.
           05 TASA-TC PIC 9(5)V9(6).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-CAMBIOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-MOTIVO PIC X.
       01 WS-MONEDA-BASE PIC X(3).
       01 WS-TASA PIC 9(5)V9(6).
       01 WS-I PIC 99.
       01 WS-U PIC 99.
       01 WS-HALLADA PIC X.
       01 WS-TOTAL-LEIDAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-CARGADAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-RECHAZADAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-FALTANTES PIC 9(5) VALUE 0.
       01 WS-TOTAL-HOY PIC 99 VALUE 0.
       01 WS-TOTAL-AYER PIC 99 VALUE 0.
       01 WS-TABLA-HOY.
           05 WS-HOY-MONEDA PIC X(3) OCCURS 50.
       01 WS-TABLA-AYER.
           05 WS-AYER-MONEDA PIC X(3) OCCURS 50.
       01 WS-PROGRAMA PIC X(20) VALUE "CARGA-CAMBIOS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
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
           MOVE "MONBASE" TO WS-PARAMETRO-CFG.
           MOVE "X" TO WS-TIPO-CFG.
           MOVE "ARS" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           MOVE WS-VALOR-CFG(1:3) TO WS-MONEDA-BASE.
           PERFORM LEE-COTIZACIONES-AYER.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CARGA DE COTIZACIONES DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " BASE " DELIMITED BY SIZE
               WS-MONEDA-BASE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
      *    TIPOCAMB.TXT se regraba siempre: sin archivo de tesoreria
      *    queda vacio y ninguna moneda extranjera opera hoy.
           OPEN OUTPUT CAMBIOS-FILE.
           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE COTIZACIONES COTIZIN.TXT"
               MOVE "SIN COTIZIN.TXT" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "MAIN-PROCEDURE" TO WS-PARRAFO
               MOVE "COTIZIN.TXT NOT FOUND" TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "NOIN" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ ENTRADA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LEIDAS
                           PERFORM VALIDA-Y-CARGA
                   END-READ
               END-PERFORM
               CLOSE ENTRADA-FILE
           END-IF.
           CLOSE CAMBIOS-FILE.
           PERFORM AVISA-FALTANTES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LEIDAS: " DELIMITED BY SIZE
               WS-TOTAL-LEIDAS DELIMITED BY SIZE
               " CARGADAS: " DELIMITED BY SIZE
               WS-TOTAL-CARGADAS DELIMITED BY SIZE
               " RECHAZADAS: " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           DISPLAY "COTIZACIONES - LEIDAS: " WS-TOTAL-LEIDAS
               " CARGADAS: " WS-TOTAL-CARGADAS
               " RECHAZADAS: " WS-TOTAL-RECHAZADAS
               " FALTANTES: " WS-TOTAL-FALTANTES.
           IF WS-TOTAL-RECHAZADAS > 0 OR WS-TOTAL-FALTANTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "CAMBREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      *    Las monedas que cotizaban en la carga anterior son las que
      *    se esperan hoy.
       LEE-COTIZACIONES-AYER.
           OPEN INPUT CAMBIOS-FILE.
           IF WS-CAMBIOS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAMBIOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-AYER < 50
                               ADD 1 TO WS-TOTAL-AYER
                               MOVE MONEDA-TC
                                   TO WS-AYER-MONEDA(WS-TOTAL-AYER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-FILE
           END-IF.

       VALIDA-Y-CARGA.
           MOVE SPACE TO WS-MOTIVO.
           IF MONEDA-ENT = SPACES OR MONEDA-ENT = WS-MONEDA-BASE
               MOVE "M" TO WS-MOTIVO
           END-IF.
           IF WS-MOTIVO = SPACE
               IF FECHA-ENT NOT = WS-HOY
                   MOVE "F" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACE
               IF TASA-ENT IS NUMERIC
                   MOVE TASA-ENT TO WS-TASA
                   IF WS-TASA = 0
                       MOVE "T" TO WS-MOTIVO
                   END-IF
               ELSE
                   MOVE "T" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACE
               MOVE "N" TO WS-HALLADA
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TOTAL-HOY
                   IF WS-HOY-MONEDA(WS-I) = MONEDA-ENT
                       MOVE "S" TO WS-HALLADA
                   END-IF
               END-PERFORM
               IF WS-HALLADA = "S" OR WS-TOTAL-HOY >= 50
                   MOVE "D" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MOTIVO = SPACE
               ADD 1 TO WS-TOTAL-HOY
               MOVE MONEDA-ENT TO WS-HOY-MONEDA(WS-TOTAL-HOY)
               MOVE SPACES TO LINEA-CAMBIO
               MOVE MONEDA-ENT TO MONEDA-TC
               MOVE WS-HOY TO FECHA-TC
               MOVE WS-TASA TO TASA-TC
               WRITE LINEA-CAMBIO
               ADD 1 TO WS-TOTAL-CARGADAS
           ELSE
               ADD 1 TO WS-TOTAL-RECHAZADAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "RECHAZO-" DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LINEA-ENTRADA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       AVISA-FALTANTES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-AYER
               PERFORM BUSCA-EN-HOY
               IF WS-HALLADA NOT = "S"
                   ADD 1 TO WS-TOTAL-FALTANTES
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "SIN COTIZACION HOY, BLOQUEADA: "
                       DELIMITED BY SIZE
                       WS-AYER-MONEDA(WS-I) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE SPACES TO WS-TEXTO-ALERTA
                   STRING "SIN COTIZACION DEL DIA: " DELIMITED BY SIZE
                       WS-AYER-MONEDA(WS-I) DELIMITED BY SIZE
                       INTO WS-TEXTO-ALERTA
                   CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                       WS-TEXTO-ALERTA
               END-IF
           END-PERFORM.

       BUSCA-EN-HOY.
           MOVE "N" TO WS-HALLADA.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-TOTAL-HOY
               IF WS-HOY-MONEDA(WS-U) = WS-AYER-MONEDA(WS-I)
                   MOVE "S" TO WS-HALLADA
               END-IF
           END-PERFORM.

       END PROGRAM CARGA-CAMBIOS.
