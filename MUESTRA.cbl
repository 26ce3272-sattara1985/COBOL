      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Muestreo diario de asientos de OPERJRNL.TXT para la
      *          re-verificacion de supervisores. De las operaciones
      *          cargadas en el dia (hoy o la fecha AAAAMMDD del
      *          parametro) se sortea un MUESPCT % al azar; toda
      *          operacion de MUESIMP o mas entra siempre, y cada
      *          operador queda con al menos MUESMIN asientos en la
      *          muestra. Lo sorteado se agrega a MUESTRA.TXT como
      *          pendiente (P) para que VERIFICA-MUESTRA lo marque
      *          verificado o disputado. Un dia ya muestreado no se
      *          vuelve a sortear. Despues se arma MUESREP.TXT con el
      *          estado de cada dia muestreado, marcando los que
      *          todavia tienen asientos sin verificar. El sorteo usa
      *          el generador congruencial de GENERA-PRUEBAS con
      *          semilla tomada del reloj; la semilla sale en el
      *          reporte.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTREO-DIARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MUESTRA-FILE ASSIGN TO "MUESTRA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MUESTRA-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "MUESREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-OPER.
       01  LINEA-JOURNAL.
           05 FECHA-JRN PIC X(8).
           05 FILLER PIC X.
           05 HORA-JRN PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-JRN PIC X(10).
           05 FILLER PIC X.
           05 OPERACION-JRN PIC X.
           05 FILLER PIC X.
           05 NUM1-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 NUM2-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RESULTADO-JRN PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 SUCURSAL-JRN PIC X(2).
           05 FILLER PIC X.
           05 MARCA-REV-JRN PIC X.
           05 FILLER PIC X.
           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X.
           05 COMISION-JRN PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 MONEDA-JRN PIC X(3).
           05 FILLER PIC X.
           05 TASA-JRN PIC 9(5)V9(6).

       FD  MUESTRA-FILE.
       01  LINEA-MUESTRA.
           05 FECHA-MUE PIC X(8).
           05 FILLER PIC X.
           05 LINEA-MUE PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-MUE PIC X(14).
           05 FILLER PIC X.
           05 OPERADOR-MUE PIC X(10).
           05 FILLER PIC X.
           05 OPERACION-MUE PIC X.
           05 FILLER PIC X.
           05 SUCURSAL-MUE PIC X(2).
           05 FILLER PIC X.
           05 IMPORTE-MUE PIC 9(9)V99.
           05 FILLER PIC X.
           05 MOTIVO-MUE PIC X.
           05 FILLER PIC X.
           05 ESTADO-MUE PIC X.
           05 FILLER PIC X.
           05 SUPERVISOR-MUE PIC X(10).
           05 FILLER PIC X.
           05 FECHA-VER-MUE PIC X(8).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-MUESTRA-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-PARM PIC X(20).
       01 WS-PROGRAMA PIC X(20) VALUE "MUESTREO-DIARIO".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-PCT-MUESTRA PIC 9(3) VALUE 5.
       01 WS-MIN-OPERADOR PIC 9(3) VALUE 1.
       01 WS-IMPORTE-FIJO PIC 9(8) VALUE 10000.
       01 WS-SEMILLA PIC 9(5).
       01 WS-SEMILLA-INICIAL PIC 9(5).
       01 WS-ALEATORIO PIC 9(5).
       01 WS-PRODUCTO PIC 9(10).
       01 WS-COCIENTE PIC 9(10).
       01 WS-SORTEO PIC 9(3).
       01 WS-TASA PIC 9(5)V9(6).
      *El importe de una operacion se redondea como lo hizo
      *OPERACIONES_BASICAS al consumir el tope (misma politica, sin
      *asentar residuo), para que las cifras coincidan.
       01 WS-RED-PROGRAMA PIC X(20) VALUE "OPERACIONES_BASICAS".
       01 WS-RED-OPERACION PIC X(6) VALUE "LIMITE".
       01 WS-RED-EXACTO PIC S9(11)V9(6).
       01 WS-RED-RESULTADO PIC S9(11)V99.
       01 WS-RED-REGISTRA PIC X VALUE "N".
       01 WS-LINEA PIC 9(6).
       01 WS-YA-MUESTREADO PIC X VALUE "N".
       01 WS-I PIC 9(4).
       01 WS-K PIC 9(3).
       01 WS-TOTAL-ASI PIC 9(4) VALUE 0.
       01 WS-DESCARTADAS PIC 9(5) VALUE 0.
       01 WS-TABLA-ASI.
           05 WS-ASI OCCURS 3000.
               10 WS-ASI-LINEA PIC 9(6).
               10 WS-ASI-TRACE PIC X(14).
               10 WS-ASI-OPERADOR PIC X(10).
               10 WS-ASI-OPERACION PIC X.
               10 WS-ASI-SUCURSAL PIC X(2).
               10 WS-ASI-IMPORTE PIC 9(9)V99.
               10 WS-ASI-MOTIVO PIC X.
       01 WS-TOTAL-OPE PIC 9(3) VALUE 0.
       01 WS-TABLA-OPE.
           05 WS-OPE OCCURS 300.
               10 WS-OPE-ID PIC X(10).
               10 WS-OPE-ASIENTOS PIC 9(4).
               10 WS-OPE-ELEGIDOS PIC 9(4).
       01 WS-CNT-AZAR PIC 9(4) VALUE 0.
       01 WS-CNT-IMPORTE PIC 9(4) VALUE 0.
       01 WS-CNT-MINIMO PIC 9(4) VALUE 0.
       01 WS-TOTAL-DIAS PIC 9(3) VALUE 0.
       01 WS-DIAS-PENDIENTES PIC 9(3) VALUE 0.
       01 WS-D PIC 9(3).
       01 WS-TABLA-DIAS.
           05 WS-DIA OCCURS 400.
               10 WS-DIA-FECHA PIC X(8).
               10 WS-DIA-MUESTRAS PIC 9(4).
               10 WS-DIA-VERIFICADAS PIC 9(4).
               10 WS-DIA-DISPUTADAS PIC 9(4).
               10 WS-DIA-PENDIENTES PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           MOVE WS-FECHA-HORA(11:5) TO WS-SEMILLA.
           MOVE WS-SEMILLA TO WS-SEMILLA-INICIAL.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-HOY
           END-IF.
           PERFORM CARGA-CONFIG.
           PERFORM REVISA-MUESTRA-PREVIA.
           IF WS-YA-MUESTREADO = "S"
               DISPLAY "EL " WS-HOY " YA TIENE MUESTRA, NO SE "
                   "VUELVE A SORTEAR"
           ELSE
               PERFORM LEE-JOURNAL
               PERFORM SORTEA-MUESTRA
               PERFORM COMPLETA-MINIMOS
               PERFORM GRABA-MUESTRA
           END-IF.
           PERFORM IMPRIME-COMPLETITUD.
           MOVE "MUESREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONFIG.
           MOVE "MUESPCT" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "5" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC AND
              WS-VALOR-CFG(18:3) <= "100"
               MOVE WS-VALOR-CFG(18:3) TO WS-PCT-MUESTRA
           END-IF.
           MOVE "MUESMIN" TO WS-PARAMETRO-CFG.
           MOVE "1" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-MIN-OPERADOR
           END-IF.
           MOVE "MUESIMP" TO WS-PARAMETRO-CFG.
           MOVE "10000" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(13:8) IS NUMERIC AND
              WS-VALOR-CFG(13:8) NOT = "00000000"
               MOVE WS-VALOR-CFG(13:8) TO WS-IMPORTE-FIJO
           END-IF.

       REVISA-MUESTRA-PREVIA.
           OPEN INPUT MUESTRA-FILE.
           IF WS-MUESTRA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ MUESTRA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-MUE = WS-HOY
                               MOVE "S" TO WS-YA-MUESTREADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MUESTRA-FILE
           END-IF.

      ******************************************************************
      * Se juntan las operaciones cargadas en el dia con su numero de
      * linea, trace e importe en moneda base (los dos operandos sin
      * signo, como los mide el tope y la vigilancia).
      ******************************************************************
       LEE-JOURNAL.
           MOVE 0 TO WS-LINEA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-LINEA
                           IF FECHA-JRN = WS-HOY
                               PERFORM GUARDA-ASIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       GUARDA-ASIENTO.
           IF WS-TOTAL-ASI < 3000
               ADD 1 TO WS-TOTAL-ASI
               MOVE WS-LINEA TO WS-ASI-LINEA(WS-TOTAL-ASI)
               MOVE TRACE-JRN TO WS-ASI-TRACE(WS-TOTAL-ASI)
               MOVE OPERADOR-JRN TO WS-ASI-OPERADOR(WS-TOTAL-ASI)
               MOVE OPERACION-JRN TO WS-ASI-OPERACION(WS-TOTAL-ASI)
               MOVE SUCURSAL-JRN TO WS-ASI-SUCURSAL(WS-TOTAL-ASI)
               MOVE SPACE TO WS-ASI-MOTIVO(WS-TOTAL-ASI)
               IF TASA-JRN IS NUMERIC AND TASA-JRN > 0
                   MOVE TASA-JRN TO WS-TASA
               ELSE
                   MOVE 1 TO WS-TASA
               END-IF
               COMPUTE WS-RED-EXACTO =
                   (FUNCTION ABS(NUM1-JRN) + FUNCTION ABS(NUM2-JRN))
                   * WS-TASA
               CALL "REDONDEA-IMPORTE" USING WS-RED-PROGRAMA
                   WS-RED-OPERACION WS-RED-EXACTO WS-RED-RESULTADO
                   WS-RED-REGISTRA
               MOVE WS-RED-RESULTADO TO WS-ASI-IMPORTE(WS-TOTAL-ASI)
               MOVE WS-TOTAL-ASI TO WS-I
               PERFORM UBICA-OPERADOR
               ADD 1 TO WS-OPE-ASIENTOS(WS-K)
           ELSE
               ADD 1 TO WS-DESCARTADAS
           END-IF.

       UBICA-OPERADOR.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-TOTAL-OPE OR WS-K > 0
               IF WS-OPE-ID(WS-D) = WS-ASI-OPERADOR(WS-I)
                   MOVE WS-D TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0 AND WS-TOTAL-OPE < 300
               ADD 1 TO WS-TOTAL-OPE
               MOVE WS-TOTAL-OPE TO WS-K
               MOVE WS-ASI-OPERADOR(WS-I) TO WS-OPE-ID(WS-K)
               MOVE 0 TO WS-OPE-ASIENTOS(WS-K)
               MOVE 0 TO WS-OPE-ELEGIDOS(WS-K)
           END-IF.
           IF WS-K = 0
               MOVE WS-TOTAL-OPE TO WS-K
           END-IF.

      *    Motivo I = importe igual o mayor a MUESIMP, A = sorteo.
       SORTEA-MUESTRA.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-ASI
               IF WS-ASI-IMPORTE(WS-I) >= WS-IMPORTE-FIJO
                   MOVE "I" TO WS-ASI-MOTIVO(WS-I)
                   ADD 1 TO WS-CNT-IMPORTE
               ELSE
                   PERFORM SIGUIENTE-ALEATORIO
                   COMPUTE WS-SORTEO = WS-ALEATORIO * 100 / 65536
                   IF WS-SORTEO < WS-PCT-MUESTRA
                       MOVE "A" TO WS-ASI-MOTIVO(WS-I)
                       ADD 1 TO WS-CNT-AZAR
                   END-IF
               END-IF
               IF WS-ASI-MOTIVO(WS-I) NOT = SPACE
                   PERFORM UBICA-OPERADOR
                   ADD 1 TO WS-OPE-ELEGIDOS(WS-K)
               END-IF
           END-PERFORM.

      *    Generador congruencial clasico, el mismo de GENERA-PRUEBAS.
       SIGUIENTE-ALEATORIO.
           COMPUTE WS-PRODUCTO = WS-SEMILLA * 25173 + 13849.
           DIVIDE WS-PRODUCTO BY 65536 GIVING WS-COCIENTE
               REMAINDER WS-PRODUCTO.
           MOVE WS-PRODUCTO TO WS-ALEATORIO.
           MOVE WS-ALEATORIO TO WS-SEMILLA.

      *    Motivo M = completado para llegar al minimo del operador;
      *    se arranca desde un asiento al azar para no tomar siempre
      *    los primeros del dia.
       COMPLETA-MINIMOS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-TOTAL-OPE
               IF WS-OPE-ELEGIDOS(WS-K) < WS-MIN-OPERADOR AND
                  WS-OPE-ELEGIDOS(WS-K) < WS-OPE-ASIENTOS(WS-K)
                   PERFORM SIGUIENTE-ALEATORIO
                   COMPUTE WS-I = WS-ALEATORIO * WS-TOTAL-ASI / 65536
                   PERFORM WS-TOTAL-ASI TIMES
                       ADD 1 TO WS-I
                       IF WS-I > WS-TOTAL-ASI
                           MOVE 1 TO WS-I
                       END-IF
                       IF WS-OPE-ELEGIDOS(WS-K) < WS-MIN-OPERADOR AND
                          WS-ASI-OPERADOR(WS-I) = WS-OPE-ID(WS-K) AND
                          WS-ASI-MOTIVO(WS-I) = SPACE
                           MOVE "M" TO WS-ASI-MOTIVO(WS-I)
                           ADD 1 TO WS-OPE-ELEGIDOS(WS-K)
                           ADD 1 TO WS-CNT-MINIMO
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       GRABA-MUESTRA.
           OPEN EXTEND MUESTRA-FILE.
           IF WS-MUESTRA-STATUS = "35"
               OPEN OUTPUT MUESTRA-FILE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-ASI
               IF WS-ASI-MOTIVO(WS-I) NOT = SPACE
                   MOVE SPACES TO LINEA-MUESTRA
                   MOVE WS-HOY TO FECHA-MUE
                   MOVE WS-ASI-LINEA(WS-I) TO LINEA-MUE
                   MOVE WS-ASI-TRACE(WS-I) TO TRACE-MUE
                   MOVE WS-ASI-OPERADOR(WS-I) TO OPERADOR-MUE
                   MOVE WS-ASI-OPERACION(WS-I) TO OPERACION-MUE
                   MOVE WS-ASI-SUCURSAL(WS-I) TO SUCURSAL-MUE
                   MOVE WS-ASI-IMPORTE(WS-I) TO IMPORTE-MUE
                   MOVE WS-ASI-MOTIVO(WS-I) TO MOTIVO-MUE
                   MOVE "P" TO ESTADO-MUE
                   WRITE LINEA-MUESTRA
               END-IF
           END-PERFORM.
           CLOSE MUESTRA-FILE.
           DISPLAY "MUESTRA DEL " WS-HOY ": AZAR " WS-CNT-AZAR
               " IMPORTE " WS-CNT-IMPORTE " MINIMO " WS-CNT-MINIMO.

      ******************************************************************
      * Completitud: por cada dia muestreado, cuantos asientos hay y
      * cuantos ya marco un supervisor. Los dias con pendientes llevan
      * un asterisco.
      ******************************************************************
       IMPRIME-COMPLETITUD.
           OPEN INPUT MUESTRA-FILE.
           IF WS-MUESTRA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ MUESTRA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM ACUMULA-DIA
                   END-READ
               END-PERFORM
               CLOSE MUESTRA-FILE
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COMPLETITUD DEL MUESTREO DE AUDITORIA AL "
               DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "MUESPCT " DELIMITED BY SIZE
               WS-PCT-MUESTRA DELIMITED BY SIZE
               "% MUESMIN " DELIMITED BY SIZE
               WS-MIN-OPERADOR DELIMITED BY SIZE
               " MUESIMP " DELIMITED BY SIZE
               WS-IMPORTE-FIJO DELIMITED BY SIZE
               " SEMILLA " DELIMITED BY SIZE
               WS-SEMILLA-INICIAL DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "  FECHA      MUES   VERI  DISP  PEND"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-TOTAL-DIAS
               MOVE SPACES TO LINEA-REPORTE
               IF WS-DIA-PENDIENTES(WS-D) > 0
                   ADD 1 TO WS-DIAS-PENDIENTES
                   MOVE "*" TO LINEA-REPORTE(1:1)
               END-IF
               STRING WS-DIA-FECHA(WS-D) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-DIA-MUESTRAS(WS-D) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-DIA-VERIFICADAS(WS-D) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DIA-DISPUTADAS(WS-D) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-DIA-PENDIENTES(WS-D) DELIMITED BY SIZE
                   INTO LINEA-REPORTE(3:70)
               WRITE LINEA-REPORTE
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-DIAS-PENDIENTES = 0
               MOVE "TODAS LAS MUESTRAS ESTAN VERIFICADAS"
                   TO LINEA-REPORTE
           ELSE
               STRING "DIAS CON MUESTRAS SIN VERIFICAR: "
                   DELIMITED BY SIZE
                   WS-DIAS-PENDIENTES DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           IF WS-DESCARTADAS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "OPERACIONES FUERA DE TABLA (NO SORTEADAS): "
                   DELIMITED BY SIZE
                   WS-DESCARTADAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE REPORTE-FILE.
           DISPLAY "DIAS CON MUESTRAS SIN VERIFICAR: "
               WS-DIAS-PENDIENTES.

       ACUMULA-DIA.
           MOVE 0 TO WS-K.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-TOTAL-DIAS OR WS-K > 0
               IF WS-DIA-FECHA(WS-D) = FECHA-MUE
                   MOVE WS-D TO WS-K
               END-IF
           END-PERFORM.
           IF WS-K = 0 AND WS-TOTAL-DIAS < 400
               ADD 1 TO WS-TOTAL-DIAS
               MOVE WS-TOTAL-DIAS TO WS-K
               MOVE FECHA-MUE TO WS-DIA-FECHA(WS-K)
               MOVE 0 TO WS-DIA-MUESTRAS(WS-K)
               MOVE 0 TO WS-DIA-VERIFICADAS(WS-K)
               MOVE 0 TO WS-DIA-DISPUTADAS(WS-K)
               MOVE 0 TO WS-DIA-PENDIENTES(WS-K)
           END-IF.
           IF WS-K > 0
               ADD 1 TO WS-DIA-MUESTRAS(WS-K)
               EVALUATE ESTADO-MUE
                   WHEN "V"
                       ADD 1 TO WS-DIA-VERIFICADAS(WS-K)
                   WHEN "D"
                       ADD 1 TO WS-DIA-DISPUTADAS(WS-K)
                   WHEN OTHER
                       ADD 1 TO WS-DIA-PENDIENTES(WS-K)
               END-EVALUATE
           END-IF.

       END PROGRAM MUESTREO-DIARIO.
