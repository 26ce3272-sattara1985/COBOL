      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Vigilancia nocturna de patrones sobre OPERJRNL.TXT.
      *          El tope diario frena una operacion grande pero no al
      *          que parte importes justo por debajo, ni la actividad
      *          fuera de horario. Por operador y por sucursal, con
      *          las operaciones cargadas hoy, se marcan:
      *            CASI-TOPE  varias operaciones entre VIGPCT % y el
      *                       100 % del LIMITE-MAESTRO del operador
      *            REPETIDOS  el mismo importe repetido
      *            REDONDOS   importes redondos (multiplos de VIGREDON)
      *            FUERA-HORA operaciones antes de HORAINI o despues
      *                       de HORAFIN (el lote nocturno no cuenta)
      *            REVERSAS   proporcion de reversas de VIGREVPC % o
      *                       mas sobre al menos VIGMINOP operaciones
      *          Cada caso marcado se agrega a VIGILCAS.TXT, que
      *          COLA-TRABAJO ingiere como item de la cola unificada
      *          para que lo revise un supervisor, y el resumen para
      *          cumplimiento sale en VIGILREP.TXT. Umbrales por
      *          LEE-CONFIG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILA-PATRONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPERADOR-MAST ASSIGN TO "OPERMAST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT CASOS-FILE ASSIGN TO "VIGILCAS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CASOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "VIGILREP.TXT"
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

       FD  OPERADOR-MAST.
       01  LINEA-MAESTRO.
           05 ID-MAESTRO PIC X(10).
           05 FILLER PIC X.
           05 NOMBRE-MAESTRO PIC X(20).
           05 FILLER PIC X.
           05 NIVEL-MAESTRO PIC 9.
           05 FILLER PIC X.
           05 LIMITE-MAESTRO PIC X(10).

       FD  CASOS-FILE.
       01  LINEA-CASO.
           05 FECHA-CASO PIC X(8).
           05 FILLER PIC X.
           05 TIPO-CASO PIC X.
           05 FILLER PIC X.
           05 ENTIDAD-CASO PIC X(10).
           05 FILLER PIC X.
           05 PATRON-CASO PIC X(10).
           05 FILLER PIC X.
           05 CANTIDAD-CASO PIC 9(4).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-MAST-STATUS PIC XX.
       01 WS-CASOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-PROGRAMA PIC X(20) VALUE "VIGILA-PATRONES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-PCT-CASI PIC 9(3) VALUE 90.
       01 WS-MIN-CASI PIC 9(4) VALUE 3.
       01 WS-MIN-REPETIDOS PIC 9(4) VALUE 3.
       01 WS-REDONDO PIC 9(6) VALUE 1000.
       01 WS-HORA-INICIO PIC X(6) VALUE "080000".
       01 WS-HORA-FIN PIC X(6) VALUE "200000".
       01 WS-PCT-REVERSAS PIC 9(3) VALUE 20.
       01 WS-MIN-OPERACIONES PIC 9(4) VALUE 5.
       01 WS-OPERADOR-LOTE PIC X(10) VALUE "OPERLOTE".
       01 WS-TOTAL-LIMITES PIC 9(3) VALUE 0.
       01 WS-TABLA-LIMITES.
           05 WS-LIM OCCURS 200.
               10 WS-LIM-OPERADOR PIC X(10).
               10 WS-LIM-TOPE PIC 9(9)V99.
       01 WS-TOTAL-OPS PIC 9(4) VALUE 0.
       01 WS-DESCARTADAS PIC 9(5) VALUE 0.
       01 WS-TABLA-OPS.
           05 WS-OP OCCURS 2000.
               10 WS-OP-OPERADOR PIC X(10).
               10 WS-OP-SUCURSAL PIC X(2).
               10 WS-OP-IMPORTE PIC 9(9)V99.
               10 WS-OP-REVERSA PIC X.
       01 WS-TOTAL-ENT PIC 9(3) VALUE 0.
       01 WS-TABLA-ENT.
           05 WS-ENT OCCURS 300.
               10 WS-ENT-TIPO PIC X.
               10 WS-ENT-CLAVE PIC X(10).
               10 WS-ENT-OPS PIC 9(4).
               10 WS-ENT-CASI PIC 9(4).
               10 WS-ENT-REPETIDOS PIC 9(4).
               10 WS-ENT-REDONDOS PIC 9(4).
               10 WS-ENT-FUERA PIC 9(4).
               10 WS-ENT-REVERSAS PIC 9(4).
       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-E PIC 9(3).
       01 WS-L PIC 9(3).
       01 WS-TIPO-BUSCA PIC X.
       01 WS-CLAVE-BUSCA PIC X(10).
       01 WS-TOPE PIC 9(9)V99.
       01 WS-UMBRAL PIC 9(9)V99.
       01 WS-IMPORTE PIC 9(9)V99.
       01 WS-TASA PIC 9(5)V9(6).
      *El importe de una operacion se redondea como lo hizo
      *OPERACIONES_BASICAS al consumir el tope (misma politica, sin
      *asentar residuo), para que las cifras coincidan.
       01 WS-RED-PROGRAMA PIC X(20) VALUE "OPERACIONES_BASICAS".
       01 WS-RED-OPERACION PIC X(6) VALUE "LIMITE".
       01 WS-RED-EXACTO PIC S9(11)V9(6).
       01 WS-RED-RESULTADO PIC S9(11)V99.
       01 WS-RED-REGISTRA PIC X VALUE "N".
       01 WS-ES-CASI PIC X.
       01 WS-ES-REDONDO PIC X.
       01 WS-ES-FUERA PIC X.
       01 WS-IGUALES PIC 9(4).
       01 WS-COCIENTE PIC 9(9).
       01 WS-RESTO PIC 9(9)V99.
       01 WS-PCT-CALC PIC 9(3)V99.
       01 WS-CASOS PIC 9(4) VALUE 0.
       01 WS-PATRON PIC X(10).
       01 WS-CANTIDAD PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM CARGA-CONFIG.
           PERFORM CARGA-LIMITES.
           PERFORM LEE-JOURNAL.
           PERFORM CUENTA-REPETIDOS.
           PERFORM IMPRIME-VIGILANCIA.
           MOVE "VIGILREP.TXT" TO WS-ARCHIVO-CAT.
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
           MOVE "VIGPCT" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "90" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-PCT-CASI
           END-IF.
           MOVE "VIGCANT" TO WS-PARAMETRO-CFG.
           MOVE "3" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-MIN-CASI
           END-IF.
           MOVE "VIGREPE" TO WS-PARAMETRO-CFG.
           MOVE "3" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-MIN-REPETIDOS
           END-IF.
           MOVE "VIGREDON" TO WS-PARAMETRO-CFG.
           MOVE "1000" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(15:6) IS NUMERIC AND
              WS-VALOR-CFG(15:6) NOT = "000000"
               MOVE WS-VALOR-CFG(15:6) TO WS-REDONDO
           END-IF.
           MOVE "HORAINI" TO WS-PARAMETRO-CFG.
           MOVE "080000" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(15:6) IS NUMERIC
               MOVE WS-VALOR-CFG(15:6) TO WS-HORA-INICIO
           END-IF.
           MOVE "HORAFIN" TO WS-PARAMETRO-CFG.
           MOVE "200000" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(15:6) IS NUMERIC
               MOVE WS-VALOR-CFG(15:6) TO WS-HORA-FIN
           END-IF.
           MOVE "VIGREVPC" TO WS-PARAMETRO-CFG.
           MOVE "20" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-PCT-REVERSAS
           END-IF.
           MOVE "VIGMINOP" TO WS-PARAMETRO-CFG.
           MOVE "5" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-MIN-OPERACIONES
           END-IF.

       CARGA-LIMITES.
           OPEN INPUT OPERADOR-MAST.
           IF WS-MAST-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ OPERADOR-MAST
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF LIMITE-MAESTRO IS NUMERIC AND
                              WS-TOTAL-LIMITES < 200
                               ADD 1 TO WS-TOTAL-LIMITES
                               MOVE ID-MAESTRO TO
                                   WS-LIM-OPERADOR(WS-TOTAL-LIMITES)
                               MOVE FUNCTION NUMVAL(LIMITE-MAESTRO)
                                   TO WS-LIM-TOPE(WS-TOTAL-LIMITES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADOR-MAST
           END-IF.

      ******************************************************************
      * Se miran las operaciones cargadas hoy (fecha de carga, no
      * fecha valor: lo que importa es cuando se tecleo). El importe
      * es el mismo que consume el tope: los dos operandos sin signo
      * pasados a moneda base.
      ******************************************************************
       LEE-JOURNAL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-JRN = WS-HOY
                               PERFORM EXAMINA-OPERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       EXAMINA-OPERACION.
           IF TASA-JRN IS NUMERIC AND TASA-JRN > 0
               MOVE TASA-JRN TO WS-TASA
           ELSE
               MOVE 1 TO WS-TASA
           END-IF.
           COMPUTE WS-RED-EXACTO =
               (FUNCTION ABS(NUM1-JRN) + FUNCTION ABS(NUM2-JRN))
               * WS-TASA.
           CALL "REDONDEA-IMPORTE" USING WS-RED-PROGRAMA
               WS-RED-OPERACION WS-RED-EXACTO WS-RED-RESULTADO
               WS-RED-REGISTRA.
           MOVE WS-RED-RESULTADO TO WS-IMPORTE.
           MOVE "N" TO WS-ES-CASI.
           MOVE "N" TO WS-ES-REDONDO.
           MOVE "N" TO WS-ES-FUERA.
           IF MARCA-REV-JRN NOT = "R"
               PERFORM BUSCA-TOPE
               IF WS-TOPE > 0
                   COMPUTE WS-UMBRAL ROUNDED =
                       WS-TOPE * WS-PCT-CASI / 100
                   IF WS-IMPORTE >= WS-UMBRAL AND
                      WS-IMPORTE <= WS-TOPE
                       MOVE "S" TO WS-ES-CASI
                   END-IF
               END-IF
               IF WS-IMPORTE > 0
                   DIVIDE WS-IMPORTE BY WS-REDONDO
                       GIVING WS-COCIENTE REMAINDER WS-RESTO
                   IF WS-RESTO = 0
                       MOVE "S" TO WS-ES-REDONDO
                   END-IF
               END-IF
           END-IF.
           IF OPERADOR-JRN NOT = WS-OPERADOR-LOTE AND
              (HORA-JRN < WS-HORA-INICIO OR HORA-JRN > WS-HORA-FIN)
               MOVE "S" TO WS-ES-FUERA
           END-IF.
           MOVE "O" TO WS-TIPO-BUSCA.
           MOVE OPERADOR-JRN TO WS-CLAVE-BUSCA.
           PERFORM ACUMULA-ENTIDAD.
           MOVE "S" TO WS-TIPO-BUSCA.
           MOVE SPACES TO WS-CLAVE-BUSCA.
           MOVE SUCURSAL-JRN TO WS-CLAVE-BUSCA.
           PERFORM ACUMULA-ENTIDAD.
           IF WS-TOTAL-OPS < 2000
               ADD 1 TO WS-TOTAL-OPS
               MOVE OPERADOR-JRN TO WS-OP-OPERADOR(WS-TOTAL-OPS)
               MOVE SUCURSAL-JRN TO WS-OP-SUCURSAL(WS-TOTAL-OPS)
               MOVE WS-IMPORTE TO WS-OP-IMPORTE(WS-TOTAL-OPS)
               IF MARCA-REV-JRN = "R"
                   MOVE "S" TO WS-OP-REVERSA(WS-TOTAL-OPS)
               ELSE
                   MOVE "N" TO WS-OP-REVERSA(WS-TOTAL-OPS)
               END-IF
           ELSE
               ADD 1 TO WS-DESCARTADAS
           END-IF.

       BUSCA-TOPE.
           MOVE 0 TO WS-TOPE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-TOTAL-LIMITES
               IF WS-LIM-OPERADOR(WS-L) = OPERADOR-JRN
                   MOVE WS-LIM-TOPE(WS-L) TO WS-TOPE
               END-IF
           END-PERFORM.

       ACUMULA-ENTIDAD.
           PERFORM UBICA-ENTIDAD.
           IF WS-E > 0
               ADD 1 TO WS-ENT-OPS(WS-E)
               IF WS-ES-CASI = "S"
                   ADD 1 TO WS-ENT-CASI(WS-E)
               END-IF
               IF WS-ES-REDONDO = "S"
                   ADD 1 TO WS-ENT-REDONDOS(WS-E)
               END-IF
               IF WS-ES-FUERA = "S"
                   ADD 1 TO WS-ENT-FUERA(WS-E)
               END-IF
               IF MARCA-REV-JRN = "R"
                   ADD 1 TO WS-ENT-REVERSAS(WS-E)
               END-IF
           END-IF.

       UBICA-ENTIDAD.
           MOVE 0 TO WS-E.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-TOTAL-ENT OR WS-E > 0
               IF WS-ENT-TIPO(WS-L) = WS-TIPO-BUSCA AND
                  WS-ENT-CLAVE(WS-L) = WS-CLAVE-BUSCA
                   MOVE WS-L TO WS-E
               END-IF
           END-PERFORM.
           IF WS-E = 0
               IF WS-TOTAL-ENT < 300
                   ADD 1 TO WS-TOTAL-ENT
                   MOVE WS-TOTAL-ENT TO WS-E
                   MOVE WS-TIPO-BUSCA TO WS-ENT-TIPO(WS-E)
                   MOVE WS-CLAVE-BUSCA TO WS-ENT-CLAVE(WS-E)
                   MOVE 0 TO WS-ENT-OPS(WS-E)
                   MOVE 0 TO WS-ENT-CASI(WS-E)
                   MOVE 0 TO WS-ENT-REPETIDOS(WS-E)
                   MOVE 0 TO WS-ENT-REDONDOS(WS-E)
                   MOVE 0 TO WS-ENT-FUERA(WS-E)
                   MOVE 0 TO WS-ENT-REVERSAS(WS-E)
               ELSE
                   MOVE "UBICA-ENTIDAD" TO WS-PARRAFO
                   MOVE "SURVEILLANCE ENTITY TABLE FULL"
                       TO WS-DESCRIPCION
                   MOVE "W" TO WS-SEVERIDAD
                   MOVE "TABL" TO WS-CODIGO
                   CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                       WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * Importes repetidos: para cada operacion (sin contar reversas)
      * se cuentan las del mismo operador, y aparte las de la misma
      * sucursal, con el mismo importe; queda el mayor grupo.
      ******************************************************************
       CUENTA-REPETIDOS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-OPS
               IF WS-OP-REVERSA(WS-I) = "N" AND
                  WS-OP-IMPORTE(WS-I) > 0
                   MOVE 0 TO WS-IGUALES
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-TOTAL-OPS
                       IF WS-OP-REVERSA(WS-J) = "N" AND
                          WS-OP-OPERADOR(WS-J) = WS-OP-OPERADOR(WS-I)
                          AND WS-OP-IMPORTE(WS-J) = WS-OP-IMPORTE(WS-I)
                           ADD 1 TO WS-IGUALES
                       END-IF
                   END-PERFORM
                   MOVE "O" TO WS-TIPO-BUSCA
                   MOVE WS-OP-OPERADOR(WS-I) TO WS-CLAVE-BUSCA
                   PERFORM GUARDA-REPETIDOS
                   MOVE 0 TO WS-IGUALES
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-TOTAL-OPS
                       IF WS-OP-REVERSA(WS-J) = "N" AND
                          WS-OP-SUCURSAL(WS-J) = WS-OP-SUCURSAL(WS-I)
                          AND WS-OP-IMPORTE(WS-J) = WS-OP-IMPORTE(WS-I)
                           ADD 1 TO WS-IGUALES
                       END-IF
                   END-PERFORM
                   MOVE "S" TO WS-TIPO-BUSCA
                   MOVE SPACES TO WS-CLAVE-BUSCA
                   MOVE WS-OP-SUCURSAL(WS-I) TO WS-CLAVE-BUSCA
                   PERFORM GUARDA-REPETIDOS
               END-IF
           END-PERFORM.

       GUARDA-REPETIDOS.
           PERFORM UBICA-ENTIDAD.
           IF WS-E > 0 AND WS-IGUALES > WS-ENT-REPETIDOS(WS-E)
               MOVE WS-IGUALES TO WS-ENT-REPETIDOS(WS-E)
           END-IF.

      ******************************************************************
      * Resumen para cumplimiento y casos para la cola de trabajo.
      ******************************************************************
       IMPRIME-VIGILANCIA.
           OPEN OUTPUT REPORTE-FILE.
           OPEN EXTEND CASOS-FILE.
           IF WS-CASOS-STATUS = "35"
               OPEN OUTPUT CASOS-FILE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VIGILANCIA DE PATRONES DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " - OPERACIONES: " DELIMITED BY SIZE
               WS-TOTAL-OPS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "UMBRAL CASI-TOPE " DELIMITED BY SIZE
               WS-PCT-CASI DELIMITED BY SIZE
               "% X" DELIMITED BY SIZE
               WS-MIN-CASI DELIMITED BY SIZE
               " REPET X" DELIMITED BY SIZE
               WS-MIN-REPETIDOS DELIMITED BY SIZE
               " REDONDO " DELIMITED BY SIZE
               WS-REDONDO DELIMITED BY SIZE
               " HORARIO " DELIMITED BY SIZE
               WS-HORA-INICIO DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HORA-FIN DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "T ENTIDAD    PATRON     CANT  DE OPS" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-TOTAL-ENT
               PERFORM EVALUA-ENTIDAD
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-CASOS = 0
               MOVE "SIN CASOS MARCADOS" TO LINEA-REPORTE
           ELSE
               STRING "CASOS MARCADOS Y ENVIADOS A LA COLA: "
                   DELIMITED BY SIZE
                   WS-CASOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           IF WS-DESCARTADAS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "OPERACIONES FUERA DE TABLA (SIN REPETIDOS): "
                   DELIMITED BY SIZE
                   WS-DESCARTADAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           CLOSE CASOS-FILE.
           CLOSE REPORTE-FILE.
           DISPLAY "VIGILANCIA DE PATRONES - CASOS: " WS-CASOS.

       EVALUA-ENTIDAD.
           IF WS-ENT-CASI(WS-E) >= WS-MIN-CASI
               MOVE "CASI-TOPE" TO WS-PATRON
               MOVE WS-ENT-CASI(WS-E) TO WS-CANTIDAD
               PERFORM GRABA-CASO
           END-IF.
           IF WS-ENT-REPETIDOS(WS-E) >= WS-MIN-REPETIDOS
               MOVE "REPETIDOS" TO WS-PATRON
               MOVE WS-ENT-REPETIDOS(WS-E) TO WS-CANTIDAD
               PERFORM GRABA-CASO
           END-IF.
           IF WS-ENT-REDONDOS(WS-E) >= WS-MIN-REPETIDOS
               MOVE "REDONDOS" TO WS-PATRON
               MOVE WS-ENT-REDONDOS(WS-E) TO WS-CANTIDAD
               PERFORM GRABA-CASO
           END-IF.
           IF WS-ENT-FUERA(WS-E) > 0
               MOVE "FUERA-HORA" TO WS-PATRON
               MOVE WS-ENT-FUERA(WS-E) TO WS-CANTIDAD
               PERFORM GRABA-CASO
           END-IF.
           IF WS-ENT-OPS(WS-E) >= WS-MIN-OPERACIONES AND
              WS-ENT-REVERSAS(WS-E) > 0
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-ENT-REVERSAS(WS-E) * 100 / WS-ENT-OPS(WS-E)
               IF WS-PCT-CALC >= WS-PCT-REVERSAS
                   MOVE "REVERSAS" TO WS-PATRON
                   MOVE WS-ENT-REVERSAS(WS-E) TO WS-CANTIDAD
                   PERFORM GRABA-CASO
               END-IF
           END-IF.

       GRABA-CASO.
           ADD 1 TO WS-CASOS.
           MOVE SPACES TO LINEA-CASO.
           MOVE WS-HOY TO FECHA-CASO.
           MOVE WS-ENT-TIPO(WS-E) TO TIPO-CASO.
           MOVE WS-ENT-CLAVE(WS-E) TO ENTIDAD-CASO.
           MOVE WS-PATRON TO PATRON-CASO.
           MOVE WS-CANTIDAD TO CANTIDAD-CASO.
           WRITE LINEA-CASO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-ENT-TIPO(WS-E) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENT-CLAVE(WS-E) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PATRON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CANTIDAD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ENT-OPS(WS-E) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM VIGILA-PATRONES.
