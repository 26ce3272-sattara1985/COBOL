      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Tarjeta mensual de precision por operador y sucursal,
      *          para que los supervisores sepan a quien orientar. Del
      *          periodo pedido (AAAAMM, en blanco = mes anterior) y
      *          de los dos meses previos cuenta por operador:
      *            OPER/REV   operaciones de OPERJRNL.TXT (sin las
      *                       lineas de reversa) y cuantas de ellas
      *                       quedaron reversadas despues (MARCA-REV
      *                       O, la reversa apunta con REF-REV-JRN)
      *            CAMB/CORR  cambios de PERSJRNL.TXT y cuantos
      *                       volvio a tocar otro cambio de la misma
      *                       persona dentro de DIASCORR dias
      *                       (LEE-CONFIG, por defecto 7): corregidos
      *                       o deshechos
      *            LOT/RCH    lotes de OPERTRAN.TXT del registro
      *                       LOTEREG.TXT por origen y cuantos se
      *                       rechazaron
      *            REPA       lineas en cuarentena reenviadas o
      *                       descartadas en REPARA-RECHAZOS
      *                       (RECHCTL.TXT); las de CARGARCH.TXT y
      *                       PERSRCH.TXT se cargan al operador de lote
      *                       que las presento (CARGALOTE, MANTLOTE),
      *                       las demas no tienen remitente y se
      *                       cuentan aparte.
      *          Los cambios y lotes van a la sucursal de la ultima
      *          operacion del operador en los tres meses. La TASA de
      *          errores (REV+CORR+RCH+REPA sobre OPER+CAMB+LOT+REPA)
      *          se compara con el promedio de la sucursal y se
      *          muestra su tendencia de tres meses. Solo para
      *          supervisores; el periodo se pide por
      *          PARAMETRO-SOLICITUD, asi el informe tambien corre de
      *          noche desde la cola de SOLICITUD-INFORMES. Reporte
      *          PRECREP.TXT por el servicio de impresion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECISION-OPERADORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-PERS ASSIGN TO "PERSJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERSJRNL-STATUS.
           SELECT LOTEREG-FILE ASSIGN TO "LOTEREG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "RECHCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

       FD  JOURNAL-PERS.
       01  LINEA-PERS.
           05 FECHA-PJR PIC X(8).
           05 FILLER PIC X.
           05 HORA-PJR PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-PJR PIC X(10).
           05 FILLER PIC X.
           05 ACCION-PJR PIC X.
           05 FILLER PIC X.
           05 ANTES-PJR PIC X(80).
           05 FILLER PIC X.
           05 DESPUES-PJR PIC X(80).
           05 FILLER PIC X.
           05 SELLO-PJR PIC 9(9).

       FD  LOTEREG-FILE.
       01  LINEA-LOTEREG.
           05 FECHA-LRG PIC X(8).
           05 FILLER PIC X.
           05 HORA-LRG PIC X(6).
           05 FILLER PIC X.
           05 ORIGEN-LRG PIC X(8).
           05 FILLER PIC X.
           05 LOTE-LRG PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-CAB-LRG PIC X(8).
           05 FILLER PIC X.
           05 REGISTROS-LRG PIC 9(6).
           05 FILLER PIC X.
           05 HASH-LRG PIC 9(12)V99.
           05 FILLER PIC X.
           05 ESTADO-LRG PIC X.
           05 FILLER PIC X.
           05 MOTIVO-LRG PIC X.

      *Linea que deja REPARA-RECHAZOS: fecha y hora, archivo de
      *rechazos, marca (R reenviada, X descartada), quien la reparo
      *y el dato corregido.
       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 FECHA-CTL PIC X(8).
           05 HORA-CTL PIC X(7).
           05 FILLER PIC X.
           05 ARCHIVO-CTL PIC X(12).
           05 FILLER PIC X.
           05 MARCA-CTL PIC X.
           05 FILLER PIC X.
           05 OPERADOR-CTL PIC X(10).
           05 FILLER PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "PRECREP.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "PRECOPER".
       01 WS-TITULO-SRV PIC X(40)
           VALUE "PRECISION DE OPERADORES POR SUCURSAL".
       01 LINEA-REPORTE PIC X(80).
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-PERSJRNL-STATUS PIC XX.
       01 WS-LOTEREG-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-PROGRAMA PIC X(20) VALUE "PRECISION-OPERADORES".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-FUNCION-SOL PIC X.
       01 WS-OPERADOR-SOL PIC X(10).
       01 WS-NIVEL-SOL PIC 9.
       01 WS-IDIOMA-SOL PIC XX.
       01 WS-VALOR-SOL PIC X(10).
       01 WS-ACTIVO-SOL PIC X.
       01 WS-DIAS-CORR PIC 9(3) VALUE 7.
      *Los tres meses de la tarjeta: 1 y 2 los previos, 3 el pedido.
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-OK PIC X.
       01 WS-TABLA-MESES.
           05 WS-MES-PER PIC 9(6) OCCURS 3.
       01 WS-MES-LEIDO PIC 9(6).
       01 WS-MES-SIGUIENTE PIC 9(6).
       01 WS-DESDE PIC 9(8).
       01 WS-HASTA PIC 9(8).
       01 WS-FECHA-NUM PIC 9(8).
       01 WS-FECHA-INT PIC 9(7).
       01 WS-HASTA-INT PIC 9(7).
       01 WS-LIMITE-INT PIC 9(7).
       01 WS-M PIC 9.
       01 WS-O PIC 9(3).
       01 WS-S PIC 9(3).
       01 WS-C PIC 9(4).
       01 WS-C2 PIC 9(4).
       01 WS-I PIC 9(3).
       01 WS-J PIC 9(3).
       01 WS-HALLADO PIC X.
       01 WS-ID-BUSCA PIC X(10).
       01 WS-SUC-BUSCA PIC X(2).
      *Por operador (o identificador de lote) y por mes, los siete
      *contadores de la tarjeta. La sucursal va primero para que
      *sucursal mas operador sea la clave del orden del reporte.
       01 WS-CANT-OPE PIC 9(3) VALUE 0.
       01 WS-TABLA-OPE.
           05 WS-OPE OCCURS 300.
               10 WS-OPE-SUC PIC X(2).
               10 WS-OPE-ID PIC X(10).
               10 WS-OPE-FECHA-SUC PIC X(14).
               10 WS-OPE-CIFRAS.
                   15 WS-OPE-MES OCCURS 3.
                       20 WS-OPE-OPS PIC 9(6).
                       20 WS-OPE-REV PIC 9(6).
                       20 WS-OPE-CAMB PIC 9(6).
                       20 WS-OPE-CORR PIC 9(6).
                       20 WS-OPE-LOTES PIC 9(6).
                       20 WS-OPE-RECH PIC 9(6).
                       20 WS-OPE-REP PIC 9(6).
       01 WS-OPE-AUX PIC X(152).
       01 WS-CANT-SUC PIC 9(3) VALUE 0.
       01 WS-TABLA-SUC.
           05 WS-SUC OCCURS 100.
               10 WS-SUC-ID PIC X(2).
               10 WS-SUC-CIFRAS.
                   15 WS-SUC-MES OCCURS 3.
                       20 WS-SUC-OPS PIC 9(6).
                       20 WS-SUC-REV PIC 9(6).
                       20 WS-SUC-CAMB PIC 9(6).
                       20 WS-SUC-CORR PIC 9(6).
                       20 WS-SUC-LOTES PIC 9(6).
                       20 WS-SUC-RECH PIC 9(6).
                       20 WS-SUC-REP PIC 9(6).
       01 WS-CASA-CIFRAS.
           05 WS-CASA-MES OCCURS 3.
               10 WS-CASA-OPS PIC 9(6).
               10 WS-CASA-REV PIC 9(6).
               10 WS-CASA-CAMB PIC 9(6).
               10 WS-CASA-CORR PIC 9(6).
               10 WS-CASA-LOTES PIC 9(6).
               10 WS-CASA-RECH PIC 9(6).
               10 WS-CASA-REP PIC 9(6).
      *Copia de trabajo de la linea que se esta imprimiendo, con el
      *mismo layout de cifras que operadores, sucursales y casa.
       01 WS-CIFRAS.
           05 WS-CIF-MES OCCURS 3.
               10 WS-CIF-OPS PIC 9(6).
               10 WS-CIF-REV PIC 9(6).
               10 WS-CIF-CAMB PIC 9(6).
               10 WS-CIF-CORR PIC 9(6).
               10 WS-CIF-LOTES PIC 9(6).
               10 WS-CIF-RECH PIC 9(6).
               10 WS-CIF-REP PIC 9(6).
       01 WS-TABLA-TASAS.
           05 WS-TASA-MES OCCURS 3.
               10 WS-VOL PIC 9(7).
               10 WS-ERR PIC 9(7).
               10 WS-TASA PIC 9(3)V9.
       01 WS-TASA-SUC PIC 9(3)V9.
       01 WS-VOL-SUC PIC 9(7).
       01 WS-DIF PIC S9(3)V9.
      *Cambios de personas de la ventana, en el orden del journal,
      *para buscar hacia adelante el que corrige a cada uno.
       01 WS-CANT-CAMB PIC 9(4) VALUE 0.
       01 WS-TABLA-CAMB.
           05 WS-CAMB OCCURS 5000.
               10 WS-CAM-FECHA-INT PIC 9(7).
               10 WS-CAM-SELLO PIC X(14).
               10 WS-CAM-OPERADOR PIC X(10).
               10 WS-CAM-PERSONA PIC X(6).
               10 WS-CAM-OPE PIC 9(3).
               10 WS-CAM-MES PIC 9.
       01 WS-TOPE-INT PIC 9(7).
       01 WS-CORREGIDO PIC X.
       01 WS-CAMB-OMITIDOS PIC 9(5) VALUE 0.
       01 WS-OPE-OMITIDOS PIC 9(5) VALUE 0.
       01 WS-SIN-REMITENTE PIC 9(5) VALUE 0.
       01 WS-LOTES-SIN-CAB PIC 9(5) VALUE 0.
       01 WS-NUMERADOR PIC 9(7).
       01 WS-DENOMINADOR PIC 9(7).
       01 WS-PCT-CALC PIC 9(3)V9.
       01 WS-PCT-ED PIC ZZ9.9.
       01 WS-PCT-TEXTO PIC X(5).
       01 WS-PCT-REV PIC X(5).
       01 WS-PCT-CORR PIC X(5).
       01 WS-PCT-TASA PIC X(5).
       01 WS-PCT-PROM PIC X(5).
       01 WS-DIF-TEXTO PIC X(6).
       01 WS-DIF-ED PIC -ZZ9.9.
       01 WS-TABLA-TEND.
           05 WS-TEND-PCT PIC X(5) OCCURS 3.
       01 WS-TENDENCIA PIC X(5).
       01 WS-OPS-ED PIC ZZZZ9.
       01 WS-REV-ED PIC ZZZ9.
       01 WS-CAMB-ED PIC ZZZZ9.
       01 WS-CORR-ED PIC ZZZ9.
       01 WS-LOTES-ED PIC ZZ9.
       01 WS-RECH-ED PIC ZZ9.
       01 WS-REP-ED PIC ZZZ9.
       01 WS-ETIQUETA-SUC PIC X(2).
       01 WS-ETIQUETA-ID PIC X(10).
       01 WS-SUC-ANTERIOR PIC X(3).
       01 WS-IMPRESOS PIC 9(4) VALUE 0.
       01 WS-RC-FINAL PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "OPCION RESERVADA A SUPERVISORES"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SOLICITA-PERIODO.
           IF WS-PERIODO-OK NOT = "S"
               DISPLAY "PERIODO INVALIDO"
               MOVE 4 TO WS-RC-FINAL
           ELSE
               PERFORM LEE-PARAMETROS
               PERFORM CALCULA-VENTANA
               PERFORM LEE-OPERACIONES
               PERFORM LEE-CAMBIOS
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CANT-CAMB
                   IF WS-CAM-MES(WS-C) > 0
                       PERFORM BUSCA-CORRECCION
                   END-IF
               END-PERFORM
               PERFORM LEE-LOTES
               PERFORM LEE-REPARACIONES
               PERFORM ORDENA-OPERADORES
               PERFORM ACUMULA-SUCURSALES
               PERFORM IMPRIME-REPORTE
               MOVE "PRECREP.TXT" TO WS-ARCHIVO-CAT
               MOVE 1 TO WS-PAGINAS-CAT
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
               DISPLAY "PRECISION " WS-PERIODO " - OPERADORES: "
                   WS-IMPRESOS " (PRECREP.TXT)"
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.

       SOLICITA-PERIODO.
           MOVE "S" TO WS-PERIODO-OK.
           DISPLAY "PERIODO (AAAAMM, EN BLANCO = MES ANTERIOR)".
           PERFORM TOMA-PARAMETRO.
           IF WS-VALOR-SOL = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE WS-FECHA-HORA(1:6) TO WS-MES-LEIDO
               PERFORM MES-ANTERIOR
               MOVE WS-MES-LEIDO TO WS-PERIODO
           ELSE
               IF WS-VALOR-SOL(1:6) IS NUMERIC AND
                  WS-VALOR-SOL(7:4) = SPACES
                   MOVE WS-VALOR-SOL(1:6) TO WS-PERIODO
                   IF WS-PERIODO(5:2) < "01" OR
                      WS-PERIODO(5:2) > "12" OR
                      WS-PERIODO(1:4) < "1601"
                       MOVE "N" TO WS-PERIODO-OK
                   END-IF
               ELSE
                   MOVE "N" TO WS-PERIODO-OK
               END-IF
           END-IF.

      *    En una corrida de la cola la respuesta es la que se cargo
      *    con la solicitud; si no, la teclea el operador.
       TOMA-PARAMETRO.
           MOVE "P" TO WS-FUNCION-SOL.
           CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL
               WS-OPERADOR-SOL WS-NIVEL-SOL WS-IDIOMA-SOL WS-VALOR-SOL
               WS-ACTIVO-SOL.
           IF WS-ACTIVO-SOL NOT = "S"
               MOVE SPACES TO WS-VALOR-SOL
               ACCEPT WS-VALOR-SOL
           END-IF.

      *    Enero retrocede a diciembre del anio anterior.
       MES-ANTERIOR.
           IF WS-MES-LEIDO(5:2) = "01"
               SUBTRACT 89 FROM WS-MES-LEIDO
           ELSE
               SUBTRACT 1 FROM WS-MES-LEIDO
           END-IF.

       LEE-PARAMETROS.
           MOVE "DIASCORR" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "7" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-DIAS-CORR
           END-IF.

      ******************************************************************
      * La ventana va del primer dia del mes mas viejo al ultimo del
      * periodo; los cambios se leen DIASCORR dias mas alla para ver
      * si los de fin de mes se corrigieron.
      ******************************************************************
       CALCULA-VENTANA.
           MOVE WS-PERIODO TO WS-MES-PER(3).
           MOVE WS-PERIODO TO WS-MES-LEIDO.
           PERFORM MES-ANTERIOR.
           MOVE WS-MES-LEIDO TO WS-MES-PER(2).
           PERFORM MES-ANTERIOR.
           MOVE WS-MES-LEIDO TO WS-MES-PER(1).
           COMPUTE WS-DESDE = WS-MES-PER(1) * 100 + 1.
           IF WS-PERIODO(5:2) = "12"
               COMPUTE WS-MES-SIGUIENTE = WS-PERIODO + 89
           ELSE
               COMPUTE WS-MES-SIGUIENTE = WS-PERIODO + 1
           END-IF.
           COMPUTE WS-FECHA-NUM = WS-MES-SIGUIENTE * 100 + 1.
           COMPUTE WS-HASTA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM) - 1.
           COMPUTE WS-HASTA = FUNCTION DATE-OF-INTEGER(WS-HASTA-INT).
           COMPUTE WS-LIMITE-INT = WS-HASTA-INT + WS-DIAS-CORR.

      *    Devuelve en WS-M el mes de la tarjeta al que pertenece
      *    WS-MES-LEIDO, o cero si cae fuera.
       UBICA-MES.
           MOVE 0 TO WS-M.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 3
               IF WS-MES-PER(WS-I) = WS-MES-LEIDO
                   MOVE WS-I TO WS-M
               END-IF
           END-PERFORM.

      *    Devuelve en WS-O la entrada de WS-ID-BUSCA, agregandola si
      *    no estaba; cero si la tabla ya esta llena.
       UBICA-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-CANT-OPE OR WS-HALLADO = "S"
               IF WS-OPE-ID(WS-O) = WS-ID-BUSCA
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "S"
               SUBTRACT 1 FROM WS-O
           ELSE
               IF WS-CANT-OPE < 300
                   ADD 1 TO WS-CANT-OPE
                   MOVE WS-CANT-OPE TO WS-O
                   INITIALIZE WS-OPE(WS-O)
                   MOVE WS-ID-BUSCA TO WS-OPE-ID(WS-O)
               ELSE
                   MOVE 0 TO WS-O
                   ADD 1 TO WS-OPE-OMITIDOS
               END-IF
           END-IF.

      ******************************************************************
      * Las lineas de reversa (R) no son trabajo del operador sino la
      * correccion de otro; el original reversado queda con marca O.
      * La sucursal del operador es la de su ultima operacion.
      ******************************************************************
       LEE-OPERACIONES.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-JRN IS NUMERIC
                               MOVE FECHA-JRN(1:6) TO WS-MES-LEIDO
                               PERFORM UBICA-MES
                               IF WS-M > 0 AND
                                  MARCA-REV-JRN NOT = "R"
                                   PERFORM CUENTA-OPERACION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       CUENTA-OPERACION.
           MOVE OPERADOR-JRN TO WS-ID-BUSCA.
           PERFORM UBICA-OPERADOR.
           IF WS-O > 0
               ADD 1 TO WS-OPE-OPS(WS-O, WS-M)
               IF MARCA-REV-JRN = "O"
                   ADD 1 TO WS-OPE-REV(WS-O, WS-M)
               END-IF
               IF SUCURSAL-JRN NOT = SPACES AND
                  FECHA-JRN NOT < WS-OPE-FECHA-SUC(WS-O)(1:8)
                   MOVE SUCURSAL-JRN TO WS-OPE-SUC(WS-O)
                   MOVE FECHA-JRN TO WS-OPE-FECHA-SUC(WS-O)(1:8)
                   MOVE HORA-JRN TO WS-OPE-FECHA-SUC(WS-O)(9:6)
               END-IF
           END-IF.

      ******************************************************************
      * La persona es el NUMERO-PERSONA al frente de la imagen: la de
      * despues en altas y modificaciones, la de antes en bajas.
      ******************************************************************
       LEE-CAMBIOS.
           OPEN INPUT JOURNAL-PERS.
           IF WS-PERSJRNL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-PERS
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-PJR IS NUMERIC
                               PERFORM CARGA-CAMBIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-PERS
           END-IF.

       CARGA-CAMBIO.
           MOVE FECHA-PJR TO WS-FECHA-NUM.
           IF WS-FECHA-NUM NOT < WS-DESDE
               COMPUTE WS-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               IF WS-FECHA-INT NOT > WS-LIMITE-INT
                   IF WS-CANT-CAMB < 5000
                       PERFORM AGREGA-CAMBIO
                   ELSE
                       ADD 1 TO WS-CAMB-OMITIDOS
                   END-IF
               END-IF
           END-IF.

       AGREGA-CAMBIO.
           ADD 1 TO WS-CANT-CAMB.
           MOVE WS-FECHA-INT TO WS-CAM-FECHA-INT(WS-CANT-CAMB).
           MOVE FECHA-PJR TO WS-CAM-SELLO(WS-CANT-CAMB)(1:8).
           MOVE HORA-PJR TO WS-CAM-SELLO(WS-CANT-CAMB)(9:6).
           MOVE OPERADOR-PJR TO WS-CAM-OPERADOR(WS-CANT-CAMB).
           IF ACCION-PJR = "B"
               MOVE ANTES-PJR(1:6) TO WS-CAM-PERSONA(WS-CANT-CAMB)
           ELSE
               MOVE DESPUES-PJR(1:6) TO WS-CAM-PERSONA(WS-CANT-CAMB)
           END-IF.
           MOVE 0 TO WS-CAM-OPE(WS-CANT-CAMB).
           MOVE FECHA-PJR(1:6) TO WS-MES-LEIDO.
           PERFORM UBICA-MES.
           MOVE WS-M TO WS-CAM-MES(WS-CANT-CAMB).
           IF WS-M > 0
               MOVE OPERADOR-PJR TO WS-ID-BUSCA
               PERFORM UBICA-OPERADOR
               MOVE WS-O TO WS-CAM-OPE(WS-CANT-CAMB)
               IF WS-O > 0
                   ADD 1 TO WS-OPE-CAMB(WS-O, WS-M)
               END-IF
           END-IF.

      ******************************************************************
      * Un cambio quedo corregido si otro cambio posterior de la misma
      * persona cae dentro de DIASCORR dias. Las lineas del mismo
      * operador con el mismo sello son una sola grabacion (el alta
      * que despues asigna hogar, por ejemplo) y no cuentan.
      ******************************************************************
       BUSCA-CORRECCION.
           MOVE "N" TO WS-CORREGIDO.
           COMPUTE WS-TOPE-INT = WS-CAM-FECHA-INT(WS-C) + WS-DIAS-CORR.
           PERFORM VARYING WS-C2 FROM WS-C BY 1
               UNTIL WS-C2 > WS-CANT-CAMB OR WS-CORREGIDO NOT = "N"
               IF WS-CAM-FECHA-INT(WS-C2) > WS-TOPE-INT
                   MOVE "F" TO WS-CORREGIDO
               END-IF
               IF WS-C2 > WS-C AND WS-CORREGIDO = "N" AND
                  WS-CAM-PERSONA(WS-C2) = WS-CAM-PERSONA(WS-C) AND
                  (WS-CAM-SELLO(WS-C2) NOT = WS-CAM-SELLO(WS-C) OR
                   WS-CAM-OPERADOR(WS-C2) NOT = WS-CAM-OPERADOR(WS-C))
                   MOVE "S" TO WS-CORREGIDO
               END-IF
           END-PERFORM.
           IF WS-CORREGIDO = "S" AND WS-CAM-OPE(WS-C) > 0
               MOVE WS-CAM-OPE(WS-C) TO WS-O
               MOVE WS-CAM-MES(WS-C) TO WS-M
               ADD 1 TO WS-OPE-CORR(WS-O, WS-M)
           END-IF.

      ******************************************************************
      * Un lote de OPERTRAN.TXT se carga al origen de su cabecera; los
      * que llegaron sin cabecera no tienen a quien cargarse.
      ******************************************************************
       LEE-LOTES.
           OPEN INPUT LOTEREG-FILE.
           IF WS-LOTEREG-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ LOTEREG-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-LRG IS NUMERIC
                               MOVE FECHA-LRG(1:6) TO WS-MES-LEIDO
                               PERFORM UBICA-MES
                               IF WS-M > 0
                                   PERFORM CUENTA-LOTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOTEREG-FILE
           END-IF.

       CUENTA-LOTE.
           IF ORIGEN-LRG = "SIN-CAB" OR ORIGEN-LRG = SPACES
               IF WS-M = 3
                   ADD 1 TO WS-LOTES-SIN-CAB
               END-IF
           ELSE
               MOVE ORIGEN-LRG TO WS-ID-BUSCA
               PERFORM UBICA-OPERADOR
               IF WS-O > 0
                   ADD 1 TO WS-OPE-LOTES(WS-O, WS-M)
                   IF ESTADO-LRG NOT = "A"
                       ADD 1 TO WS-OPE-RECH(WS-O, WS-M)
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Lo que paso por el puesto de correccion se carga a quien
      * presento la linea, no a quien la reparo: los rechazos de la
      * carga de personas son de CARGALOTE y los conjuntos retenidos
      * del mantenimiento nocturno son de MANTLOTE. Pares y tarjetas
      * vienen de archivos sin operador y se cuentan aparte.
      ******************************************************************
       LEE-REPARACIONES.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CONTROL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-CTL IS NUMERIC
                               MOVE FECHA-CTL(1:6) TO WS-MES-LEIDO
                               PERFORM UBICA-MES
                               IF WS-M > 0
                                   PERFORM CUENTA-REPARACION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       CUENTA-REPARACION.
           EVALUATE ARCHIVO-CTL
               WHEN "CARGARCH.TXT"
                   MOVE "CARGALOTE" TO WS-ID-BUSCA
               WHEN "PERSRCH.TXT"
                   MOVE "MANTLOTE" TO WS-ID-BUSCA
               WHEN OTHER
                   MOVE SPACES TO WS-ID-BUSCA
           END-EVALUATE.
           IF WS-ID-BUSCA = SPACES
               IF WS-M = 3
                   ADD 1 TO WS-SIN-REMITENTE
               END-IF
           ELSE
               PERFORM UBICA-OPERADOR
               IF WS-O > 0
                   ADD 1 TO WS-OPE-REP(WS-O, WS-M)
               END-IF
           END-IF.

      *    Orden por sucursal y operador (clave al frente de la
      *    entrada); la tabla es chica y alcanza con el burbujeo.
       ORDENA-OPERADORES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-CANT-OPE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-CANT-OPE - WS-I
                   IF WS-OPE(WS-J)(1:12) > WS-OPE(WS-J + 1)(1:12)
                       MOVE WS-OPE(WS-J) TO WS-OPE-AUX
                       MOVE WS-OPE(WS-J + 1) TO WS-OPE(WS-J)
                       MOVE WS-OPE-AUX TO WS-OPE(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ACUMULA-SUCURSALES.
           INITIALIZE WS-CASA-CIFRAS.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-CANT-OPE
               MOVE WS-OPE-SUC(WS-O) TO WS-SUC-BUSCA
               PERFORM UBICA-SUCURSAL
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
                   PERFORM SUMA-MES-OPERADOR
               END-PERFORM
           END-PERFORM.

       SUMA-MES-OPERADOR.
           IF WS-S > 0
               ADD WS-OPE-OPS(WS-O, WS-M) TO WS-SUC-OPS(WS-S, WS-M)
               ADD WS-OPE-REV(WS-O, WS-M) TO WS-SUC-REV(WS-S, WS-M)
               ADD WS-OPE-CAMB(WS-O, WS-M) TO WS-SUC-CAMB(WS-S, WS-M)
               ADD WS-OPE-CORR(WS-O, WS-M) TO WS-SUC-CORR(WS-S, WS-M)
               ADD WS-OPE-LOTES(WS-O, WS-M)
                   TO WS-SUC-LOTES(WS-S, WS-M)
               ADD WS-OPE-RECH(WS-O, WS-M) TO WS-SUC-RECH(WS-S, WS-M)
               ADD WS-OPE-REP(WS-O, WS-M) TO WS-SUC-REP(WS-S, WS-M)
           END-IF.
           ADD WS-OPE-OPS(WS-O, WS-M) TO WS-CASA-OPS(WS-M).
           ADD WS-OPE-REV(WS-O, WS-M) TO WS-CASA-REV(WS-M).
           ADD WS-OPE-CAMB(WS-O, WS-M) TO WS-CASA-CAMB(WS-M).
           ADD WS-OPE-CORR(WS-O, WS-M) TO WS-CASA-CORR(WS-M).
           ADD WS-OPE-LOTES(WS-O, WS-M) TO WS-CASA-LOTES(WS-M).
           ADD WS-OPE-RECH(WS-O, WS-M) TO WS-CASA-RECH(WS-M).
           ADD WS-OPE-REP(WS-O, WS-M) TO WS-CASA-REP(WS-M).

       UBICA-SUCURSAL.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-S FROM 1 BY 1
               UNTIL WS-S > WS-CANT-SUC OR WS-HALLADO = "S"
               IF WS-SUC-ID(WS-S) = WS-SUC-BUSCA
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "S"
               SUBTRACT 1 FROM WS-S
           ELSE
               IF WS-CANT-SUC < 100
                   ADD 1 TO WS-CANT-SUC
                   MOVE WS-CANT-SUC TO WS-S
                   INITIALIZE WS-SUC(WS-S)
                   MOVE WS-SUC-BUSCA TO WS-SUC-ID(WS-S)
               ELSE
                   MOVE 0 TO WS-S
               END-IF
           END-IF.

      ******************************************************************
      * Por sucursal: la linea del promedio de la sucursal y debajo la
      * de cada operador con trabajo en el periodo, cada una con su
      * tendencia de tres meses. Al final el total de la casa.
      ******************************************************************
       IMPRIME-REPORTE.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO " DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               "  TENDENCIA DESDE " DELIMITED BY SIZE
               WS-DESDE DELIMITED BY SIZE
               "  VENTANA DE CORRECCION " DELIMITED BY SIZE
               WS-DIAS-CORR DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE "SUC OPERADOR" TO LINEA-REPORTE(1:12).
           MOVE "OPER" TO LINEA-REPORTE(16:4).
           MOVE "REV" TO LINEA-REPORTE(22:3).
           MOVE "%REV" TO LINEA-REPORTE(27:4).
           MOVE "CAMB" TO LINEA-REPORTE(33:4).
           MOVE "CORR" TO LINEA-REPORTE(38:4).
           MOVE "%CORR" TO LINEA-REPORTE(43:5).
           MOVE "LOT" TO LINEA-REPORTE(49:3).
           MOVE "RCH" TO LINEA-REPORTE(53:3).
           MOVE "REPA" TO LINEA-REPORTE(57:4).
           MOVE "TASA" TO LINEA-REPORTE(63:4).
           MOVE "PROM" TO LINEA-REPORTE(69:4).
           MOVE "DIF" TO LINEA-REPORTE(77:3).
           PERFORM ESCRIBE-LINEA-SRV.
           IF WS-CANT-OPE = 0
               MOVE "SIN ACTIVIDAD EN EL PERIODO" TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.
           MOVE HIGH-VALUES TO WS-SUC-ANTERIOR.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-CANT-OPE
               IF WS-OPE-SUC(WS-O) NOT = WS-SUC-ANTERIOR
                   MOVE WS-OPE-SUC(WS-O) TO WS-SUC-ANTERIOR
                   PERFORM IMPRIME-SUCURSAL
               END-IF
               MOVE WS-OPE-CIFRAS(WS-O) TO WS-CIFRAS
               PERFORM CALCULA-TASAS
               IF WS-VOL(3) > 0
                   ADD 1 TO WS-IMPRESOS
                   MOVE WS-OPE-SUC(WS-O) TO WS-ETIQUETA-SUC
                   MOVE WS-OPE-ID(WS-O) TO WS-ETIQUETA-ID
                   PERFORM IMPRIME-CIFRAS
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE WS-CASA-CIFRAS TO WS-CIFRAS.
           PERFORM CALCULA-TASAS.
           MOVE SPACES TO WS-ETIQUETA-SUC.
           MOVE "TOTAL CASA" TO WS-ETIQUETA-ID.
           MOVE 0 TO WS-VOL-SUC.
           PERFORM IMPRIME-CIFRAS.
           PERFORM IMPRIME-PIE.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

      *    La linea de la sucursal deja su tasa del periodo como el
      *    promedio contra el que se mide cada operador.
       IMPRIME-SUCURSAL.
           MOVE WS-OPE-SUC(WS-O) TO WS-SUC-BUSCA.
           PERFORM UBICA-SUCURSAL.
           MOVE WS-SUC-CIFRAS(WS-S) TO WS-CIFRAS.
           PERFORM CALCULA-TASAS.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           IF WS-OPE-SUC(WS-O) = SPACES
               MOVE "--" TO WS-ETIQUETA-SUC
               MOVE "SIN SUC" TO WS-ETIQUETA-ID
           ELSE
               MOVE WS-OPE-SUC(WS-O) TO WS-ETIQUETA-SUC
               MOVE "PROMEDIO" TO WS-ETIQUETA-ID
           END-IF.
           MOVE 0 TO WS-VOL-SUC.
           PERFORM IMPRIME-CIFRAS.
           MOVE WS-TASA(3) TO WS-TASA-SUC.
           MOVE WS-VOL(3) TO WS-VOL-SUC.
      *    Los que no tienen sucursal no forman un grupo comparable.
           IF WS-OPE-SUC(WS-O) = SPACES
               MOVE 0 TO WS-VOL-SUC
           END-IF.

       CALCULA-TASAS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               COMPUTE WS-VOL(WS-M) = WS-CIF-OPS(WS-M)
                   + WS-CIF-CAMB(WS-M) + WS-CIF-LOTES(WS-M)
                   + WS-CIF-REP(WS-M)
               COMPUTE WS-ERR(WS-M) = WS-CIF-REV(WS-M)
                   + WS-CIF-CORR(WS-M) + WS-CIF-RECH(WS-M)
                   + WS-CIF-REP(WS-M)
               MOVE WS-ERR(WS-M) TO WS-NUMERADOR
               MOVE WS-VOL(WS-M) TO WS-DENOMINADOR
               PERFORM EDITA-PORCENTAJE
               MOVE WS-PCT-CALC TO WS-TASA(WS-M)
               MOVE WS-PCT-TEXTO TO WS-TEND-PCT(WS-M)
           END-PERFORM.

      *    Porcentaje a un decimal; sin base se muestra un guion.
       EDITA-PORCENTAJE.
           IF WS-DENOMINADOR = 0
               MOVE 0 TO WS-PCT-CALC
               MOVE "    -" TO WS-PCT-TEXTO
           ELSE
               COMPUTE WS-PCT-CALC ROUNDED =
                   WS-NUMERADOR * 100 / WS-DENOMINADOR
               MOVE WS-PCT-CALC TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-TEXTO
           END-IF.

      ******************************************************************
      * Dos lineas: las cifras del periodo con la tasa contra el
      * promedio de la sucursal (solo en las de operador, WS-VOL-SUC
      * en cero para las de sucursal y casa) y la tendencia.
      ******************************************************************
       IMPRIME-CIFRAS.
           MOVE WS-CIF-REV(3) TO WS-NUMERADOR.
           MOVE WS-CIF-OPS(3) TO WS-DENOMINADOR.
           PERFORM EDITA-PORCENTAJE.
           MOVE WS-PCT-TEXTO TO WS-PCT-REV.
           MOVE WS-CIF-CORR(3) TO WS-NUMERADOR.
           MOVE WS-CIF-CAMB(3) TO WS-DENOMINADOR.
           PERFORM EDITA-PORCENTAJE.
           MOVE WS-PCT-TEXTO TO WS-PCT-CORR.
           MOVE WS-TEND-PCT(3) TO WS-PCT-TASA.
           MOVE SPACES TO WS-PCT-PROM.
           MOVE SPACES TO WS-DIF-TEXTO.
           IF WS-VOL-SUC > 0
               MOVE WS-TASA-SUC TO WS-PCT-ED
               MOVE WS-PCT-ED TO WS-PCT-PROM
               COMPUTE WS-DIF = WS-TASA(3) - WS-TASA-SUC
               MOVE WS-DIF TO WS-DIF-ED
               MOVE WS-DIF-ED TO WS-DIF-TEXTO
           END-IF.
           MOVE WS-CIF-OPS(3) TO WS-OPS-ED.
           MOVE WS-CIF-REV(3) TO WS-REV-ED.
           MOVE WS-CIF-CAMB(3) TO WS-CAMB-ED.
           MOVE WS-CIF-CORR(3) TO WS-CORR-ED.
           MOVE WS-CIF-LOTES(3) TO WS-LOTES-ED.
           MOVE WS-CIF-RECH(3) TO WS-RECH-ED.
           MOVE WS-CIF-REP(3) TO WS-REP-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-ETIQUETA-SUC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ETIQUETA-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPS-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REV-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-REV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAMB-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CORR-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-CORR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOTES-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RECH-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REP-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-TASA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-PROM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIF-TEXTO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           EVALUATE TRUE
               WHEN WS-VOL(2) = 0
                   MOVE "NUEVO" TO WS-TENDENCIA
               WHEN WS-TASA(3) > WS-TASA(2)
                   MOVE "SUBE" TO WS-TENDENCIA
               WHEN WS-TASA(3) < WS-TASA(2)
                   MOVE "BAJA" TO WS-TENDENCIA
               WHEN OTHER
                   MOVE "IGUAL" TO WS-TENDENCIA
           END-EVALUATE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "              TENDENCIA " DELIMITED BY SIZE
               WS-MES-PER(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TEND-PCT(1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MES-PER(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TEND-PCT(2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MES-PER(3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TEND-PCT(3) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TENDENCIA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-PIE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           STRING "TASA = (REV + CORR + RCH + REPA) / "
               DELIMITED BY SIZE
               "(OPER + CAMB + LOT + REPA)" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REPARACIONES SIN REMITENTE (PARES, TARJETAS): "
               DELIMITED BY SIZE
               WS-SIN-REMITENTE DELIMITED BY SIZE
               "  LOTES SIN CABECERA: " DELIMITED BY SIZE
               WS-LOTES-SIN-CAB DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           IF WS-CAMB-OMITIDOS > 0 OR WS-OPE-OMITIDOS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "FUERA DE TABLA (NO EVALUADOS) - CAMBIOS: "
                   DELIMITED BY SIZE
                   WS-CAMB-OMITIDOS DELIMITED BY SIZE
                   "  REGISTROS: " DELIMITED BY SIZE
                   WS-OPE-OMITIDOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       END PROGRAM PRECISION-OPERADORES.
