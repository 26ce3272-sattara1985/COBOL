      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Cierre de caja del operador. Con la opcion 1 el
      *          operador declara el conteo fisico de su caja al
      *          terminar el dia; la posicion esperada es el fondo
      *          inicial de CAJA.TXT (POSICION-CAJA) mas el
      *          movimiento del dia que OPERACIONES_BASICAS acumulo
      *          para el en OPERTOT.TXT, y la diferencia queda como
      *          sobrante o faltante. Un faltante mayor que la
      *          tolerancia (parametro TOLERANCIA de LEE-CONFIG, en
      *          unidades enteras, 5 por defecto) queda pendiente y
      *          no deja ingresar al operador al dia siguiente hasta
      *          que un supervisor, distinto del operador, lo
      *          resuelva con la opcion 2. Cierre y resolucion dejan
      *          su linea en AUDITLOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-CAJA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAJA-FILE ASSIGN TO "CAJA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAJA-STATUS.
           SELECT CAJA-TEMP ASSIGN TO "CAJATMP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAJA-TEMP-STATUS.
           SELECT OPERTOT-FILE ASSIGN TO "OPERTOT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERTOT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAJA-FILE.
       01  LINEA-CAJA.
           05 FECHA-CAJ PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-CAJ PIC X(10).
           05 FILLER PIC X.
           05 SUCURSAL-CAJ PIC X(2).
           05 FILLER PIC X.
           05 FONDO-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 ESPERADO-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 DECLARADO-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 DIFERENCIA-CAJ PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 ESTADO-CAJ PIC X.
           05 FILLER PIC X.
           05 SUPERVISOR-CAJ PIC X(10).

       FD  CAJA-TEMP.
       01  LINEA-CAJA-TEMP PIC X(79).

       FD  OPERTOT-FILE.
       01  LINEA-OPERTOT.
           05 FECHA-OPT PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-OPT PIC X(10).
           05 FILLER PIC X.
           05 SUMA-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RESTA-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MULTI-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 DIVI-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  AUDIT-LOG.
       01  LINEA-AUDIT PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-CAJA-STATUS PIC XX.
       01 WS-CAJA-TEMP-STATUS PIC XX.
       01 WS-OPERTOT-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "CIERRE-CAJA".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-OPCION PIC X.
       01 WS-MODO-CAJA PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-HALLADO PIC X.
       01 WS-ID-TRABAJO PIC X(10).
       01 WS-ACCION-AUDIT PIC X(12).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-TOLERANCIA PIC 9(7) VALUE 5.
       01 WS-FONDO PIC S9(7)V99.
       01 WS-MOVIMIENTO PIC S9(8)V99.
       01 WS-ESPERADO PIC S9(7)V99.
       01 WS-DECLARADO PIC S9(7)V99.
       01 WS-DIFERENCIA PIC S9(7)V99.
       01 WS-IMPORTE-ED PIC -(7)9.99.
       01 WS-IMPORTE-ENTRADA PIC X(12).
       01 WS-IMPORTE PIC S9(6)V99.
       01 WS-ES-VALIDO PIC X.
       01 WS-INTENTOS PIC 9.
       01 WS-RESUELTOS PIC 9(3).
       01 WS-TEXTO-ALERTA PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM CARGA-CONFIG.
           DISPLAY "1. DECLARAR CONTEO DE CIERRE DE MI CAJA".
           DISPLAY "2. RESOLVER FALTANTE DE UN OPERADOR (SUPERVISOR)".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM DECLARA-CONTEO
               WHEN "2"
                   IF WS-NIVEL < 2
                       DISPLAY "OPCION RESERVADA A SUPERVISORES"
                   ELSE
                       PERFORM RESUELVE-FALTANTE
                   END-IF
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-CONFIG.
           MOVE "TOLERANCIA" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "5" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(14:7) IS NUMERIC
               MOVE WS-VALOR-CFG(14:7) TO WS-TOLERANCIA
           END-IF.

      ******************************************************************
      * Conteo a ciegas: el operador declara lo que cuenta antes de
      * ver la posicion esperada, que se muestra recien despues.
      ******************************************************************
       DECLARA-CONTEO.
           PERFORM BUSCA-CAJA-HOY.
           IF WS-HALLADO NOT = "S"
               DISPLAY "NO HAY CAJA ABIERTA HOY PARA " WS-OPERADOR
           ELSE
               PERFORM SUMA-MOVIMIENTO
               COMPUTE WS-ESPERADO = WS-FONDO + WS-MOVIMIENTO
               PERFORM SOLICITA-CONTEO
               IF WS-ES-VALIDO = "S"
                   COMPUTE WS-DIFERENCIA = WS-DECLARADO - WS-ESPERADO
                   MOVE WS-OPERADOR TO WS-ID-TRABAJO
                   MOVE "C" TO WS-MODO-CAJA
                   PERFORM REESCRIBE-CAJA
                   PERFORM INFORMA-CIERRE
                   MOVE "CIERRE-CAJA" TO WS-ACCION-AUDIT
                   PERFORM GRABA-AUDITORIA
               END-IF
           END-IF.

       BUSCA-CAJA-HOY.
           MOVE "N" TO WS-HALLADO.
           OPEN INPUT CAJA-FILE.
           IF WS-CAJA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAJA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-CAJ = WS-HOY AND
                              OPERADOR-CAJ = WS-OPERADOR AND
                              ESTADO-CAJ = "A"
                               MOVE "S" TO WS-HALLADO
                               MOVE FONDO-CAJ TO WS-FONDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAJA-FILE
           END-IF.

      *    El movimiento del dia es el mismo que prueba
      *    CUADRE-OPERADOR: los seis acumuladores de OPERTOT.TXT.
       SUMA-MOVIMIENTO.
           MOVE 0 TO WS-MOVIMIENTO.
           OPEN INPUT OPERTOT-FILE.
           IF WS-OPERTOT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ OPERTOT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-OPT = WS-HOY AND
                              OPERADOR-OPT = WS-OPERADOR
                               COMPUTE WS-MOVIMIENTO = WS-MOVIMIENTO
                                   + SUMA-OPT + RESTA-OPT + MULTI-OPT
                                   + DIVI-OPT + PCT-OPT + RAIZ-OPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERTOT-FILE
           END-IF.

       SOLICITA-CONTEO.
           MOVE "N" TO WS-ES-VALIDO.
           MOVE 0 TO WS-INTENTOS.
           PERFORM UNTIL WS-ES-VALIDO = "S" OR WS-INTENTOS >= 3
               DISPLAY "CONTEO FISICO DE CIERRE (EJ 1234.56)"
               ACCEPT WS-IMPORTE-ENTRADA
               CALL "VALIDA-DECIMAL" USING WS-IMPORTE-ENTRADA
                   WS-IMPORTE WS-ES-VALIDO
               ADD 1 TO WS-INTENTOS
               IF WS-ES-VALIDO = "S" AND WS-IMPORTE < 0
                   MOVE "N" TO WS-ES-VALIDO
               END-IF
               IF WS-ES-VALIDO NOT = "S"
                   DISPLAY "IMPORTE INVALIDO, INTENTE DE NUEVO"
               END-IF
           END-PERFORM.
           IF WS-ES-VALIDO NOT = "S"
               DISPLAY "DEMASIADOS INTENTOS, LA CAJA QUEDA ABIERTA"
           ELSE
               MOVE WS-IMPORTE TO WS-DECLARADO
           END-IF.

       INFORMA-CIERRE.
           MOVE WS-ESPERADO TO WS-IMPORTE-ED.
           DISPLAY "POSICION ESPERADA: " WS-IMPORTE-ED.
           MOVE WS-DECLARADO TO WS-IMPORTE-ED.
           DISPLAY "CONTEO DECLARADO:  " WS-IMPORTE-ED.
           MOVE WS-DIFERENCIA TO WS-IMPORTE-ED.
           EVALUATE TRUE
               WHEN WS-DIFERENCIA = 0
                   DISPLAY "CAJA CUADRADA"
               WHEN WS-DIFERENCIA > 0
                   DISPLAY "SOBRANTE:          " WS-IMPORTE-ED
               WHEN OTHER
                   DISPLAY "FALTANTE:          " WS-IMPORTE-ED
           END-EVALUATE.
           IF WS-DIFERENCIA < 0 AND 0 - WS-DIFERENCIA > WS-TOLERANCIA
               DISPLAY "FALTANTE FUERA DE TOLERANCIA: QUEDA PENDIENTE "
                   "DE UN SUPERVISOR"
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "FALTANTE DE CAJA: " DELIMITED BY SIZE
                   WS-OPERADOR DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.

      ******************************************************************
      * Resolucion: el supervisor levanta todos los faltantes
      * pendientes del operador; su ID queda en cada linea resuelta.
      ******************************************************************
       RESUELVE-FALTANTE.
           DISPLAY "ID DEL OPERADOR".
           ACCEPT WS-ID-TRABAJO.
           IF WS-ID-TRABAJO = SPACES
               DISPLAY "EL ID NO PUEDE QUEDAR EN BLANCO"
           ELSE
               IF WS-ID-TRABAJO = WS-OPERADOR
                   DISPLAY "UN SUPERVISOR NO RESUELVE SU PROPIO "
                       "FALTANTE"
               ELSE
                   MOVE 0 TO WS-RESUELTOS
                   MOVE "R" TO WS-MODO-CAJA
                   PERFORM REESCRIBE-CAJA
                   IF WS-RESUELTOS = 0
                       DISPLAY "EL OPERADOR NO TIENE FALTANTES "
                           "PENDIENTES"
                   ELSE
                       DISPLAY "FALTANTES RESUELTOS: " WS-RESUELTOS
                       MOVE "FALTANTE-OK" TO WS-ACCION-AUDIT
                       PERFORM GRABA-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      *    WS-MODO-CAJA dice que se aplica: C cierra la caja de hoy
      *    del operador, R resuelve sus faltantes pendientes.
       REESCRIBE-CAJA.
           OPEN INPUT CAJA-FILE.
           IF WS-CAJA-STATUS = "00"
               OPEN OUTPUT CAJA-TEMP
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAJA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF OPERADOR-CAJ = WS-ID-TRABAJO
                               PERFORM APLICA-CAJA
                           END-IF
                           MOVE LINEA-CAJA TO LINEA-CAJA-TEMP
                           WRITE LINEA-CAJA-TEMP
                   END-READ
               END-PERFORM
               CLOSE CAJA-FILE
               CLOSE CAJA-TEMP
               PERFORM VUELVE-DEL-TEMP
           END-IF.

       APLICA-CAJA.
           IF WS-MODO-CAJA = "C" AND FECHA-CAJ = WS-HOY AND
              ESTADO-CAJ = "A"
               MOVE WS-ESPERADO TO ESPERADO-CAJ
               MOVE WS-DECLARADO TO DECLARADO-CAJ
               MOVE WS-DIFERENCIA TO DIFERENCIA-CAJ
               IF WS-DIFERENCIA < 0 AND
                  0 - WS-DIFERENCIA > WS-TOLERANCIA
                   MOVE "F" TO ESTADO-CAJ
               ELSE
                   MOVE "C" TO ESTADO-CAJ
               END-IF
           END-IF.
           IF WS-MODO-CAJA = "R" AND ESTADO-CAJ = "F"
               MOVE "R" TO ESTADO-CAJ
               MOVE WS-OPERADOR TO SUPERVISOR-CAJ
               ADD 1 TO WS-RESUELTOS
               MOVE DIFERENCIA-CAJ TO WS-IMPORTE-ED
               DISPLAY "  " FECHA-CAJ " FALTANTE " WS-IMPORTE-ED
           END-IF.

       VUELVE-DEL-TEMP.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT CAJA-TEMP.
           OPEN OUTPUT CAJA-FILE.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ CAJA-TEMP
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE LINEA-CAJA-TEMP TO LINEA-CAJA
                       WRITE LINEA-CAJA
               END-READ
           END-PERFORM.
           CLOSE CAJA-TEMP.
           CLOSE CAJA-FILE.

       GRABA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO LINEA-AUDIT.
           STRING WS-FECHA-HORA(1:15) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCION-AUDIT DELIMITED BY SIZE
               " SOBRE=" DELIMITED BY SIZE
               WS-ID-TRABAJO DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDIT.
           WRITE LINEA-AUDIT.
           CLOSE AUDIT-LOG.

       END PROGRAM CIERRE-CAJA.
