           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TARIFAS-FILE ASSIGN TO "TARIFAS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TARIFAS-STATUS.
           SELECT CAMBIOS-FILE ASSIGN TO "TIPOCAMB.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CAMBIOS-STATUS.
           SELECT ESTADO-FILE ASSIGN TO "CUADREST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.
           SELECT LOTEREG-FILE ASSIGN TO "LOTEREG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOTEREG-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 TOTAL-DIVI-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-PCT-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-RAIZ-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TOTAL-COMIS-REC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  HISTORIAL-FILE.
       01  LINEA-HISTORIAL.
           05 MOV-RAIZ-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-PCT-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-RAIZ-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 MOV-COMIS-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 SAL-COMIS-HIST PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  JOURNAL-OPER.
       01  LINEA-JOURNAL.
           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X.
           05 COMISION-JRN PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 MONEDA-JRN PIC X(3).
           05 FILLER PIC X.
           05 TASA-JRN PIC 9(5)V9(6).
           05 FILLER PIC X.
           05 CONTRA-SUC-JRN PIC X(2).
           05 FILLER PIC X.
           05 FECHA-VALOR-JRN PIC X(8).
           05 FILLER PIC X.
           05 PERSONA-JRN PIC 9(6).
           05 FILLER PIC X.
           05 SELLO-JRN PIC 9(9).
      *El sello encadena la linea con la anterior (CALCULA-SELLO) y
      *se calcula sobre el cuerpo, todo lo que precede al sello.
       01  LINEA-JOURNAL-CUERPO.
           05 CUERPO-JRN PIC X(130).
           05 FILLER PIC X(10).

       FD  TRANSACCION-FILE.
       01  LINEA-TRANSACCION.
           05 SUCURSAL-TRAN PIC X(2).
           05 FILLER PIC X.
           05 TRACE-TRAN PIC X(14).
           05 FILLER PIC X.
           05 MONEDA-TRAN PIC X(3).
           05 FILLER PIC X.
           05 SUCDEST-TRAN PIC X(2).
           05 FILLER PIC X.
           05 PERSONA-TRAN PIC X(6).
       01  CABECERA-TRAN REDEFINES LINEA-TRANSACCION.
           05 TIPO-CAB-TRAN PIC X.
           05 FILLER PIC X.
           05 ORIGEN-CAB-TRAN PIC X(8).
           05 FILLER PIC X.
           05 LOTE-CAB-TRAN PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-CAB-TRAN PIC X(8).
           05 FILLER PIC X(33).
       01  COLA-TRAN REDEFINES LINEA-TRANSACCION.
           05 TIPO-COLA-TRAN PIC X.
           05 FILLER PIC X.
           05 REGISTROS-COLA-TRAN PIC 9(6).
           05 FILLER PIC X.
           05 HASH-COLA-TRAN PIC 9(12)V99.
           05 FILLER PIC X(36).

       FD  REPORTE-OPER.
       01  LINEA-OPER-REP PIC X(60).
           05 DIVI-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 TRANSF-SUC PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

       FD  JOURNAL-TEMP.
       01  LINEA-JOURNAL-TEMP PIC X(140).

      *Maestro de operadores con su tope diario: las primeras
      *columnas son las de siempre (id, nombre, nivel); LIMITE trae
           05 DIVI-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 PCT-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 RAIZ-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 COMIS-OPT PIC S9(7)V99 SIGN IS TRAILING SEPARATE.

      *Tarifario: comision fija (F) o porcentual (P) por operacion y
      *sucursal (** = todas), con minimo, maximo (0 = sin tope) y
      *vigencia desde/hasta (hasta en cero = sin vencimiento).
       FD  TARIFAS-FILE.
       01  LINEA-TARIFA.
           05 OPERACION-TAR PIC X.
           05 FILLER PIC X.
           05 SUCURSAL-TAR PIC X(2).
           05 FILLER PIC X.
           05 TIPO-TAR PIC X.
           05 FILLER PIC X.
           05 VALOR-TAR PIC 9(5)V99.
           05 FILLER PIC X.
           05 MINIMO-TAR PIC 9(5)V99.
           05 FILLER PIC X.
           05 MAXIMO-TAR PIC 9(5)V99.
           05 FILLER PIC X.
           05 DESDE-TAR PIC 9(8).
           05 FILLER PIC X.
           05 HASTA-TAR PIC 9(8).

      *Cotizaciones del dia cargadas por CARGA-CAMBIOS: unidades de
      *moneda base por unidad de moneda extranjera.
       FD  CAMBIOS-FILE.
       01  LINEA-CAMBIO.
           05 MONEDA-TC PIC X(3).
           05 FILLER PIC X.
           05 FECHA-TC PIC X(8).
           05 FILLER PIC X.
           05 TASA-TC PIC 9(5)V9(6).

       FD  ESTADO-FILE.
       01  LINEA-ESTADO.
           05 FECHA-ESTADO PIC 9(8).
           05 FILLER PIC X.
           05 VEREDICTO-ESTADO PIC X.

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

       FD  PERSONAS-FILE.
       COPY PERSONA.

       WORKING-STORAGE SECTION.
       01 NUM1 PIC S9(6)V99.
       01 WS-TOTAL-DIVI PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-PCT PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-RAIZ PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-COMIS PIC S9(7)V99 VALUE 0.
       01 WS-TOTAL-SUMA-ED PIC X(16).
       01 WS-TOTAL-RESTA-ED PIC X(16).
       01 WS-TOTAL-MULTI-ED PIC X(16).
       01 WS-TOTAL-DIVI-ED PIC X(16).
       01 WS-TOTAL-PCT-ED PIC X(16).
       01 WS-TOTAL-RAIZ-ED PIC X(16).
       01 WS-TOTAL-COMIS-ED PIC X(16).
       01 WS-SUMA-OK PIC X VALUE "N".
       01 WS-RESTA-OK PIC X VALUE "N".
       01 WS-MULTI-OK PIC X VALUE "N".
       01 WS-RESULTADO-JRN PIC S9(7)V99.
       01 WS-SUCURSAL-STATUS PIC XX.
       01 WS-SUCURSAL PIC X(2) VALUE "01".
       01 WS-SUC-RESULTADO PIC X.
       01 WS-FUNCION-CAJA PIC X.
       01 WS-CAJA-OK PIC X.
       01 WS-FUNCION-FOR PIC X.
       01 WS-FORMACION PIC X.
       01 WS-SUC-NOMBRE PIC X(20).
       01 WS-SUC-REGION PIC X(10).
       01 WS-SUC-DESTINO PIC X(2).
       01 WS-SUC-ORIGEN PIC X(2).
       01 WS-DEST-RESULTADO PIC X.
       01 WS-DEST-NOMBRE PIC X(20).
       01 WS-DEST-REGION PIC X(10).
       01 WS-CONTRA-SUC PIC X(2) VALUE SPACES.
       01 WS-TRF-OK PIC X VALUE "N".
       01 WS-TRF-TRAMO PIC X VALUE SPACE.
       01 WS-TRF-IMPORTE PIC S9(7)V99 VALUE 0.
       01 WS-SUC-TRF-COD PIC X(2).
       01 WS-JOURNAL-TEMP-STATUS PIC XX.
       01 WS-MARCA-JRN PIC X VALUE SPACE.
       01 WS-REF-JRN PIC 9(6) VALUE 0.
       01 WS-REV-RESULTADO PIC S9(7)V99.
       01 WS-REV-SUCURSAL PIC X(2).
       01 WS-REV-MARCA PIC X.
       01 WS-REV-COMISION PIC S9(5)V99.
       01 WS-FIN-JOURNAL PIC X.
       01 WS-FIN-ULTIMO PIC X.
       01 WS-ASIENTO-ANTERIOR PIC X(140).
       01 WS-OPERTOT-STATUS PIC XX.
       01 WS-MAST-STATUS PIC XX.
       01 WS-LIMITES-STATUS PIC XX.
               10 WS-OPT-DIVI PIC S9(7)V99.
               10 WS-OPT-PCT PIC S9(7)V99.
               10 WS-OPT-RAIZ PIC S9(7)V99.
               10 WS-OPT-COMIS PIC S9(7)V99.
       01 WS-FIN-SUCURSAL PIC X.
       01 WS-SUC-HALLADA PIC X.
       01 WS-TOTAL-SUCURSALES PIC 99 VALUE 0.
               10 WS-SUC-DIVI PIC S9(7)V99.
               10 WS-SUC-PCT PIC S9(7)V99.
               10 WS-SUC-RAIZ PIC S9(7)V99.
               10 WS-SUC-COMIS PIC S9(7)V99.
               10 WS-SUC-TRANSF PIC S9(7)V99.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-HISTORIAL PIC X.
               10 WS-MOV-RAIZ-TAB PIC S9(7)V99.
               10 WS-SAL-PCT-TAB PIC S9(7)V99.
               10 WS-SAL-RAIZ-TAB PIC S9(7)V99.
               10 WS-MOV-COMIS-TAB PIC S9(7)V99.
               10 WS-SAL-COMIS-TAB PIC S9(7)V99.
       01 WS-TARIFAS-STATUS PIC XX.
       01 WS-FIN-TARIFAS PIC X.
       01 WS-TOTAL-TARIFAS PIC 9(3) VALUE 0.
       01 WS-K PIC 9(3).
       01 WS-TAR-HALLADA PIC X.
       01 WS-TAR-ELEGIDA PIC 9(3).
       01 WS-COMISION PIC S9(5)V99 VALUE 0.
       01 WS-COMIS-MOV PIC S9(7)V99 VALUE 0.
       01 WS-BASE-COMISION PIC 9(7)V99.
       01 WS-CAMBIOS-STATUS PIC XX.
       01 WS-FIN-CAMBIOS PIC X.
       01 WS-MONEDA-BASE PIC X(3).
       01 WS-MONEDA PIC X(3).
       01 WS-TASA PIC 9(5)V9(6) VALUE 1.
       01 WS-TASA-OK PIC X VALUE "S".
       01 WS-CONV-OK PIC X.
      *Pedido al servicio de redondeo: operacion, valor exacto y
      *resultado a dos decimales segun la politica configurada.
       01 WS-RED-OPERACION PIC X(6).
       01 WS-RED-EXACTO PIC S9(11)V9(6).
       01 WS-RED-RESULTADO PIC S9(11)V99.
       01 WS-RED-REGISTRA PIC X VALUE "S".
       01 WS-TOTAL-CAMBIOS PIC 99 VALUE 0.
       01 WS-TOTAL-AVISADAS PIC 99 VALUE 0.
       01 WS-C PIC 99.
       01 WS-AVISADA PIC X.
       01 WS-REV-MONEDA PIC X(3).
       01 WS-REV-TASA PIC 9(5)V9(6).
       01 WS-ESTADO-STATUS PIC XX.
       01 WS-FECHA-VALOR PIC 9(8).
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-LOTEREG-STATUS PIC XX.
       01 WS-FIN-LOTEREG PIC X.
       01 WS-EN-LOTE PIC X.
       01 WS-NUM-REG PIC 9(6).
       01 WS-TOTAL-LOTES PIC 9(3) VALUE 0.
       01 WS-LOTES-RECHAZADOS PIC 9(3) VALUE 0.
       01 WS-TRAN-OMITIDAS PIC 9(5) VALUE 0.
       01 WS-B PIC 9(3).
       01 WS-B2 PIC 9(3).
       01 WS-HASH-EDITADO PIC Z(11)9.99.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-PERSONA PIC 9(6) VALUE 0.
       01 WS-PERSONA-ENTRADA PIC X(6).
       01 WS-PERSONA-OK PIC X.
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-REV-PERSONA PIC 9(6).
       01 WS-REV-OPERADOR PIC X(10).
       01 WS-SOD-BLOQUEO PIC X VALUE "N".
       01 WS-TABLA-LOTES.
           05 WS-LOTE OCCURS 50.
               10 WS-LOTE-ORIGEN PIC X(8).
               10 WS-LOTE-NUMERO PIC 9(6).
               10 WS-LOTE-FECHA PIC X(8).
               10 WS-LOTE-DESDE PIC 9(6).
               10 WS-LOTE-HASTA PIC 9(6).
               10 WS-LOTE-REGISTROS PIC 9(6).
               10 WS-LOTE-HASH PIC 9(12)V99.
               10 WS-LOTE-ESTADO PIC X.
               10 WS-LOTE-MOTIVO PIC X.
       01 WS-TABLA-CAMBIOS.
           05 WS-TC OCCURS 50.
               10 WS-TC-MONEDA PIC X(3).
               10 WS-TC-TASA PIC 9(5)V9(6).
       01 WS-TABLA-AVISADAS.
           05 WS-AVISADA-MONEDA PIC X(3) OCCURS 50.
       01 WS-TABLA-TARIFAS.
           05 WS-TAR OCCURS 100.
               10 WS-TAR-OPERACION PIC X.
               10 WS-TAR-SUCURSAL PIC X(2).
               10 WS-TAR-TIPO PIC X.
               10 WS-TAR-VALOR PIC 9(5)V99.
               10 WS-TAR-MINIMO PIC 9(5)V99.
               10 WS-TAR-MAXIMO PIC 9(5)V99.
               10 WS-TAR-DESDE PIC 9(8).
               10 WS-TAR-HASTA PIC 9(8).

       COPY MENSAJES.

            MOVE "N" TO WS-DIVI-OK.
            MOVE "N" TO WS-PCT-OK.
            MOVE "N" TO WS-RAIZ-OK.
            MOVE "N" TO WS-TRF-OK.
            MOVE 0 TO SUMA.
            MOVE 0 TO RESTA.
            MOVE 0 TO MULTI.
      *     calculos del dia sin pelearse con un teclado en el que
      *     no hay nadie, igual que DATOS con PERSTRAN.TXT.
            PERFORM CARGA-CONFIG.
            PERFORM CARGA-TARIFAS.
            PERFORM CARGA-CAMBIOS.
            PERFORM DETERMINA-FECHA-VALOR.
            OPEN INPUT TRANSACCION-FILE.
            IF WS-TRAN-STATUS = "00"
                MOVE "OPERLOTE" TO WS-OPERADOR
                GOBACK
            END-IF.
            PERFORM CARGA-MENSAJES.
      *     La sucursal de la terminal tiene que existir en el
      *     maestro y estar abierta; si no, no se opera en esta
      *     sesion en lugar de abrir una "sucursal" nueva en SUCTOT.
            PERFORM VALIDA-SUCURSAL-TERMINAL.
            IF WS-SUC-RESULTADO NOT = "S"
                CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
                MOVE "F" TO WS-TIPO-EJEC
                MOVE 4 TO WS-RC-EJEC
                CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                    WS-TIPO-EJEC WS-RC-EJEC
                MOVE WS-RC-EJEC TO RETURN-CODE
                GOBACK
            END-IF.
      *     La primera sesion del dia abre la caja del operador con
      *     su fondo inicial; despues del conteo de cierre ya no se
      *     opera hasta el dia siguiente.
            MOVE "A" TO WS-FUNCION-CAJA.
            CALL "POSICION-CAJA" USING WS-FUNCION-CAJA WS-OPERADOR
                WS-SUCURSAL WS-CAJA-OK.
            IF WS-CAJA-OK NOT = "S"
                CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
                MOVE "F" TO WS-TIPO-EJEC
                MOVE 4 TO WS-RC-EJEC
                CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                    WS-TIPO-EJEC WS-RC-EJEC
                MOVE WS-RC-EJEC TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM SOLICITA-OPCION.
            IF WS-OPCION = "R" OR WS-OPCION = "r"
                PERFORM REVERSA-OPERACION
                MOVE WS-RC-EJEC TO RETURN-CODE
                GOBACK
            END-IF.
      *     Sin cotizacion del dia la moneda extranjera no opera:
      *     nunca se usa la tasa de ayer.
            PERFORM SOLICITA-MONEDA.
            IF WS-TASA-OK NOT = "S"
                CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
                MOVE "F" TO WS-TIPO-EJEC
                MOVE 4 TO WS-RC-EJEC
                CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                    WS-TIPO-EJEC WS-RC-EJEC
                MOVE WS-RC-EJEC TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM SOLICITA-NUM1.
      *     La raiz cuadrada trabaja solo sobre el primer numero; el
      *     segundo queda en cero para que el journal no arrastre
            IF WS-OPCION = "6"
                MOVE 0 TO NUM2
            ELSE
                IF WS-OPCION = "7"
                    MOVE 0 TO NUM2
                    PERFORM SOLICITA-DESTINO
                    IF WS-DEST-RESULTADO NOT = "S"
                        CALL "CIERRA-OPERADOR" USING WS-PROGRAMA
                            WS-OPERADOR
                        MOVE "F" TO WS-TIPO-EJEC
                        MOVE 4 TO WS-RC-EJEC
                        CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                            WS-TIPO-EJEC WS-RC-EJEC
                        MOVE WS-RC-EJEC TO RETURN-CODE
                        GOBACK
                    END-IF
                ELSE
                    PERFORM SOLICITA-NUM2
                END-IF
            END-IF.
      *     La persona es opcional; si se informa tiene que existir
      *     activa en PERSONAS.DAT o la operacion no se registra.
            PERFORM SOLICITA-PERSONA.
            IF WS-PERSONA-OK NOT = "S"
                CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
                MOVE "F" TO WS-TIPO-EJEC
                MOVE 4 TO WS-RC-EJEC
                CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                    WS-TIPO-EJEC WS-RC-EJEC
                MOVE WS-RC-EJEC TO RETURN-CODE
                GOBACK
            END-IF.

      *     El tope diario del operador se controla antes de calcular
                        PERFORM CALCULA-PCT
                    WHEN "6"
                        PERFORM CALCULA-RAIZ
                    WHEN "7"
                        PERFORM CALCULA-TRANSFERENCIA
                    WHEN OTHER
                        PERFORM CALCULA-SUMA
                        PERFORM CALCULA-RESTA
      * termina con resumen y RETURN-CODE 4 si algo fallo.
      * Motivos de rechazo: O=opcion invalida, 1=primer importe
      * invalido, 2=segundo importe invalido, L=tope diario del
      * operador del lote excedido, S=sucursal desconocida o cerrada
      * en el maestro SUCMAST.TXT, M=moneda sin cotizacion del dia,
      * D=transferencia con destino invalido o importe no positivo,
      * P=numero de persona inexistente o no activa en PERSONAS.DAT.
      ******************************************************************
       CARGA-CONFIG.
      *    El tope de reintentos viene de la configuracion central;
           IF WS-VALOR-CFG(17:4) IS NUMERIC
               MOVE WS-VALOR-CFG(17:4) TO WS-CORTE-N
           END-IF.
      *    Moneda base de los totales; sin configurar, pesos.
           MOVE "MONBASE" TO WS-PARAMETRO-CFG.
           MOVE "X" TO WS-TIPO-CFG.
           MOVE "ARS" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           MOVE WS-VALOR-CFG(1:3) TO WS-MONEDA-BASE.
           MOVE WS-MONEDA-BASE TO WS-MONEDA.
      *    SODBLOQ=S impide que un operador reverse un asiento que
      *    cargo el mismo; en N el caso solo sale en el reporte de
      *    conflictos de funciones.
           MOVE "SODBLOQ" TO WS-PARAMETRO-CFG.
           MOVE "X" TO WS-TIPO-CFG.
           MOVE "N" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           MOVE WS-VALOR-CFG(1:1) TO WS-SOD-BLOQUEO.

      ******************************************************************
      * Tarifario de comisiones: TARIFAS.TXT se carga una vez por
      * corrida; sin tarifario las operaciones siguen sin cargo.
      ******************************************************************
       CARGA-TARIFAS.
           MOVE 0 TO WS-TOTAL-TARIFAS.
           OPEN INPUT TARIFAS-FILE.
           IF WS-TARIFAS-STATUS = "00"
               MOVE "N" TO WS-FIN-TARIFAS
               PERFORM UNTIL WS-FIN-TARIFAS = "S"
                   READ TARIFAS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-TARIFAS
                       NOT AT END
                           IF WS-TOTAL-TARIFAS < 100
                               ADD 1 TO WS-TOTAL-TARIFAS
                               PERFORM GUARDA-TARIFA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFAS-FILE
           END-IF.

       GUARDA-TARIFA.
           MOVE WS-TOTAL-TARIFAS TO WS-K.
           MOVE OPERACION-TAR TO WS-TAR-OPERACION(WS-K).
           MOVE SUCURSAL-TAR TO WS-TAR-SUCURSAL(WS-K).
           MOVE TIPO-TAR TO WS-TAR-TIPO(WS-K).
           MOVE 0 TO WS-TAR-VALOR(WS-K).
           MOVE 0 TO WS-TAR-MINIMO(WS-K).
           MOVE 0 TO WS-TAR-MAXIMO(WS-K).
           MOVE 0 TO WS-TAR-DESDE(WS-K).
           MOVE 0 TO WS-TAR-HASTA(WS-K).
           IF VALOR-TAR IS NUMERIC
               MOVE VALOR-TAR TO WS-TAR-VALOR(WS-K)
           END-IF.
           IF MINIMO-TAR IS NUMERIC
               MOVE MINIMO-TAR TO WS-TAR-MINIMO(WS-K)
           END-IF.
           IF MAXIMO-TAR IS NUMERIC
               MOVE MAXIMO-TAR TO WS-TAR-MAXIMO(WS-K)
           END-IF.
           IF DESDE-TAR IS NUMERIC
               MOVE DESDE-TAR TO WS-TAR-DESDE(WS-K)
           END-IF.
           IF HASTA-TAR IS NUMERIC
               MOVE HASTA-TAR TO WS-TAR-HASTA(WS-K)
           END-IF.

      *    La tarifa propia de la sucursal gana sobre la general (**);
      *    entre varias vigentes del mismo nivel rige la ultima del
      *    archivo. El porcentaje se aplica al resultado absoluto y
      *    el cargo queda dentro de minimo y maximo.
       CALCULA-COMISION.
           MOVE 0 TO WS-COMISION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           MOVE "N" TO WS-TAR-HALLADA.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-TOTAL-TARIFAS
               IF WS-TAR-OPERACION(WS-K) = WS-OPERACION-JRN AND
                  WS-TAR-SUCURSAL(WS-K) = WS-SUCURSAL AND
                  WS-TAR-DESDE(WS-K) <= WS-HOY AND
                  (WS-TAR-HASTA(WS-K) = 0 OR
                   WS-TAR-HASTA(WS-K) >= WS-HOY)
                   MOVE "S" TO WS-TAR-HALLADA
                   MOVE WS-K TO WS-TAR-ELEGIDA
               END-IF
           END-PERFORM.
           IF WS-TAR-HALLADA NOT = "S"
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-TOTAL-TARIFAS
                   IF WS-TAR-OPERACION(WS-K) = WS-OPERACION-JRN AND
                      WS-TAR-SUCURSAL(WS-K) = "**" AND
                      WS-TAR-DESDE(WS-K) <= WS-HOY AND
                      (WS-TAR-HASTA(WS-K) = 0 OR
                       WS-TAR-HASTA(WS-K) >= WS-HOY)
                       MOVE "S" TO WS-TAR-HALLADA
                       MOVE WS-K TO WS-TAR-ELEGIDA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TAR-HALLADA = "S"
               MOVE WS-TAR-ELEGIDA TO WS-K
               IF WS-TAR-TIPO(WS-K) = "P"
                   COMPUTE WS-BASE-COMISION =
                       FUNCTION ABS(WS-RESULTADO-JRN)
                   COMPUTE WS-COMISION ROUNDED =
                       WS-BASE-COMISION * WS-TAR-VALOR(WS-K) / 100
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-COMISION
                       NOT ON SIZE ERROR
                           COMPUTE WS-RED-EXACTO = WS-BASE-COMISION
                               * WS-TAR-VALOR(WS-K) / 100
                           MOVE "COMIS" TO WS-RED-OPERACION
                           PERFORM REDONDEA-CALCULO
                           MOVE WS-RED-RESULTADO TO WS-COMISION
                   END-COMPUTE
               ELSE
                   MOVE WS-TAR-VALOR(WS-K) TO WS-COMISION
               END-IF
               IF WS-COMISION < WS-TAR-MINIMO(WS-K)
                   MOVE WS-TAR-MINIMO(WS-K) TO WS-COMISION
               END-IF
               IF WS-TAR-MAXIMO(WS-K) > 0 AND
                  WS-COMISION > WS-TAR-MAXIMO(WS-K)
                   MOVE WS-TAR-MAXIMO(WS-K) TO WS-COMISION
               END-IF
           END-IF.

      ******************************************************************
      * Moneda extranjera: los operandos se guardan como se teclearon
      * y el resultado pasa a moneda base con la cotizacion del dia
      * de TIPOCAMB.TXT antes de journalizar y acumular. Una moneda
      * sin cotizacion de hoy queda bloqueada y se avisa una sola vez
      * por corrida a la consola de alertas.
      ******************************************************************
       CARGA-CAMBIOS.
           MOVE 0 TO WS-TOTAL-CAMBIOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN INPUT CAMBIOS-FILE.
           IF WS-CAMBIOS-STATUS = "00"
               MOVE "N" TO WS-FIN-CAMBIOS
               PERFORM UNTIL WS-FIN-CAMBIOS = "S"
                   READ CAMBIOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-CAMBIOS
                       NOT AT END
                           IF FECHA-TC = WS-FECHA-HORA(1:8) AND
                              TASA-TC IS NUMERIC AND
                              WS-TOTAL-CAMBIOS < 50
                               ADD 1 TO WS-TOTAL-CAMBIOS
                               MOVE MONEDA-TC TO
                                   WS-TC-MONEDA(WS-TOTAL-CAMBIOS)
                               MOVE TASA-TC TO
                                   WS-TC-TASA(WS-TOTAL-CAMBIOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMBIOS-FILE
           END-IF.

       SOLICITA-MONEDA.
           DISPLAY "MONEDA (EN BLANCO = " WS-MONEDA-BASE ")".
           MOVE SPACES TO WS-MONEDA.
           ACCEPT WS-MONEDA.
           IF WS-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-MONEDA
           END-IF.
           PERFORM BUSCA-TASA.
           IF WS-TASA-OK NOT = "S"
               DISPLAY "SIN COTIZACION DEL DIA PARA " WS-MONEDA
                   ", OPERACION BLOQUEADA"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-MONEDA NOT = WS-MONEDA-BASE
                   DISPLAY "COTIZACION " WS-MONEDA ": " WS-TASA
               END-IF
           END-IF.

       BUSCA-TASA.
           MOVE "N" TO WS-TASA-OK.
           IF WS-MONEDA = WS-MONEDA-BASE
               MOVE "S" TO WS-TASA-OK
               MOVE 1 TO WS-TASA
           ELSE
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-TOTAL-CAMBIOS
                   IF WS-TC-MONEDA(WS-C) = WS-MONEDA
                       MOVE "S" TO WS-TASA-OK
                       MOVE WS-TC-TASA(WS-C) TO WS-TASA
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TASA-OK NOT = "S"
               PERFORM AVISA-SIN-COTIZACION
           END-IF.

       AVISA-SIN-COTIZACION.
           MOVE "N" TO WS-AVISADA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-AVISADAS
               IF WS-AVISADA-MONEDA(WS-C) = WS-MONEDA
                   MOVE "S" TO WS-AVISADA
               END-IF
           END-PERFORM.
           IF WS-AVISADA NOT = "S"
               IF WS-TOTAL-AVISADAS < 50
                   ADD 1 TO WS-TOTAL-AVISADAS
                   MOVE WS-MONEDA TO
                       WS-AVISADA-MONEDA(WS-TOTAL-AVISADAS)
               END-IF
               MOVE "BUSCA-TASA" TO WS-PARRAFO
               MOVE "NO EXCHANGE RATE FOR TODAY" TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "TCAM" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "SIN COTIZACION DEL DIA: " DELIMITED BY SIZE
                   WS-MONEDA DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.

      *    El resultado se lleva a moneda base; si no entra en el
      *    campo del journal la operacion no se asienta.
       CONVIERTE-A-BASE.
           MOVE "S" TO WS-CONV-OK.
           IF WS-TASA NOT = 1
               COMPUTE WS-RED-EXACTO = WS-RESULTADO-JRN * WS-TASA
               COMPUTE WS-RESULTADO-JRN ROUNDED =
                   WS-RESULTADO-JRN * WS-TASA
                   ON SIZE ERROR
                       MOVE "N" TO WS-CONV-OK
                       DISPLAY "RESULT TOO LARGE TO SHOW"
                       MOVE "CONVIERTE-A-BASE" TO WS-PARRAFO
                       MOVE "BASE CURRENCY OVERFLOW" TO WS-DESCRIPCION
                       MOVE "W" TO WS-SEVERIDAD
                       MOVE "OVFL" TO WS-CODIGO
                       CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                           WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
                   NOT ON SIZE ERROR
                       MOVE "CAMBIO" TO WS-RED-OPERACION
                       PERFORM REDONDEA-CALCULO
                       MOVE WS-RED-RESULTADO TO WS-RESULTADO-JRN
                       DISPLAY "EN MONEDA BASE: " WS-RESULTADO-JRN
               END-COMPUTE
           END-IF.

      ******************************************************************
      * Todo importe calculado pasa por el servicio de redondeo de la
      * casa (REDONDEA-IMPORTE): la politica sale de la configuracion
      * por programa y operacion y el residuo queda asentado para el
      * cuadre diario.
      ******************************************************************
       REDONDEA-CALCULO.
           CALL "REDONDEA-IMPORTE" USING WS-PROGRAMA WS-RED-OPERACION
               WS-RED-EXACTO WS-RED-RESULTADO WS-RED-REGISTRA.

      ******************************************************************
      * Control de lotes: OPERTRAN.TXT trae uno o mas lotes, cada uno
      * entre una cabecera H (origen, numero de lote, fecha de
      * creacion) y una cola F (cantidad de registros y hash de
      * importes: suma sin signo de NUM1 y NUM2 de cada detalle).
      * Una primera pasada valida todos los lotes antes de aplicar
      * nada; un lote se rechaza entero si la cola no coincide (T),
      * si termina sin cola (C), si ese origen y lote ya se aplico
      * (D) o si son detalles sin cabecera (H). Aceptados y
      * rechazados quedan en el registro de lotes LOTEREG.TXT.
      ******************************************************************
       PROCESA-LOTE-OPER.
           OPEN OUTPUT REPORTE-OPER.
           PERFORM VALIDA-LOTES-TRAN.
           CLOSE TRANSACCION-FILE.
           OPEN INPUT TRANSACCION-FILE.
           MOVE 0 TO WS-NUM-REG.
           MOVE "N" TO WS-FIN-TRAN.
           PERFORM UNTIL WS-FIN-TRAN = "S"
               READ TRANSACCION-FILE
                   AT END
                       MOVE "S" TO WS-FIN-TRAN
                   NOT AT END
                       ADD 1 TO WS-NUM-REG
                       IF OPCION-TRAN NOT = "H" AND
                          OPCION-TRAN NOT = "F"
                           PERFORM UBICA-LOTE-REGISTRO
                           IF WS-B > 0 AND
                              WS-LOTE-ESTADO(WS-B) = "A"
                               ADD 1 TO WS-TRAN-LEIDAS
                               PERFORM APLICA-TRAN-OPER
                           ELSE
                               ADD 1 TO WS-TRAN-OMITIDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM REGISTRA-LOTES.
           MOVE SPACES TO LINEA-OPER-REP.
           STRING "LEIDAS: " DELIMITED BY SIZE
               WS-TRAN-LEIDAS DELIMITED BY SIZE
               WS-TRAN-FALLIDAS DELIMITED BY SIZE
               INTO LINEA-OPER-REP.
           WRITE LINEA-OPER-REP.
           MOVE SPACES TO LINEA-OPER-REP.
           STRING "LOTES: " DELIMITED BY SIZE
               WS-TOTAL-LOTES DELIMITED BY SIZE
               " RECHAZADOS: " DELIMITED BY SIZE
               WS-LOTES-RECHAZADOS DELIMITED BY SIZE
               " LINEAS NO APLICADAS: " DELIMITED BY SIZE
               WS-TRAN-OMITIDAS DELIMITED BY SIZE
               INTO LINEA-OPER-REP.
           WRITE LINEA-OPER-REP.
           CLOSE REPORTE-OPER.
           DISPLAY "LOTE DE OPERACIONES - LEIDAS: " WS-TRAN-LEIDAS
               " APLICADAS: " WS-TRAN-APLICADAS
               " FALLIDAS: " WS-TRAN-FALLIDAS.
           DISPLAY "LOTES: " WS-TOTAL-LOTES
               " RECHAZADOS: " WS-LOTES-RECHAZADOS.
           IF WS-TRAN-FALLIDAS > 0 OR WS-LOTES-RECHAZADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       VALIDA-LOTES-TRAN.
           MOVE 0 TO WS-NUM-REG.
           MOVE 0 TO WS-B.
           MOVE "N" TO WS-EN-LOTE.
           MOVE "N" TO WS-FIN-TRAN.
           PERFORM UNTIL WS-FIN-TRAN = "S"
               READ TRANSACCION-FILE
                   AT END
                       MOVE "S" TO WS-FIN-TRAN
                   NOT AT END
                       ADD 1 TO WS-NUM-REG
                       EVALUATE OPCION-TRAN
                           WHEN "H"
                               IF WS-EN-LOTE = "S"
                                   PERFORM CORTA-LOTE-TRAN
                               END-IF
                               PERFORM ABRE-LOTE-TRAN
                           WHEN "F"
                               IF WS-EN-LOTE = "S"
                                   PERFORM CIERRA-LOTE-TRAN
                               END-IF
                           WHEN OTHER
                               IF WS-EN-LOTE NOT = "S"
                                   PERFORM ABRE-LOTE-TRAN
                               END-IF
                               PERFORM SUMA-DETALLE-LOTE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NUM-REG.
           IF WS-EN-LOTE = "S"
               PERFORM CORTA-LOTE-TRAN
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-TOTAL-LOTES
               IF WS-LOTE-ESTADO(WS-B) = SPACE
                   PERFORM BUSCA-LOTE-APLICADO
               END-IF
               PERFORM INFORMA-LOTE
           END-PERFORM.

      *    Un detalle sin cabecera abre un lote anonimo que ya nace
      *    rechazado; con la tabla llena el lote no se registra y
      *    sus lineas no se aplican.
       ABRE-LOTE-TRAN.
           MOVE "S" TO WS-EN-LOTE.
           IF WS-TOTAL-LOTES < 50
               ADD 1 TO WS-TOTAL-LOTES
               MOVE WS-TOTAL-LOTES TO WS-B
               MOVE WS-NUM-REG TO WS-LOTE-DESDE(WS-B)
               MOVE 0 TO WS-LOTE-HASTA(WS-B)
               MOVE 0 TO WS-LOTE-REGISTROS(WS-B)
               MOVE 0 TO WS-LOTE-HASH(WS-B)
               IF OPCION-TRAN = "H"
                   MOVE ORIGEN-CAB-TRAN TO WS-LOTE-ORIGEN(WS-B)
                   IF LOTE-CAB-TRAN IS NUMERIC
                       MOVE LOTE-CAB-TRAN TO WS-LOTE-NUMERO(WS-B)
                   ELSE
                       MOVE 0 TO WS-LOTE-NUMERO(WS-B)
                   END-IF
                   MOVE FECHA-CAB-TRAN TO WS-LOTE-FECHA(WS-B)
                   MOVE SPACE TO WS-LOTE-ESTADO(WS-B)
                   MOVE SPACE TO WS-LOTE-MOTIVO(WS-B)
               ELSE
                   MOVE "SIN-CAB" TO WS-LOTE-ORIGEN(WS-B)
                   MOVE 0 TO WS-LOTE-NUMERO(WS-B)
                   MOVE SPACES TO WS-LOTE-FECHA(WS-B)
                   MOVE "R" TO WS-LOTE-ESTADO(WS-B)
                   MOVE "H" TO WS-LOTE-MOTIVO(WS-B)
               END-IF
           ELSE
               MOVE 0 TO WS-B
               MOVE "ABRE-LOTE-TRAN" TO WS-PARRAFO
               MOVE "OPERTRAN BATCH TABLE FULL" TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "TABL" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 4 TO RETURN-CODE
           END-IF.

       SUMA-DETALLE-LOTE.
           IF WS-B > 0
               ADD 1 TO WS-LOTE-REGISTROS(WS-B)
               MOVE NUM1-TRAN TO WS-IMPORTE-ENTRADA
               PERFORM SUMA-HASH-IMPORTE
               MOVE NUM2-TRAN TO WS-IMPORTE-ENTRADA
               PERFORM SUMA-HASH-IMPORTE
           END-IF.

       SUMA-HASH-IMPORTE.
           CALL "VALIDA-DECIMAL" USING WS-IMPORTE-ENTRADA
               WS-IMPORTE WS-ES-VALIDO.
           IF WS-ES-VALIDO = "S"
               IF WS-IMPORTE < 0
                   SUBTRACT WS-IMPORTE FROM WS-LOTE-HASH(WS-B)
               ELSE
                   ADD WS-IMPORTE TO WS-LOTE-HASH(WS-B)
               END-IF
           END-IF.

       CIERRA-LOTE-TRAN.
           MOVE "N" TO WS-EN-LOTE.
           IF WS-B > 0
               MOVE WS-NUM-REG TO WS-LOTE-HASTA(WS-B)
               IF WS-LOTE-ESTADO(WS-B) = SPACE
                   IF REGISTROS-COLA-TRAN NOT NUMERIC OR
                      HASH-COLA-TRAN NOT NUMERIC
                       MOVE "R" TO WS-LOTE-ESTADO(WS-B)
                       MOVE "T" TO WS-LOTE-MOTIVO(WS-B)
                   ELSE
                       IF REGISTROS-COLA-TRAN NOT =
                          WS-LOTE-REGISTROS(WS-B) OR
                          HASH-COLA-TRAN NOT = WS-LOTE-HASH(WS-B)
                           MOVE "R" TO WS-LOTE-ESTADO(WS-B)
                           MOVE "T" TO WS-LOTE-MOTIVO(WS-B)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    Un lote que se corta (otra cabecera o fin de archivo antes
      *    de su cola) no se aplica: vino incompleto.
       CORTA-LOTE-TRAN.
           MOVE "N" TO WS-EN-LOTE.
           IF WS-B > 0
               COMPUTE WS-LOTE-HASTA(WS-B) = WS-NUM-REG - 1
               IF WS-LOTE-ESTADO(WS-B) = SPACE
                   MOVE "R" TO WS-LOTE-ESTADO(WS-B)
                   MOVE "C" TO WS-LOTE-MOTIVO(WS-B)
               END-IF
           END-IF.

      *    El mismo origen y numero de lote no se aplica dos veces:
      *    ni si ya figura aceptado en LOTEREG.TXT ni si viene
      *    repetido dentro del mismo archivo.
       BUSCA-LOTE-APLICADO.
           PERFORM VARYING WS-B2 FROM 1 BY 1
                   UNTIL WS-B2 >= WS-B
               IF WS-LOTE-ESTADO(WS-B2) = "A" AND
                  WS-LOTE-ORIGEN(WS-B2) = WS-LOTE-ORIGEN(WS-B) AND
                  WS-LOTE-NUMERO(WS-B2) = WS-LOTE-NUMERO(WS-B)
                   MOVE "R" TO WS-LOTE-ESTADO(WS-B)
                   MOVE "D" TO WS-LOTE-MOTIVO(WS-B)
               END-IF
           END-PERFORM.
           IF WS-LOTE-ESTADO(WS-B) = SPACE
               OPEN INPUT LOTEREG-FILE
               IF WS-LOTEREG-STATUS = "00"
                   MOVE "N" TO WS-FIN-LOTEREG
                   PERFORM UNTIL WS-FIN-LOTEREG = "S"
                       READ LOTEREG-FILE
                           AT END
                               MOVE "S" TO WS-FIN-LOTEREG
                           NOT AT END
                               IF ESTADO-LRG = "A" AND
                                  ORIGEN-LRG = WS-LOTE-ORIGEN(WS-B) AND
                                  LOTE-LRG = WS-LOTE-NUMERO(WS-B)
                                   MOVE "R" TO WS-LOTE-ESTADO(WS-B)
                                   MOVE "D" TO WS-LOTE-MOTIVO(WS-B)
                                   MOVE "S" TO WS-FIN-LOTEREG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE LOTEREG-FILE
               END-IF
           END-IF.
           IF WS-LOTE-ESTADO(WS-B) = SPACE
               MOVE "A" TO WS-LOTE-ESTADO(WS-B)
           END-IF.

       INFORMA-LOTE.
           MOVE WS-LOTE-HASH(WS-B) TO WS-HASH-EDITADO.
           MOVE SPACES TO LINEA-OPER-REP.
           IF WS-LOTE-ESTADO(WS-B) = "A"
               STRING "LOTE " DELIMITED BY SIZE
                   WS-LOTE-ORIGEN(WS-B) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOTE-NUMERO(WS-B) DELIMITED BY SIZE
                   " ACEPT REG " DELIMITED BY SIZE
                   WS-LOTE-REGISTROS(WS-B) DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-HASH-EDITADO DELIMITED BY SIZE
                   INTO LINEA-OPER-REP
           ELSE
               ADD 1 TO WS-LOTES-RECHAZADOS
               STRING "LOTE " DELIMITED BY SIZE
                   WS-LOTE-ORIGEN(WS-B) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOTE-NUMERO(WS-B) DELIMITED BY SIZE
                   " RECH-" DELIMITED BY SIZE
                   WS-LOTE-MOTIVO(WS-B) DELIMITED BY SIZE
                   " REG " DELIMITED BY SIZE
                   WS-LOTE-REGISTROS(WS-B) DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   WS-HASH-EDITADO DELIMITED BY SIZE
                   INTO LINEA-OPER-REP
               MOVE "VALIDA-LOTES-TRAN" TO WS-PARRAFO
               MOVE SPACES TO WS-DESCRIPCION
               STRING "OPERTRAN BATCH REFUSED " DELIMITED BY SIZE
                   WS-LOTE-ORIGEN(WS-B) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOTE-NUMERO(WS-B) DELIMITED BY SIZE
                   INTO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "LOTE" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "LOTE RECHAZADO " DELIMITED BY SIZE
                   WS-LOTE-ORIGEN(WS-B) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOTE-NUMERO(WS-B) DELIMITED BY SIZE
                   " MOTIVO " DELIMITED BY SIZE
                   WS-LOTE-MOTIVO(WS-B) DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.
           WRITE LINEA-OPER-REP.

       UBICA-LOTE-REGISTRO.
           MOVE 0 TO WS-B2.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-TOTAL-LOTES OR WS-B2 > 0
               IF WS-NUM-REG >= WS-LOTE-DESDE(WS-B) AND
                  WS-NUM-REG <= WS-LOTE-HASTA(WS-B)
                   MOVE WS-B TO WS-B2
               END-IF
           END-PERFORM.
           MOVE WS-B2 TO WS-B.

       REGISTRA-LOTES.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND LOTEREG-FILE.
           IF WS-LOTEREG-STATUS = "35"
               OPEN OUTPUT LOTEREG-FILE
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-TOTAL-LOTES
               MOVE SPACES TO LINEA-LOTEREG
               MOVE WS-FECHA-HORA(1:8) TO FECHA-LRG
               MOVE WS-FECHA-HORA(9:6) TO HORA-LRG
               MOVE WS-LOTE-ORIGEN(WS-B) TO ORIGEN-LRG
               MOVE WS-LOTE-NUMERO(WS-B) TO LOTE-LRG
               MOVE WS-LOTE-FECHA(WS-B) TO FECHA-CAB-LRG
               MOVE WS-LOTE-REGISTROS(WS-B) TO REGISTROS-LRG
               MOVE WS-LOTE-HASH(WS-B) TO HASH-LRG
               MOVE WS-LOTE-ESTADO(WS-B) TO ESTADO-LRG
               MOVE WS-LOTE-MOTIVO(WS-B) TO MOTIVO-LRG
               WRITE LINEA-LOTEREG
           END-PERFORM.
           CLOSE LOTEREG-FILE.

       APLICA-TRAN-OPER.
           MOVE SPACE TO WS-RESULTADO-TRAN.
           IF OPCION-TRAN NOT = "1" AND OPCION-TRAN NOT = "2" AND
              OPCION-TRAN NOT = "3" AND OPCION-TRAN NOT = "4" AND
              OPCION-TRAN NOT = "5" AND OPCION-TRAN NOT = "6" AND
              OPCION-TRAN NOT = "7" AND OPCION-TRAN NOT = "T"
               MOVE "O" TO WS-RESULTADO-TRAN
           END-IF.
           IF WS-RESULTADO-TRAN = SPACE
               IF SUCURSAL-TRAN NOT = SPACES
                   MOVE SUCURSAL-TRAN TO WS-SUCURSAL
               END-IF
               CALL "VALIDA-SUCURSAL" USING WS-SUCURSAL
                   WS-SUC-RESULTADO WS-SUC-NOMBRE WS-SUC-REGION
               IF WS-SUC-RESULTADO NOT = "S"
                   MOVE "S" TO WS-RESULTADO-TRAN
               END-IF
           END-IF.
           IF WS-RESULTADO-TRAN = SPACE
               IF MONEDA-TRAN = SPACES OR LOW-VALUES
                   MOVE WS-MONEDA-BASE TO WS-MONEDA
               ELSE
                   MOVE MONEDA-TRAN TO WS-MONEDA
               END-IF
               PERFORM BUSCA-TASA
               IF WS-TASA-OK NOT = "S"
                   MOVE "M" TO WS-RESULTADO-TRAN
               END-IF
           END-IF.
           IF WS-RESULTADO-TRAN = SPACE
               MOVE NUM1-TRAN TO WS-IMPORTE-ENTRADA
               CALL "VALIDA-DECIMAL" USING WS-IMPORTE-ENTRADA
                   WS-IMPORTE WS-ES-VALIDO
                   MOVE "2" TO WS-RESULTADO-TRAN
               END-IF
           END-IF.
      *    La transferencia lleva el importe en NUM1 y la sucursal que
      *    recibe en SUCDEST-TRAN; destino invalido o igual al origen
      *    se rechaza con motivo D.
           IF WS-RESULTADO-TRAN = SPACE AND OPCION-TRAN = "7"
               MOVE 0 TO NUM2
               MOVE SUCDEST-TRAN TO WS-SUC-DESTINO
               PERFORM VALIDA-DESTINO
               IF WS-DEST-RESULTADO NOT = "S" OR NUM1 NOT > 0
                   MOVE "D" TO WS-RESULTADO-TRAN
               END-IF
           END-IF.
           IF WS-RESULTADO-TRAN = SPACE
               MOVE PERSONA-TRAN TO WS-PERSONA-ENTRADA
               PERFORM VALIDA-PERSONA
               IF WS-PERSONA-OK NOT = "S"
                   MOVE "P" TO WS-RESULTADO-TRAN
               END-IF
           END-IF.
      *    En lote no hay supervisor delante: la linea que excede el
      *    tope del operador del lote se rechaza con motivo L.
           IF WS-RESULTADO-TRAN = SPACE
               MOVE "N" TO WS-DIVI-OK
               MOVE "N" TO WS-PCT-OK
               MOVE "N" TO WS-RAIZ-OK
               MOVE "N" TO WS-TRF-OK
               MOVE 0 TO SUMA
               MOVE 0 TO RESTA
               MOVE 0 TO MULTI
                       PERFORM CALCULA-PCT
                   WHEN "6"
                       PERFORM CALCULA-RAIZ
                   WHEN "7"
                       PERFORM CALCULA-TRANSFERENCIA
                   WHEN OTHER
                       PERFORM CALCULA-SUMA
                       PERFORM CALCULA-RESTA
           END-IF.
           WRITE LINEA-OPER-REP.

       VALIDA-SUCURSAL-TERMINAL.
           CALL "VALIDA-SUCURSAL" USING WS-SUCURSAL WS-SUC-RESULTADO
               WS-SUC-NOMBRE WS-SUC-REGION.
           IF WS-SUC-RESULTADO NOT = "S"
               IF WS-SUC-RESULTADO = "C"
                   DISPLAY "SUCURSAL " WS-SUCURSAL " CERRADA, "
                       "NO SE PUEDE OPERAR"
               ELSE
                   DISPLAY "SUCURSAL " WS-SUCURSAL " NO EXISTE EN "
                       "EL MAESTRO, NO SE PUEDE OPERAR"
               END-IF
               MOVE "VALIDA-SUCURSAL-TER" TO WS-PARRAFO
               MOVE "TERMINAL BRANCH UNKNOWN OR CLOSED"
                   TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "SUCI" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
           END-IF.

       SOLICITA-OPCION.
           MOVE "B" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           DISPLAY "OPERACION DE SUMA- RESTA- MULTIPLICACION Y DIVIDIR".
           DISPLAY "1. SUMA".
           DISPLAY "2. RESTA".
           DISPLAY "4. DIVISION".
           DISPLAY "5. PORCENTAJE (NUM1 PCT DE NUM2)".
           DISPLAY "6. RAIZ CUADRADA (DE NUM1)".
           DISPLAY "7. TRANSFERENCIA A OTRA SUCURSAL (NUM1)".
           DISPLAY "T. TODAS".
           DISPLAY "R. REVERSAR UN ASIENTO DEL JOURNAL".
           DISPLAY "SELECCIONE UNA OPCION".
           END-IF.
           MOVE WS-IMPORTE TO NUM2.

      ******************************************************************
      * Persona de la operacion: opcional. Un numero retirado por una
      * fusion se sigue hasta el superviviente de NUMXREF.TXT
      * (RESUELVE-NUMERO) y el que queda tiene que estar en
      * PERSONAS.DAT y activo (estado en blanco cuenta como activo).
      * En blanco la operacion queda sin persona (numero cero).
      ******************************************************************
       SOLICITA-PERSONA.
           MOVE "N" TO WS-PERSONA-OK.
           MOVE 0 TO WS-INTENTOS.
           PERFORM UNTIL WS-PERSONA-OK = "S"
                   OR WS-INTENTOS >= WS-MAX-INTENTOS
               DISPLAY "NUMERO DE PERSONA (EN BLANCO = SIN PERSONA)"
               MOVE SPACES TO WS-PERSONA-ENTRADA
               ACCEPT WS-PERSONA-ENTRADA
               PERFORM VALIDA-PERSONA
               ADD 1 TO WS-INTENTOS
               IF WS-PERSONA-OK NOT = "S"
                   DISPLAY "PERSONA INEXISTENTE O NO ACTIVA"
               END-IF
           END-PERFORM.
           IF WS-PERSONA-OK NOT = "S"
               DISPLAY "DEMASIADOS INTENTOS, NO SE REGISTRA"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-ERA-RETIRADO = "S"
                   DISPLAY "EL NUMERO " WS-NUMERO-BUSCA
                       " FUE RETIRADO POR FUSION - SE USA "
                       WS-PERSONA
               END-IF
           END-IF.

       VALIDA-PERSONA.
           MOVE 0 TO WS-PERSONA.
           MOVE "N" TO WS-ERA-RETIRADO.
           IF WS-PERSONA-ENTRADA = SPACES
               MOVE "S" TO WS-PERSONA-OK
           ELSE
               MOVE "N" TO WS-PERSONA-OK
               CALL "VALIDA-NUMERO" USING WS-PERSONA-ENTRADA
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO = "S"
                   MOVE WS-PERSONA-ENTRADA TO WS-NUMERO-BUSCA
                   CALL "RESUELVE-NUMERO" USING WS-NUMERO-BUSCA
                       WS-NUMERO-RESUELTO WS-ERA-RETIRADO
                   OPEN INPUT PERSONAS-FILE
                   IF WS-PERSONAS-STATUS = "00"
                       MOVE WS-NUMERO-RESUELTO TO NUMERO-PERSONA
                       READ PERSONAS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF ESTADO-REC = "A" OR
                                  ESTADO-REC = SPACE
                                   MOVE "S" TO WS-PERSONA-OK
                                   MOVE WS-NUMERO-RESUELTO
                                       TO WS-PERSONA
                               END-IF
                       END-READ
                       CLOSE PERSONAS-FILE
                   END-IF
               END-IF
           END-IF.

       CALCULA-SUMA.
            ADD NUM1 TO NUM2 GIVING SUMA
                ON SIZE ERROR
                    DISPLAY MENSAJE1 WS-TEXTO-IMPORTE
                    MOVE "1" TO WS-OPERACION-JRN
                    MOVE SUMA TO WS-RESULTADO-JRN
                    PERFORM CONVIERTE-A-BASE
                    IF WS-CONV-OK = "S"
                        MOVE WS-RESULTADO-JRN TO SUMA
                        PERFORM REGISTRA-OPERACION
                    ELSE
                        MOVE "N" TO WS-SUMA-OK
                    END-IF
            END-ADD.

       CALCULA-RESTA.
                    DISPLAY MENSAJE2 WS-TEXTO-IMPORTE
                    MOVE "2" TO WS-OPERACION-JRN
                    MOVE RESTA TO WS-RESULTADO-JRN
                    PERFORM CONVIERTE-A-BASE
                    IF WS-CONV-OK = "S"
                        MOVE WS-RESULTADO-JRN TO RESTA
                        PERFORM REGISTRA-OPERACION
                    ELSE
                        MOVE "N" TO WS-RESTA-OK
                    END-IF
            END-SUBTRACT.

       CALCULA-MULTI.
                        WS-DESCRIPCION
                        WS-SEVERIDAD WS-CODIGO
                NOT ON SIZE ERROR
                    COMPUTE WS-RED-EXACTO = NUM1 * NUM2
                    MOVE "MULTI" TO WS-RED-OPERACION
                    PERFORM REDONDEA-CALCULO
                    MOVE WS-RED-RESULTADO TO MULTI
                    MOVE "S" TO WS-MULTI-OK
                    MOVE "M" TO WS-ESTILO-IMPORTE
                    CALL "FORMATEA-IMPORTE" USING MULTI
                    DISPLAY MENSAJE3 WS-TEXTO-IMPORTE
                    MOVE "3" TO WS-OPERACION-JRN
                    MOVE MULTI TO WS-RESULTADO-JRN
                    PERFORM CONVIERTE-A-BASE
                    IF WS-CONV-OK = "S"
                        MOVE WS-RESULTADO-JRN TO MULTI
                        PERFORM REGISTRA-OPERACION
                    ELSE
                        MOVE "N" TO WS-MULTI-OK
                    END-IF
            END-MULTIPLY.

       CALCULA-DIVI.
                            WS-DESCRIPCION
                            WS-SEVERIDAD WS-CODIGO
                    NOT ON SIZE ERROR
                        COMPUTE WS-RED-EXACTO = NUM1 / NUM2
                        MOVE "DIVI" TO WS-RED-OPERACION
                        PERFORM REDONDEA-CALCULO
                        MOVE WS-RED-RESULTADO TO DIVI
                        MOVE "S" TO WS-DIVI-OK
                        MOVE "M" TO WS-ESTILO-IMPORTE
                        CALL "FORMATEA-IMPORTE" USING DIVI
                        DISPLAY MENSAJE4 WS-TEXTO-IMPORTE
                        MOVE "4" TO WS-OPERACION-JRN
                        MOVE DIVI TO WS-RESULTADO-JRN
                        PERFORM CONVIERTE-A-BASE
                        IF WS-CONV-OK = "S"
                            MOVE WS-RESULTADO-JRN TO DIVI
                            PERFORM REGISTRA-OPERACION
                        ELSE
                            MOVE "N" TO WS-DIVI-OK
                        END-IF
                END-DIVIDE
            END-IF.

                        WS-DESCRIPCION
                        WS-SEVERIDAD WS-CODIGO
                NOT ON SIZE ERROR
                    COMPUTE WS-RED-EXACTO = NUM2 * NUM1 / 100
                    MOVE "PCT" TO WS-RED-OPERACION
                    PERFORM REDONDEA-CALCULO
                    MOVE WS-RED-RESULTADO TO PCT
                    MOVE "S" TO WS-PCT-OK
                    MOVE "M" TO WS-ESTILO-IMPORTE
                    CALL "FORMATEA-IMPORTE" USING PCT
                    DISPLAY MENSAJE6 WS-TEXTO-IMPORTE
                    MOVE "5" TO WS-OPERACION-JRN
                    MOVE PCT TO WS-RESULTADO-JRN
                    PERFORM CONVIERTE-A-BASE
                    IF WS-CONV-OK = "S"
                        MOVE WS-RESULTADO-JRN TO PCT
                        PERFORM REGISTRA-OPERACION
                    ELSE
                        MOVE "N" TO WS-PCT-OK
                    END-IF
            END-COMPUTE.

       CALCULA-RAIZ.
                            WS-DESCRIPCION
                            WS-SEVERIDAD WS-CODIGO
                    NOT ON SIZE ERROR
                        COMPUTE WS-RED-EXACTO = FUNCTION SQRT(NUM1)
                        MOVE "RAIZ" TO WS-RED-OPERACION
                        PERFORM REDONDEA-CALCULO
                        MOVE WS-RED-RESULTADO TO RAIZ
                        MOVE "S" TO WS-RAIZ-OK
                        MOVE "M" TO WS-ESTILO-IMPORTE
                        CALL "FORMATEA-IMPORTE" USING RAIZ
                        DISPLAY MENSAJE7 WS-TEXTO-IMPORTE
                        MOVE "6" TO WS-OPERACION-JRN
                        MOVE RAIZ TO WS-RESULTADO-JRN
                        PERFORM CONVIERTE-A-BASE
                        IF WS-CONV-OK = "S"
                            MOVE WS-RESULTADO-JRN TO RAIZ
                            PERFORM REGISTRA-OPERACION
                        ELSE
                            MOVE "N" TO WS-RAIZ-OK
                        END-IF
                END-COMPUTE
            END-IF.

      ******************************************************************
      * Transferencia entre sucursales: dos asientos con el mismo
      * trace, uno que debita a la sucursal que envia y otro que
      * acredita a la que recibe, cada uno apuntando a la otra punta.
      * La comision, si el tarifario la fija, la paga quien envia.
      ******************************************************************
       CALCULA-TRANSFERENCIA.
            IF NUM1 NOT > 0
                DISPLAY "EL IMPORTE A TRANSFERIR DEBE SER POSITIVO"
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE "7" TO WS-OPERACION-JRN
                MOVE NUM1 TO WS-RESULTADO-JRN
                PERFORM CONVIERTE-A-BASE
                IF WS-CONV-OK = "S"
                    MOVE WS-RESULTADO-JRN TO WS-TRF-IMPORTE
                    COMPUTE WS-RESULTADO-JRN = 0 - WS-TRF-IMPORTE
                    MOVE WS-SUC-DESTINO TO WS-CONTRA-SUC
                    MOVE "1" TO WS-TRF-TRAMO
                    PERFORM REGISTRA-OPERACION
                    MOVE WS-SUCURSAL TO WS-SUC-ORIGEN
                    MOVE WS-SUC-DESTINO TO WS-SUCURSAL
                    MOVE WS-SUC-ORIGEN TO WS-CONTRA-SUC
                    MOVE WS-TRF-IMPORTE TO WS-RESULTADO-JRN
                    MOVE "2" TO WS-TRF-TRAMO
                    PERFORM REGISTRA-OPERACION
                    MOVE WS-SUC-ORIGEN TO WS-SUCURSAL
                    MOVE SPACES TO WS-CONTRA-SUC
                    MOVE SPACE TO WS-TRF-TRAMO
                    MOVE "S" TO WS-TRF-OK
                    DISPLAY "TRANSFERIDO DE " WS-SUC-ORIGEN " A "
                        WS-SUC-DESTINO ": " WS-TRF-IMPORTE
                END-IF
            END-IF.

       SOLICITA-DESTINO.
           DISPLAY "SUCURSAL QUE RECIBE".
           MOVE SPACES TO WS-SUC-DESTINO.
           ACCEPT WS-SUC-DESTINO.
           PERFORM VALIDA-DESTINO.
           IF WS-DEST-RESULTADO NOT = "S"
               DISPLAY "SUCURSAL DESTINO " WS-SUC-DESTINO
                   " INVALIDA, CERRADA O IGUAL A LA PROPIA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       VALIDA-DESTINO.
           IF WS-SUC-DESTINO = SPACES OR WS-SUC-DESTINO = WS-SUCURSAL
               MOVE "D" TO WS-DEST-RESULTADO
           ELSE
               CALL "VALIDA-SUCURSAL" USING WS-SUC-DESTINO
                   WS-DEST-RESULTADO WS-DEST-NOMBRE WS-DEST-REGION
           END-IF.

      ******************************************************************
      * Tope diario por operador. El tope vive en OPERMAST.TXT y el
      * consumo del dia (suma de importes absolutos cursados) en
       VERIFICA-LIMITE-LOTE.
           MOVE "N" TO WS-BLOQUEADA.
           IF WS-LIMITE-OPERADOR > 0
               PERFORM CALCULA-IMPORTE-OP
               IF WS-CONSUMIDO-HOY + WS-IMPORTE-OP >
                       WS-LIMITE-OPERADOR
                   MOVE "S" TO WS-BLOQUEADA
               END-IF
           END-IF.

      *    El importe que consume el tope sigue la misma politica
      *    que los demas, pero no se asienta: no es un movimiento y
      *    su residuo no va a la cuenta de redondeo.
       CALCULA-IMPORTE-OP.
           COMPUTE WS-RED-EXACTO =
               (FUNCTION ABS(NUM1) + FUNCTION ABS(NUM2)) * WS-TASA.
           MOVE "LIMITE" TO WS-RED-OPERACION.
           MOVE "N" TO WS-RED-REGISTRA.
           PERFORM REDONDEA-CALCULO.
           MOVE "S" TO WS-RED-REGISTRA.
           MOVE WS-RED-RESULTADO TO WS-IMPORTE-OP.

       VALIDA-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK.
           OPEN INPUT OPERADOR-MAST.
      *    El consumo del dia se regraba con el importe de la
      *    operacion recien cursada sumado a la linea del operador.
       CONSUME-LIMITE.
           PERFORM CALCULA-IMPORTE-OP.
           ADD WS-IMPORTE-OP TO WS-CONSUMIDO-HOY.
           MOVE 0 TO WS-TOTAL-LIMITES.
           OPEN INPUT LIMITES-FILE.
                           "REVERSA, NO SE REVERSA DOS VECES"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF WS-REV-OPERACION = "7"
                           DISPLAY "UNA TRANSFERENCIA SE DESHACE CON "
                               "OTRA EN SENTIDO CONTRARIO"
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           IF WS-SOD-BLOQUEO = "S" AND
                              WS-REV-OPERADOR = WS-OPERADOR
                               DISPLAY "QUIEN CARGO EL ASIENTO NO "
                                   "PUEDE REVERSARLO"
                               MOVE 4 TO RETURN-CODE
                           ELSE
                               PERFORM GRABA-REVERSA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
                               MOVE RESULTADO-JRN TO WS-REV-RESULTADO
                               MOVE SUCURSAL-JRN TO WS-REV-SUCURSAL
                               MOVE MARCA-REV-JRN TO WS-REV-MARCA
                               MOVE OPERADOR-JRN TO WS-REV-OPERADOR
                               IF PERSONA-JRN IS NUMERIC
                                   MOVE PERSONA-JRN TO WS-REV-PERSONA
                               ELSE
                                   MOVE 0 TO WS-REV-PERSONA
                               END-IF
                               IF COMISION-JRN IS NUMERIC
                                   MOVE COMISION-JRN
                                       TO WS-REV-COMISION
                               ELSE
                                   MOVE 0 TO WS-REV-COMISION
                               END-IF
                               IF TASA-JRN IS NUMERIC AND
                                  MONEDA-JRN NOT = SPACES
                                   MOVE MONEDA-JRN TO WS-REV-MONEDA
                                   MOVE TASA-JRN TO WS-REV-TASA
                               ELSE
                                   MOVE WS-MONEDA-BASE TO WS-REV-MONEDA
                                   MOVE 1 TO WS-REV-TASA
                               END-IF
                               DISPLAY "ORIGINAL: OP "
                                   OPERACION-JRN " RESULTADO "
                                   RESULTADO-JRN " SUC " SUCURSAL-JRN
           MOVE WS-REV-NUM1 TO NUM1.
           MOVE WS-REV-NUM2 TO NUM2.
           COMPUTE WS-RESULTADO-JRN = 0 - WS-REV-RESULTADO.
      *    La reversa deshace a la tasa del original, no a la de hoy.
           MOVE WS-REV-MONEDA TO WS-MONEDA.
           MOVE WS-REV-TASA TO WS-TASA.
           IF WS-REV-SUCURSAL NOT = SPACES
               MOVE WS-REV-SUCURSAL TO WS-SUCURSAL
           END-IF.
           MOVE "R" TO WS-MARCA-JRN.
           MOVE WS-REV-LINEA TO WS-REF-JRN.
           MOVE WS-REV-PERSONA TO WS-PERSONA.
           CALL "ASIGNA-TRACE" USING WS-TRACE.
           DISPLAY "TRACE DE LA REVERSA: " WS-TRACE.
           PERFORM REGISTRA-OPERACION.
           MOVE "N" TO WS-DIVI-OK.
           MOVE "N" TO WS-PCT-OK.
           MOVE "N" TO WS-RAIZ-OK.
           MOVE "N" TO WS-TRF-OK.
           EVALUATE WS-REV-OPERACION
               WHEN "1"
                   COMPUTE SUMA = 0 - WS-REV-RESULTADO
           END-EVALUATE.
           PERFORM ACTUALIZA-TOTALES.

      ******************************************************************
      * Corte de imputacion: una vez que CUADRE-DIARIO probo el dia
      * (CUADREST.TXT con la fecha de hoy y veredicto B) lo que se
      * siga cargando ya no entra en ese dia cerrado sino en el
      * proximo dia habil. El journal guarda las dos fechas y los
      * totales del operador y el historial van por fecha valor.
      ******************************************************************
       DETERMINA-FECHA-VALOR.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-FECHA-VALOR.
           OPEN INPUT ESTADO-FILE.
           IF WS-ESTADO-STATUS = "00"
               READ ESTADO-FILE
                   NOT AT END
                       IF FECHA-ESTADO = WS-FECHA-VALOR AND
                          VEREDICTO-ESTADO = "B"
                           MOVE "P" TO WS-FUNCION-CAL
                           CALL "DIA-HABIL" USING WS-FUNCION-CAL
                               WS-FECHA-VALOR WS-RESULTADO-CAL
                           DISPLAY "DIA YA CUADRADO, FECHA VALOR "
                               WS-FECHA-VALOR
                       END-IF
               END-READ
               CLOSE ESTADO-FILE
           END-IF.

      ******************************************************************
      * Journal de detalle: cada operacion completada queda en
      * OPERJRNL.TXT con fecha, hora, operador, codigo de operacion,
      * asiento movio un total cuando la conciliacion no cuadre.
      ******************************************************************
       REGISTRA-OPERACION.
           PERFORM DETERMINA-FECHA-VALOR.
           PERFORM LEE-ULTIMO-ASIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "35"
           MOVE WS-MARCA-JRN TO MARCA-REV-JRN.
           MOVE WS-REF-JRN TO REF-REV-JRN.
           MOVE WS-TRACE TO TRACE-JRN.
      *    La reversa devuelve exactamente la comision que cobro el
      *    original; el resto paga segun el tarifario vigente.
           IF WS-MARCA-JRN = "R"
               COMPUTE WS-COMISION = 0 - WS-REV-COMISION
           ELSE
               IF WS-TRF-TRAMO = "2"
                   MOVE 0 TO WS-COMISION
               ELSE
                   PERFORM CALCULA-COMISION
               END-IF
           END-IF.
           MOVE WS-COMISION TO COMISION-JRN.
           MOVE WS-MONEDA TO MONEDA-JRN.
           MOVE WS-TASA TO TASA-JRN.
           MOVE WS-CONTRA-SUC TO CONTRA-SUC-JRN.
           MOVE WS-FECHA-VALOR TO FECHA-VALOR-JRN.
           MOVE WS-PERSONA TO PERSONA-JRN.
           CALL "CALCULA-SELLO" USING WS-ASIENTO-ANTERIOR CUERPO-JRN
               SELLO-JRN.
           ADD WS-COMISION TO WS-COMIS-MOV.
           WRITE LINEA-JOURNAL.
           CLOSE JOURNAL-OPER.
           IF WS-COMISION NOT = 0
               DISPLAY "COMISION: " WS-COMISION
           END-IF.
      *    Cada N asientos el corte intradia re-prueba el dia sin
      *    esperar a medianoche.
           ADD 1 TO WS-OPS-SESION.
               END-IF
           END-IF.

      ******************************************************************
      * La ultima linea del journal es el eslabon anterior del sello.
      * La marca "O" y la referencia que MARCA-ORIGINAL pone despues en
      * el original no entran al sello: se toman como estaban al
      * escribirse (sin marca y referencia cero), igual que las toma
      * VERIFICA-CADENA.
      ******************************************************************
       LEE-ULTIMO-ASIENTO.
           MOVE SPACES TO WS-ASIENTO-ANTERIOR.
           MOVE "N" TO WS-FIN-ULTIMO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ULTIMO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ULTIMO
                       NOT AT END
                           IF MARCA-REV-JRN = "O"
                               MOVE SPACE TO MARCA-REV-JRN
                               MOVE 0 TO REF-REV-JRN
                           END-IF
                           MOVE LINEA-JOURNAL TO WS-ASIENTO-ANTERIOR
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       ACTUALIZA-TOTALES.
           OPEN INPUT TOTALES-FILE.
           IF WS-TOTALES-STATUS = "00"
                       IF TOTAL-RAIZ-REC IS NUMERIC
                           MOVE TOTAL-RAIZ-REC TO WS-TOTAL-RAIZ
                       END-IF
                       IF TOTAL-COMIS-REC IS NUMERIC
                           MOVE TOTAL-COMIS-REC TO WS-TOTAL-COMIS
                       END-IF
               END-READ
               CLOSE TOTALES-FILE
           END-IF.

           ADD WS-COMIS-MOV TO WS-TOTAL-COMIS.
           IF WS-SUMA-OK = "S"
               ADD SUMA TO WS-TOTAL-SUMA
           END-IF.
           MOVE WS-TOTAL-DIVI TO TOTAL-DIVI-REC.
           MOVE WS-TOTAL-PCT TO TOTAL-PCT-REC.
           MOVE WS-TOTAL-RAIZ TO TOTAL-RAIZ-REC.
           MOVE WS-TOTAL-COMIS TO TOTAL-COMIS-REC.
           WRITE LINEA-TOTALES.
           CLOSE TOTALES-FILE.
           PERFORM ACTUALIZA-SUCURSAL.
           PERFORM ACTUALIZA-OPERADOR.
           PERFORM ACTUALIZA-HISTORIAL.
      *    El limite diario del operador se consume por fecha de
      *    carga, no por fecha valor.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           MOVE 0 TO WS-COMIS-MOV.
           MOVE "M" TO WS-ESTILO-IMPORTE.
           CALL "FORMATEA-IMPORTE" USING WS-TOTAL-SUMA
               WS-ESTILO-IMPORTE WS-TOTAL-SUMA-ED
           CALL "FORMATEA-IMPORTE" USING WS-TOTAL-RAIZ
               WS-ESTILO-IMPORTE WS-TOTAL-RAIZ-ED
               WS-TEXTO-IMPORTE2.
           CALL "FORMATEA-IMPORTE" USING WS-TOTAL-COMIS
               WS-ESTILO-IMPORTE WS-TOTAL-COMIS-ED
               WS-TEXTO-IMPORTE2.
           DISPLAY "TOTALES ACUMULADOS - SUMA: " WS-TOTAL-SUMA-ED
               " RESTA: " WS-TOTAL-RESTA-ED
               " MULTI: " WS-TOTAL-MULTI-ED
               " DIVI: " WS-TOTAL-DIVI-ED
               " PCT: " WS-TOTAL-PCT-ED
               " RAIZ: " WS-TOTAL-RAIZ-ED
               " COMISIONES: " WS-TOTAL-COMIS-ED.

      ******************************************************************
      * Totales diarios por operador: OPERTOT.TXT se relee a una
      * prueba estas lineas contra el journal.
      ******************************************************************
       ACTUALIZA-OPERADOR.
           MOVE WS-FECHA-VALOR TO WS-HOY.
           MOVE 0 TO WS-TOTAL-OPERTOT.
           MOVE "N" TO WS-FIN-OPERTOT.
           OPEN INPUT OPERTOT-FILE.
                                   WS-OPT-PCT(WS-TOTAL-OPERTOT)
                               MOVE RAIZ-OPT TO
                                   WS-OPT-RAIZ(WS-TOTAL-OPERTOT)
                               IF COMIS-OPT IS NUMERIC
                                   MOVE COMIS-OPT TO
                                       WS-OPT-COMIS(WS-TOTAL-OPERTOT)
                               ELSE
                                   MOVE 0 TO
                                       WS-OPT-COMIS(WS-TOTAL-OPERTOT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-OPT-DIVI(WS-V)
               MOVE 0 TO WS-OPT-PCT(WS-V)
               MOVE 0 TO WS-OPT-RAIZ(WS-V)
               MOVE 0 TO WS-OPT-COMIS(WS-V)
               PERFORM ACUMULA-EN-OPERADOR
           END-IF.
           OPEN OUTPUT OPERTOT-FILE.
               MOVE WS-OPT-DIVI(WS-V) TO DIVI-OPT
               MOVE WS-OPT-PCT(WS-V) TO PCT-OPT
               MOVE WS-OPT-RAIZ(WS-V) TO RAIZ-OPT
               MOVE WS-OPT-COMIS(WS-V) TO COMIS-OPT
               WRITE LINEA-OPERTOT
           END-PERFORM.
           CLOSE OPERTOT-FILE.
           IF WS-RAIZ-OK = "S"
               ADD RAIZ TO WS-OPT-RAIZ(WS-V)
           END-IF.
           ADD WS-COMIS-MOV TO WS-OPT-COMIS(WS-V).

      ******************************************************************
      * Acumuladores por sucursal: SUCTOT.TXT se relee entero a una
                                   WS-SUC-PCT(WS-TOTAL-SUCURSALES)
                               MOVE RAIZ-SUC TO
                                   WS-SUC-RAIZ(WS-TOTAL-SUCURSALES)
                               IF COMIS-SUC IS NUMERIC
                                   MOVE COMIS-SUC TO
                                     WS-SUC-COMIS(WS-TOTAL-SUCURSALES)
                               ELSE
                                   MOVE 0 TO
                                     WS-SUC-COMIS(WS-TOTAL-SUCURSALES)
                               END-IF
                               IF TRANSF-SUC IS NUMERIC
                                   MOVE TRANSF-SUC TO
                                     WS-SUC-TRANSF(WS-TOTAL-SUCURSALES)
                               ELSE
                                   MOVE 0 TO
                                     WS-SUC-TRANSF(WS-TOTAL-SUCURSALES)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-SUC-DIVI(WS-U)
               MOVE 0 TO WS-SUC-PCT(WS-U)
               MOVE 0 TO WS-SUC-RAIZ(WS-U)
               MOVE 0 TO WS-SUC-COMIS(WS-U)
               MOVE 0 TO WS-SUC-TRANSF(WS-U)
               PERFORM ACUMULA-EN-SUCURSAL
           END-IF.
           IF WS-TRF-OK = "S"
               PERFORM ACUMULA-TRANSFERENCIA
           END-IF.
           OPEN OUTPUT SUCURSAL-FILE.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-TOTAL-SUCURSALES
               MOVE WS-SUC-DIVI(WS-U) TO DIVI-SUC
               MOVE WS-SUC-PCT(WS-U) TO PCT-SUC
               MOVE WS-SUC-RAIZ(WS-U) TO RAIZ-SUC
               MOVE WS-SUC-COMIS(WS-U) TO COMIS-SUC
               MOVE WS-SUC-TRANSF(WS-U) TO TRANSF-SUC
               WRITE LINEA-SUCURSAL
           END-PERFORM.
           CLOSE SUCURSAL-FILE.
           IF WS-RAIZ-OK = "S"
               ADD RAIZ TO WS-SUC-RAIZ(WS-U)
           END-IF.
           ADD WS-COMIS-MOV TO WS-SUC-COMIS(WS-U).

      *    La transferencia saca el importe de la sucursal que envia y
      *    lo pone en la que recibe; la casa no se mueve.
       ACUMULA-TRANSFERENCIA.
           MOVE WS-SUCURSAL TO WS-SUC-TRF-COD.
           PERFORM UBICA-SUCURSAL-TRF.
           IF WS-U > 0
               SUBTRACT WS-TRF-IMPORTE FROM WS-SUC-TRANSF(WS-U)
           END-IF.
           MOVE WS-SUC-DESTINO TO WS-SUC-TRF-COD.
           PERFORM UBICA-SUCURSAL-TRF.
           IF WS-U > 0
               ADD WS-TRF-IMPORTE TO WS-SUC-TRANSF(WS-U)
           END-IF.

       UBICA-SUCURSAL-TRF.
           MOVE "N" TO WS-SUC-HALLADA.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-TOTAL-SUCURSALES
                      OR WS-SUC-HALLADA = "S"
               IF WS-SUC-CODIGO(WS-U) = WS-SUC-TRF-COD
                   MOVE "S" TO WS-SUC-HALLADA
               END-IF
           END-PERFORM.
           IF WS-SUC-HALLADA = "S"
               SUBTRACT 1 FROM WS-U
           ELSE
               IF WS-TOTAL-SUCURSALES < 20
                   ADD 1 TO WS-TOTAL-SUCURSALES
                   MOVE WS-TOTAL-SUCURSALES TO WS-U
                   MOVE WS-SUC-TRF-COD TO WS-SUC-CODIGO(WS-U)
                   MOVE 0 TO WS-SUC-SUMA(WS-U)
                   MOVE 0 TO WS-SUC-RESTA(WS-U)
                   MOVE 0 TO WS-SUC-MULTI(WS-U)
                   MOVE 0 TO WS-SUC-DIVI(WS-U)
                   MOVE 0 TO WS-SUC-PCT(WS-U)
                   MOVE 0 TO WS-SUC-RAIZ(WS-U)
                   MOVE 0 TO WS-SUC-COMIS(WS-U)
                   MOVE 0 TO WS-SUC-TRANSF(WS-U)
               ELSE
                   MOVE 0 TO WS-U
               END-IF
           END-IF.

      ******************************************************************
      * Corte diario de los totales: TOTHIST.TXT guarda un registro
      * rango de fechas).
      ******************************************************************
       ACTUALIZA-HISTORIAL.
           MOVE WS-FECHA-VALOR TO WS-HOY.
           MOVE 0 TO WS-TOTAL-DIAS.
           MOVE "N" TO WS-FIN-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
               MOVE 0 TO WS-MOV-DIVI-TAB(WS-D)
               MOVE 0 TO WS-MOV-PCT-TAB(WS-D)
               MOVE 0 TO WS-MOV-RAIZ-TAB(WS-D)
               MOVE 0 TO WS-MOV-COMIS-TAB(WS-D)
               PERFORM ACUMULA-DIA-HOY
           END-IF.
           OPEN OUTPUT HISTORIAL-FILE.
               MOVE WS-MOV-RAIZ-TAB(WS-D) TO MOV-RAIZ-HIST
               MOVE WS-SAL-PCT-TAB(WS-D) TO SAL-PCT-HIST
               MOVE WS-SAL-RAIZ-TAB(WS-D) TO SAL-RAIZ-HIST
               MOVE WS-MOV-COMIS-TAB(WS-D) TO MOV-COMIS-HIST
               MOVE WS-SAL-COMIS-TAB(WS-D) TO SAL-COMIS-HIST
               WRITE LINEA-HISTORIAL
           END-PERFORM.
           CLOSE HISTORIAL-FILE.
               MOVE 0 TO WS-SAL-PCT-TAB(WS-TOTAL-DIAS)
               MOVE 0 TO WS-SAL-RAIZ-TAB(WS-TOTAL-DIAS)
           END-IF.
           IF MOV-COMIS-HIST IS NUMERIC
               MOVE MOV-COMIS-HIST TO WS-MOV-COMIS-TAB(WS-TOTAL-DIAS)
               MOVE SAL-COMIS-HIST TO WS-SAL-COMIS-TAB(WS-TOTAL-DIAS)
           ELSE
               MOVE 0 TO WS-MOV-COMIS-TAB(WS-TOTAL-DIAS)
               MOVE 0 TO WS-SAL-COMIS-TAB(WS-TOTAL-DIAS)
           END-IF.

       ACUMULA-DIA-HOY.
           IF WS-SUMA-OK = "S"
           END-IF.
           MOVE WS-TOTAL-PCT TO WS-SAL-PCT-TAB(WS-D).
           MOVE WS-TOTAL-RAIZ TO WS-SAL-RAIZ-TAB(WS-D).
           ADD WS-COMIS-MOV TO WS-MOV-COMIS-TAB(WS-D).
           MOVE WS-TOTAL-COMIS TO WS-SAL-COMIS-TAB(WS-D).

       END PROGRAM OPERACIONES_BASICAS.
