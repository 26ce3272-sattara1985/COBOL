      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Reporte diario de conflictos de separacion de
      *          funciones. Cruza los rastros del dia y lista cada caso
      *          en que la misma persona hizo las dos mitades de una
      *          accion que deberian hacer dos:
      *            REVR  reversa en OPERJRNL.TXT hecha por el mismo
      *                  operador que cargo el asiento original
      *            DUAL  autorizacion dual de AUDITLOG.TXT con la misma
      *                  firma en F1 y F2
      *            MANT  mantenimiento de operadores en AUDITLOG.TXT
      *                  hecho sobre el propio usuario
      *            COLA  item de WORKQ.DAT cerrado por quien lo cargo
      *                  (segun WQTRAZA.TXT)
      *            SUJE  caso de vigilancia sobre un operador cerrado
      *                  por el propio operador
      *          Cada linea lleva las dos referencias (trace del
      *          journal, sello de hora del log o numero de item) para
      *          seguir el caso. La fecha es la de hoy o la que venga
      *          en el parametro (AAAAMMDD). Sale en CONFLREP.TXT y, si
      *          hubo casos, se avisa por REGISTRA-ALERTA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFLICTO-FUNCIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TRAZA-FILE ASSIGN TO "WQTRAZA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAZA-STATUS.
           SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NUMERO-WQ
               FILE STATUS IS WS-WORKQ-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CONFLREP.TXT"
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

       FD  AUDIT-LOG.
       01  LINEA-AUDIT.
           05 FECHA-AUD PIC X(8).
           05 HORA-AUD PIC X(7).
           05 FILLER PIC X.
           05 RESTO-AUD PIC X(53).
       01  LINEA-AUDIT-DUAL.
           05 SELLO-DUAL PIC X(15).
           05 MARCA-DUAL PIC X(6).
           05 ACCION-DUAL PIC X(20).
           05 FILLER PIC X(4).
           05 FIRMA1-DUAL PIC X(10).
           05 FILLER PIC X(4).
           05 FIRMA2-DUAL PIC X(10).
       01  LINEA-AUDIT-MANT.
           05 SELLO-MANT PIC X(15).
           05 FILLER PIC X.
           05 ACCION-MANT PIC X(12).
           05 MARCA-SOBRE PIC X(7).
           05 SOBRE-MANT PIC X(10).
           05 MARCA-POR PIC X(5).
           05 POR-MANT PIC X(10).
           05 FILLER PIC X(9).

       FD  TRAZA-FILE.
       01  LINEA-TRAZA.
           05 FECHA-TRZ PIC X(8).
           05 FILLER PIC X.
           05 HORA-TRZ PIC X(6).
           05 FILLER PIC X.
           05 ACCION-TRZ PIC X.
           05 FILLER PIC X.
           05 NUMERO-TRZ PIC 9(6).
           05 FILLER PIC X.
           05 OPERADOR-TRZ PIC X(10).

       FD  WORKQ-FILE.
       01  ITEM-WQ.
           05 NUMERO-WQ PIC 9(6).
           05 ORIGEN-WQ PIC X(12).
           05 REFERENCIA-WQ PIC X(40).
           05 ESTADO-WQ PIC X.
           05 OPERADOR-WQ PIC X(10).
           05 FECHA-ALTA-WQ PIC 9(8).
           05 FECHA-CIERRE-WQ PIC 9(8).
           05 RESOLUCION-WQ PIC X(4).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-TRAZA-STATUS PIC XX.
       01 WS-WORKQ-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-PARM PIC X(20).
       01 WS-PROGRAMA PIC X(20) VALUE "CONFLICTO-FUNCIONES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-LINEA PIC 9(6).
       01 WS-R PIC 9(4).
       01 WS-C PIC 9(4).
       01 WS-TOTAL-REV PIC 9(4) VALUE 0.
       01 WS-TABLA-REV.
           05 WS-REV OCCURS 1000.
               10 WS-REV-ORIGINAL PIC 9(6).
               10 WS-REV-OPERADOR PIC X(10).
               10 WS-REV-TRACE PIC X(14).
       01 WS-TOTAL-CIE PIC 9(4) VALUE 0.
       01 WS-TABLA-CIE.
           05 WS-CIE OCCURS 1000.
               10 WS-CIE-NUMERO PIC 9(6).
               10 WS-CIE-OPERADOR PIC X(10).
               10 WS-CIE-SELLO PIC X(14).
       01 WS-OMITIDAS PIC 9(5) VALUE 0.
       01 WS-CONFLICTOS PIC 9(5) VALUE 0.
       01 WS-CNT-REVR PIC 9(5) VALUE 0.
       01 WS-CNT-DUAL PIC 9(5) VALUE 0.
       01 WS-CNT-MANT PIC 9(5) VALUE 0.
       01 WS-CNT-COLA PIC 9(5) VALUE 0.
       01 WS-CNT-SUJE PIC 9(5) VALUE 0.
       01 WS-CASO.
           05 WS-CASO-TIPO PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CASO-OPERADOR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CASO-REF1 PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CASO-REF2 PIC X(20).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CASO-DETALLE PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-HOY
           END-IF.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONFLICTOS DE SEPARACION DE FUNCIONES DEL "
               DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "TIPO OPERADOR   REFERENCIA-1         REFERENCIA-2"
               TO LINEA-REPORTE.
           MOVE "DETALLE" TO LINEA-REPORTE(59:7).
           WRITE LINEA-REPORTE.
           PERFORM REVISA-REVERSAS.
           PERFORM REVISA-AUDITORIA.
           PERFORM REVISA-COLA.
           PERFORM IMPRIME-TOTALES.
           CLOSE REPORTE-FILE.
           MOVE "CONFLREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           IF WS-CONFLICTOS > 0
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "CONFLICTOS DE FUNCIONES: " DELIMITED BY SIZE
                   WS-CONFLICTOS DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.
           DISPLAY "CONFLICTOS DE FUNCIONES (CONFLREP.TXT): "
               WS-CONFLICTOS.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Reversas: primera pasada junta las reversas del dia (marca R,
      * con el numero de linea del original en REF-REV); la segunda
      * ubica cada original por su numero de linea y compara quien
      * lo cargo con quien lo reverso.
      ******************************************************************
       REVISA-REVERSAS.
           MOVE 0 TO WS-LINEA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-JRN = WS-HOY AND
                              MARCA-REV-JRN = "R"
                               PERFORM GUARDA-REVERSA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.
           IF WS-TOTAL-REV > 0
               MOVE "N" TO WS-FIN-ARCHIVO
               OPEN INPUT JOURNAL-OPER
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-LINEA
                           PERFORM COMPARA-ORIGINAL
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       GUARDA-REVERSA.
           IF WS-TOTAL-REV < 1000
               ADD 1 TO WS-TOTAL-REV
               MOVE REF-REV-JRN TO WS-REV-ORIGINAL(WS-TOTAL-REV)
               MOVE OPERADOR-JRN TO WS-REV-OPERADOR(WS-TOTAL-REV)
               MOVE TRACE-JRN TO WS-REV-TRACE(WS-TOTAL-REV)
           ELSE
               ADD 1 TO WS-OMITIDAS
           END-IF.

       COMPARA-ORIGINAL.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-TOTAL-REV
               IF WS-REV-ORIGINAL(WS-R) = WS-LINEA AND
                  WS-REV-OPERADOR(WS-R) = OPERADOR-JRN
                   ADD 1 TO WS-CNT-REVR
                   MOVE "REVR" TO WS-CASO-TIPO
                   MOVE OPERADOR-JRN TO WS-CASO-OPERADOR
                   MOVE TRACE-JRN TO WS-CASO-REF1
                   MOVE WS-REV-TRACE(WS-R) TO WS-CASO-REF2
                   MOVE SPACES TO WS-CASO-DETALLE
                   STRING "REVERSA OP " DELIMITED BY SIZE
                       OPERACION-JRN DELIMITED BY SIZE
                       INTO WS-CASO-DETALLE
                   PERFORM GRABA-CASO
               END-IF
           END-PERFORM.

      ******************************************************************
      * AUDITLOG.TXT: las lineas DUAL de AUTORIZA-DUAL traen las dos
      * firmas; las de MANTENIMIENTO-OPERADORES traen el usuario
      * tocado (SOBRE=) y quien lo toco (POR=). La referencia es el
      * sello de hora de la linea.
      ******************************************************************
       REVISA-AUDITORIA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ AUDIT-LOG
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-AUD = WS-HOY
                               PERFORM EXAMINA-AUDITORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       EXAMINA-AUDITORIA.
           IF MARCA-DUAL = " DUAL " AND FIRMA1-DUAL NOT = SPACES
              AND FIRMA1-DUAL = FIRMA2-DUAL
               ADD 1 TO WS-CNT-DUAL
               MOVE "DUAL" TO WS-CASO-TIPO
               MOVE FIRMA1-DUAL TO WS-CASO-OPERADOR
               MOVE SELLO-DUAL TO WS-CASO-REF1
               MOVE "F1=F2" TO WS-CASO-REF2
               MOVE ACCION-DUAL TO WS-CASO-DETALLE
               PERFORM GRABA-CASO
           END-IF.
           IF MARCA-SOBRE = " SOBRE=" AND MARCA-POR = " POR="
              AND POR-MANT NOT = SPACES AND SOBRE-MANT = POR-MANT
               ADD 1 TO WS-CNT-MANT
               MOVE "MANT" TO WS-CASO-TIPO
               MOVE POR-MANT TO WS-CASO-OPERADOR
               MOVE SELLO-MANT TO WS-CASO-REF1
               MOVE "SOBRE=POR" TO WS-CASO-REF2
               MOVE ACCION-MANT TO WS-CASO-DETALLE
               PERFORM GRABA-CASO
           END-IF.

      ******************************************************************
      * Cola de trabajo: de WQTRAZA.TXT se juntan los cierres del dia
      * y despues se busca el alta de cada item cerrado. Si el item
      * es un caso de vigilancia sobre un operador (tipo O en
      * VIGILCAS.TXT) tambien se compara el sujeto con quien cerro.
      ******************************************************************
       REVISA-COLA.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT TRAZA-FILE.
           IF WS-TRAZA-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ TRAZA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-TRZ = WS-HOY AND
                              ACCION-TRZ = "C"
                               PERFORM GUARDA-CIERRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAZA-FILE
           END-IF.
           IF WS-TOTAL-CIE > 0
               MOVE "N" TO WS-FIN-ARCHIVO
               OPEN INPUT TRAZA-FILE
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ TRAZA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF ACCION-TRZ = "A"
                               PERFORM COMPARA-ALTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAZA-FILE
               PERFORM REVISA-SUJETOS
           END-IF.

       GUARDA-CIERRE.
           IF WS-TOTAL-CIE < 1000
               ADD 1 TO WS-TOTAL-CIE
               MOVE NUMERO-TRZ TO WS-CIE-NUMERO(WS-TOTAL-CIE)
               MOVE OPERADOR-TRZ TO WS-CIE-OPERADOR(WS-TOTAL-CIE)
               MOVE SPACES TO WS-CIE-SELLO(WS-TOTAL-CIE)
               STRING FECHA-TRZ DELIMITED BY SIZE
                   HORA-TRZ DELIMITED BY SIZE
                   INTO WS-CIE-SELLO(WS-TOTAL-CIE)
           ELSE
               ADD 1 TO WS-OMITIDAS
           END-IF.

       COMPARA-ALTA.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-TOTAL-CIE
               IF WS-CIE-NUMERO(WS-C) = NUMERO-TRZ AND
                  WS-CIE-OPERADOR(WS-C) = OPERADOR-TRZ AND
                  OPERADOR-TRZ NOT = SPACES
                   ADD 1 TO WS-CNT-COLA
                   MOVE "COLA" TO WS-CASO-TIPO
                   MOVE OPERADOR-TRZ TO WS-CASO-OPERADOR
                   MOVE SPACES TO WS-CASO-REF1
                   STRING FECHA-TRZ DELIMITED BY SIZE
                       HORA-TRZ DELIMITED BY SIZE
                       INTO WS-CASO-REF1
                   MOVE WS-CIE-SELLO(WS-C) TO WS-CASO-REF2
                   MOVE SPACES TO WS-CASO-DETALLE
                   STRING "ITEM " DELIMITED BY SIZE
                       NUMERO-TRZ DELIMITED BY SIZE
                       " ALTA/CIERRE" DELIMITED BY SIZE
                       INTO WS-CASO-DETALLE
                   PERFORM GRABA-CASO
               END-IF
           END-PERFORM.

       REVISA-SUJETOS.
           OPEN INPUT WORKQ-FILE.
           IF WS-WORKQ-STATUS = "00"
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-TOTAL-CIE
                   MOVE WS-CIE-NUMERO(WS-C) TO NUMERO-WQ
                   READ WORKQ-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ORIGEN-WQ = "VIGILCAS.TXT" AND
                              REFERENCIA-WQ(10:1) = "O" AND
                              REFERENCIA-WQ(12:10) =
                                  WS-CIE-OPERADOR(WS-C)
                               PERFORM GRABA-SUJETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKQ-FILE
           END-IF.

       GRABA-SUJETO.
           ADD 1 TO WS-CNT-SUJE.
           MOVE "SUJE" TO WS-CASO-TIPO.
           MOVE WS-CIE-OPERADOR(WS-C) TO WS-CASO-OPERADOR.
           MOVE SPACES TO WS-CASO-REF1.
           STRING "ITEM " DELIMITED BY SIZE
               NUMERO-WQ DELIMITED BY SIZE
               INTO WS-CASO-REF1.
           MOVE WS-CIE-SELLO(WS-C) TO WS-CASO-REF2.
           MOVE REFERENCIA-WQ(23:10) TO WS-CASO-DETALLE.
           PERFORM GRABA-CASO.

       GRABA-CASO.
           ADD 1 TO WS-CONFLICTOS.
           MOVE WS-CASO TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       IMPRIME-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "REVR " DELIMITED BY SIZE
               WS-CNT-REVR DELIMITED BY SIZE
               "  DUAL " DELIMITED BY SIZE
               WS-CNT-DUAL DELIMITED BY SIZE
               "  MANT " DELIMITED BY SIZE
               WS-CNT-MANT DELIMITED BY SIZE
               "  COLA " DELIMITED BY SIZE
               WS-CNT-COLA DELIMITED BY SIZE
               "  SUJE " DELIMITED BY SIZE
               WS-CNT-SUJE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-CONFLICTOS = 0
               MOVE "SIN CONFLICTOS" TO LINEA-REPORTE
           ELSE
               STRING "TOTAL DE CONFLICTOS: " DELIMITED BY SIZE
                   WS-CONFLICTOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           IF WS-OMITIDAS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "MOVIMIENTOS FUERA DE TABLA (NO REVISADOS): "
                   DELIMITED BY SIZE
                   WS-OMITIDAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM CONFLICTO-FUNCIONES.
