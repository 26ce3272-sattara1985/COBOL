      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Vencimiento nocturno de documentos. Recorre el
      *          registro DOCUMEN.DAT y lista en DOCVREP.TXT todo
      *          documento vigente ya vencido o que vence dentro de
      *          la ventana configurable (parametro DIASDOC de
      *          LEE-CONFIG, 30 dias por defecto). Cada documento ya
      *          vencido se agrega una sola vez a DOCVENC.TXT, que
      *          COLA-TRABAJO ingiere como item de la cola WORKQ.DAT;
      *          la fecha de aviso queda en el propio documento para
      *          no repetirlo la noche siguiente. Los documentos de
      *          personas que ya no estan en PERSONAS.DAT o que estan
      *          inactivas o fallecidas no generan trabajo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCIMIENTO-DOCUMENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-DOC
               FILE STATUS IS WS-DOCUMENTO-STATUS.
           SELECT AVISOS-FILE ASSIGN TO "DOCVENC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "DOCVREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  DOCUMENTO-FILE.
       COPY DOCUMEN.

       FD  AVISOS-FILE.
       01  LINEA-AVISO.
           05 MARCA-AVS PIC X(3).
           05 FILLER PIC X.
           05 NUMERO-AVS PIC 9(6).
           05 FILLER PIC X.
           05 SECUENCIA-AVS PIC 99.
           05 FILLER PIC X.
           05 TIPO-AVS PIC X(5).
           05 FILLER PIC X.
           05 TEXTO-AVS PIC X(7).
           05 FILLER PIC X.
           05 VENCE-AVS PIC 9(8).
           05 FILLER PIC X.
           05 REFERENCIA-AVS PIC X(20).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-DOCUMENTO-STATUS PIC XX.
       01 WS-AVISOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "VENCE-DOCUMENTOS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-DIAS-VENTANA PIC 9(3) VALUE 30.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FECHA-INT PIC 9(7).
       01 WS-LIMITE PIC 9(8).
       01 WS-FIN-DOCUMENTOS PIC X.
       01 WS-PERSONA-ACTIVA PIC X.
       01 WS-SITUACION PIC X(10).
       01 WS-LEIDOS PIC 9(6) VALUE 0.
       01 WS-VENCIDOS PIC 9(6) VALUE 0.
       01 WS-POR-VENCER PIC 9(6) VALUE 0.
       01 WS-AVISADOS PIC 9(6) VALUE 0.
       01 WS-OMITIDOS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           PERFORM CARGA-CONFIG.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VENCIMIENTO DE DOCUMENTOS AL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " - VENTANA HASTA " DELIMITED BY SIZE
               WS-LIMITE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN I-O DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS NOT = "00"
               MOVE "SIN REGISTRO DE DOCUMENTOS (DOCUMEN.DAT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               OPEN INPUT PERSONAS-FILE
               OPEN EXTEND AVISOS-FILE
               IF WS-AVISOS-STATUS = "35"
                   OPEN OUTPUT AVISOS-FILE
               END-IF
               MOVE "SITUACION  PERSONA-SQ TIPO  REFERENCIA" &
                   "           VENCE    OBL" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM RECORRE-DOCUMENTOS
               PERFORM ESCRIBE-TOTALES
               CLOSE AVISOS-FILE
               CLOSE PERSONAS-FILE
               CLOSE DOCUMENTO-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "DOCVREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "DOCUMENTOS VENCIDOS: " WS-VENCIDOS
               " POR VENCER: " WS-POR-VENCER
               " ENVIADOS A LA COLA: " WS-AVISADOS.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONFIG.
           MOVE "DIASDOC" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "30" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-DIAS-VENTANA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           COMPUTE WS-FECHA-INT =
               FUNCTION INTEGER-OF-DATE(WS-HOY).
           COMPUTE WS-FECHA-INT = WS-FECHA-INT + WS-DIAS-VENTANA.
           COMPUTE WS-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-INT).

      *    Solo cuentan los documentos vigentes con fecha de
      *    vencimiento; los reemplazados por uno posterior del mismo
      *    tipo ya no son trabajo de nadie.
       RECORRE-DOCUMENTOS.
           MOVE LOW-VALUES TO CLAVE-DOC.
           MOVE "N" TO WS-FIN-DOCUMENTOS.
           START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
               INVALID KEY MOVE "S" TO WS-FIN-DOCUMENTOS
           END-START.
           PERFORM UNTIL WS-FIN-DOCUMENTOS = "S"
               READ DOCUMENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-DOCUMENTOS
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF ESTADO-DOC = "V" AND
                          FECHA-VENCE-DOC NOT = 0 AND
                          FECHA-VENCE-DOC <= WS-LIMITE
                           PERFORM EXAMINA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       EXAMINA-DOCUMENTO.
           PERFORM VERIFICA-PERSONA.
           IF WS-PERSONA-ACTIVA NOT = "S"
               ADD 1 TO WS-OMITIDOS
           ELSE
               IF FECHA-VENCE-DOC < WS-HOY
                   ADD 1 TO WS-VENCIDOS
                   MOVE "VENCIDO" TO WS-SITUACION
                   IF FECHA-AVISO-DOC = 0
                       PERFORM AVISA-DOCUMENTO
                   END-IF
               ELSE
                   ADD 1 TO WS-POR-VENCER
                   MOVE "POR VENCER" TO WS-SITUACION
               END-IF
               PERFORM LISTA-DOCUMENTO
           END-IF.

       VERIFICA-PERSONA.
           MOVE "N" TO WS-PERSONA-ACTIVA.
           IF WS-PERSONAS-STATUS = "00"
               MOVE NUMERO-PERSONA-DOC TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESTADO-REC NOT = "I" AND
                          ESTADO-REC NOT = "F"
                           MOVE "S" TO WS-PERSONA-ACTIVA
                       END-IF
               END-READ
           END-IF.

       AVISA-DOCUMENTO.
           MOVE SPACES TO LINEA-AVISO.
           MOVE "DOC" TO MARCA-AVS.
           MOVE NUMERO-PERSONA-DOC TO NUMERO-AVS.
           MOVE SECUENCIA-DOC TO SECUENCIA-AVS.
           MOVE TIPO-DOC TO TIPO-AVS.
           MOVE "VENCIDO" TO TEXTO-AVS.
           MOVE FECHA-VENCE-DOC TO VENCE-AVS.
           MOVE REFERENCIA-DOC TO REFERENCIA-AVS.
           WRITE LINEA-AVISO.
           MOVE WS-HOY TO FECHA-AVISO-DOC.
           REWRITE DOCUMENTO-REC.
           ADD 1 TO WS-AVISADOS.

       LISTA-DOCUMENTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-SITUACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-PERSONA-DOC DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SECUENCIA-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIPO-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REFERENCIA-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-VENCE-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OBLIGATORIO-DOC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DOCUMENTOS LEIDOS: " DELIMITED BY SIZE
               WS-LEIDOS DELIMITED BY SIZE
               " VENCIDOS: " DELIMITED BY SIZE
               WS-VENCIDOS DELIMITED BY SIZE
               " POR VENCER: " DELIMITED BY SIZE
               WS-POR-VENCER DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ENVIADOS HOY A LA COLA (DOCVENC.TXT): "
               DELIMITED BY SIZE
               WS-AVISADOS DELIMITED BY SIZE
               " OMITIDOS (PERSONA NO ACTIVA): " DELIMITED BY SIZE
               WS-OMITIDOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM VENCIMIENTO-DOCUMENTOS.
