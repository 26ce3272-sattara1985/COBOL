      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Conciliacion de los trabajos mandados a la imprenta
      *          externa antes de pagar su factura. Por cada trabajo
      *          de IMPRCTL.TXT todavia sin conciliar (P) o con
      *          diferencias (D) busca el conteo de produccion que
      *          devuelve la imprenta, IMPRnnnn.CNT, una linea por
      *          pieza producida (trabajo y numero de pieza), y lo
      *          cruza con el archivo de piezas IMPRnnnn.TXT que
      *          preparo GENERA-CARTAS. Lista en IMPCREP.TXT las
      *          piezas faltantes (mandadas y no producidas) y las
      *          sobrantes (desconocidas, de otro trabajo o repetidas)
      *          y deja el trabajo en C (conforme, se puede pagar) o
      *          D (diferencias, retener el pago) con los conteos. Un
      *          trabajo con diferencias se registra en LOG-ERROR y
      *          la corrida termina con RC 4. Un trabajo sin conteo
      *          todavia sigue pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-IMPRENTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMPCTL-FILE ASSIGN TO "IMPRCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPCTL-STATUS.
           SELECT PIEZAS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-PIEZAS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PIEZAS-STATUS.
           SELECT CONTEO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-CONTEO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTEO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "IMPCREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMPCTL-FILE.
       COPY IMPRCTL.

       FD  PIEZAS-FILE.
       COPY PIEZAIMP.

      *Conteo de produccion de la imprenta: una linea por pieza.
       FD  CONTEO-FILE.
       01  LINEA-CONTEO.
           05 TRABAJO-CNT PIC 9(4).
           05 FILLER PIC X.
           05 PIEZA-CNT PIC 9(6).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-IMPCTL-STATUS PIC XX.
       01 WS-PIEZAS-STATUS PIC XX.
       01 WS-CONTEO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "CONCILIA-IMPRENTA".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-NOMBRE-PIEZAS PIC X(12).
       01 WS-NOMBRE-CONTEO PIC X(12).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-C PIC 9(4).
       01 WS-P PIC 9(6).
       01 WS-TRABAJO PIC 9(4).
       01 WS-PRODUCIDAS PIC 9(6).
       01 WS-FALTANTES PIC 9(6).
       01 WS-SOBRANTES PIC 9(6).
       01 WS-MOTIVO-SOBRA PIC X(20).
       01 WS-CONCILIADOS PIC 9(4) VALUE 0.
       01 WS-CON-DIFERENCIAS PIC 9(4) VALUE 0.
       01 WS-ESPERANDO PIC 9(4) VALUE 0.
      *Lineas de IMPRCTL.TXT en memoria; se vuelve a grabar entero con
      *el estado de cada trabajo conciliado.
       01 WS-TOTAL-TRABAJOS PIC 9(4) VALUE 0.
       01 WS-TABLA-TRABAJOS.
           05 WS-TRABAJO-TAB OCCURS 2000 PIC X(85).
      *Piezas mandadas del trabajo en proceso: persona y marca de
      *producida.
       01 WS-TOTAL-PIEZAS PIC 9(6).
       01 WS-PIEZAS-DESBORDE PIC 9(6).
       01 WS-TABLA-PIEZAS.
           05 WS-PIEZA-TAB OCCURS 20000.
               10 WS-NUMERO-PIE PIC 9(6).
               10 WS-PRODUCIDA-PIE PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONCILIACION DE TRABAJOS DE IMPRENTA - "
               DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CARGA-TRABAJOS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-TRABAJOS
               MOVE WS-TRABAJO-TAB(WS-C) TO IMPRCTL-REC
               IF ESTADO-ICT = "P" OR ESTADO-ICT = "D"
                   PERFORM BUSCA-CONTEO
               END-IF
           END-PERFORM.
           IF WS-CONCILIADOS + WS-CON-DIFERENCIAS > 0
               PERFORM GRABA-TRABAJOS
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TRABAJOS CONFORMES:        " DELIMITED BY SIZE
               WS-CONCILIADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TRABAJOS CON DIFERENCIAS:  " DELIMITED BY SIZE
               WS-CON-DIFERENCIAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ESPERANDO CONTEO:          " DELIMITED BY SIZE
               WS-ESPERANDO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE "IMPCREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-TRABAJOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT IMPCTL-FILE.
           IF WS-IMPCTL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ IMPCTL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-TRABAJOS < 2000
                               ADD 1 TO WS-TOTAL-TRABAJOS
                               MOVE IMPRCTL-REC TO
                                   WS-TRABAJO-TAB(WS-TOTAL-TRABAJOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPCTL-FILE
           ELSE
               MOVE "NO HAY TRABAJOS DE IMPRENTA (IMPRCTL.TXT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

      *    Sin el conteo de la imprenta el trabajo sigue esperando.
       BUSCA-CONTEO.
           MOVE TRABAJO-ICT TO WS-TRABAJO.
           MOVE SPACES TO WS-NOMBRE-CONTEO WS-NOMBRE-PIEZAS.
           STRING "IMPR" DELIMITED BY SIZE
               WS-TRABAJO DELIMITED BY SIZE
               ".CNT" DELIMITED BY SIZE
               INTO WS-NOMBRE-CONTEO.
           STRING "IMPR" DELIMITED BY SIZE
               WS-TRABAJO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-NOMBRE-PIEZAS.
           OPEN INPUT CONTEO-FILE.
           IF WS-CONTEO-STATUS NOT = "00"
               IF ESTADO-ICT = "P"
                   ADD 1 TO WS-ESPERANDO
               END-IF
           ELSE
               PERFORM CONCILIA-TRABAJO
               CLOSE CONTEO-FILE
           END-IF.

       CONCILIA-TRABAJO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TRABAJO " DELIMITED BY SIZE
               WS-TRABAJO DELIMITED BY SIZE
               " DEL " DELIMITED BY SIZE
               FECHA-ICT DELIMITED BY SIZE
               " PLANTILLA " DELIMITED BY SIZE
               PLANTILLA-ICT DELIMITED BY SIZE
               " PIEZAS " DELIMITED BY SIZE
               PIEZAS-ICT DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-PRODUCIDAS WS-FALTANTES WS-SOBRANTES.
           PERFORM CARGA-PIEZAS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ CONTEO-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM MARCA-PRODUCIDA
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-PIEZAS
               IF WS-PRODUCIDA-PIE(WS-P) NOT = "S"
                   ADD 1 TO WS-FALTANTES
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  FALTA   PIEZA " DELIMITED BY SIZE
                       WS-P DELIMITED BY SIZE
                       " PERSONA " DELIMITED BY SIZE
                       WS-NUMERO-PIE(WS-P) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
      *    Piezas que no entraron en la tabla no se pueden verificar
      *    y cuentan como faltantes: nada se paga sin cruzar.
           ADD WS-PIEZAS-DESBORDE TO WS-FALTANTES.
           IF WS-TOTAL-PIEZAS + WS-PIEZAS-DESBORDE NOT = PIEZAS-ICT
               MOVE SPACES TO LINEA-REPORTE
               STRING "  AVISO: EL ARCHIVO " DELIMITED BY SIZE
                   WS-NOMBRE-PIEZAS DELIMITED BY SIZE
                   " NO TIENE LAS PIEZAS DEL TRABAJO"
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               IF WS-TOTAL-PIEZAS + WS-PIEZAS-DESBORDE < PIEZAS-ICT
                   COMPUTE WS-FALTANTES = WS-FALTANTES + PIEZAS-ICT
                       - WS-TOTAL-PIEZAS - WS-PIEZAS-DESBORDE
               END-IF
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  PRODUCIDAS " DELIMITED BY SIZE
               WS-PRODUCIDAS DELIMITED BY SIZE
               " FALTANTES " DELIMITED BY SIZE
               WS-FALTANTES DELIMITED BY SIZE
               " SOBRANTES " DELIMITED BY SIZE
               WS-SOBRANTES DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-HOY TO FECHA-CONC-ICT.
           MOVE WS-PRODUCIDAS TO PRODUCIDAS-ICT.
           MOVE WS-FALTANTES TO FALTANTES-ICT.
           MOVE WS-SOBRANTES TO SOBRANTES-ICT.
           IF WS-FALTANTES = 0 AND WS-SOBRANTES = 0
               MOVE "C" TO ESTADO-ICT
               ADD 1 TO WS-CONCILIADOS
               MOVE "  CONFORME - SE PUEDE PAGAR LA FACTURA"
                   TO LINEA-REPORTE
           ELSE
               MOVE "D" TO ESTADO-ICT
               ADD 1 TO WS-CON-DIFERENCIAS
               MOVE "  CON DIFERENCIAS - RETENER EL PAGO"
                   TO LINEA-REPORTE
               MOVE "CONCILIA-TRABAJO" TO WS-PARRAFO
               MOVE SPACES TO WS-DESCRIPCION
               STRING "PRINT JOB " DELIMITED BY SIZE
                   WS-TRABAJO DELIMITED BY SIZE
                   " PIECE COUNT MISMATCH" DELIMITED BY SIZE
                   INTO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "IMPD" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 4 TO WS-RC-FINAL
           END-IF.
           WRITE LINEA-REPORTE.
           MOVE IMPRCTL-REC TO WS-TRABAJO-TAB(WS-C).

       CARGA-PIEZAS.
           MOVE 0 TO WS-TOTAL-PIEZAS WS-PIEZAS-DESBORDE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT PIEZAS-FILE.
           IF WS-PIEZAS-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PIEZAS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-PIEZAS < 20000
                               ADD 1 TO WS-TOTAL-PIEZAS
                               MOVE NUMERO-PZ TO
                                   WS-NUMERO-PIE(WS-TOTAL-PIEZAS)
                               MOVE "N" TO
                                   WS-PRODUCIDA-PIE(WS-TOTAL-PIEZAS)
                           ELSE
                               ADD 1 TO WS-PIEZAS-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIEZAS-FILE
           END-IF.

      *    Una pieza producida vale una sola vez; lo que no
      *    corresponde a una pieza mandada de este trabajo sobra.
       MARCA-PRODUCIDA.
           MOVE SPACES TO WS-MOTIVO-SOBRA.
           EVALUATE TRUE
               WHEN TRABAJO-CNT NOT NUMERIC OR
                    PIEZA-CNT NOT NUMERIC
                   MOVE "LINEA INVALIDA" TO WS-MOTIVO-SOBRA
               WHEN TRABAJO-CNT NOT = WS-TRABAJO
                   MOVE "DE OTRO TRABAJO" TO WS-MOTIVO-SOBRA
               WHEN PIEZA-CNT = 0 OR PIEZA-CNT > WS-TOTAL-PIEZAS
                   MOVE "PIEZA NO MANDADA" TO WS-MOTIVO-SOBRA
               WHEN WS-PRODUCIDA-PIE(PIEZA-CNT) = "S"
                   MOVE "PIEZA REPETIDA" TO WS-MOTIVO-SOBRA
               WHEN OTHER
                   MOVE "S" TO WS-PRODUCIDA-PIE(PIEZA-CNT)
                   ADD 1 TO WS-PRODUCIDAS
           END-EVALUATE.
           IF WS-MOTIVO-SOBRA NOT = SPACES
               ADD 1 TO WS-SOBRANTES
               MOVE SPACES TO LINEA-REPORTE
               STRING "  SOBRA   " DELIMITED BY SIZE
                   LINEA-CONTEO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-MOTIVO-SOBRA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       GRABA-TRABAJOS.
           OPEN OUTPUT IMPCTL-FILE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-TRABAJOS
               MOVE WS-TRABAJO-TAB(WS-C) TO IMPRCTL-REC
               WRITE IMPRCTL-REC
           END-PERFORM.
           CLOSE IMPCTL-FILE.

       END PROGRAM CONCILIA-IMPRENTA.
