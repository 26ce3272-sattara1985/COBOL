      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Unified operator work queue. Turns each limit breach
      *          (EXCEPLIM.TXT), suspected duplicate (DUPLREP.TXT),
      *          load reject (CARGARCH.TXT), surveillance case
      *          (VIGILCAS.TXT, de VIGILA-PATRONES), disputed audit
      *          sample (MUESDISP.TXT, de VERIFICA-MUESTRA), expired
      *          person document (DOCVENC.TXT, de
      *          VENCIMIENTO-DOCUMENTOS), due follow-up (SEGVENC.TXT,
      *          de AGENDA-SEGUIMIENTOS, que llega ya tomado por el
      *          operador asignado; cerrarlo completa el seguimiento
      *          en SEGUIM.DAT), deceased-registry candidate
      *          (DEFCAND.TXT, de CRUCE-DEFUNCIONES), person left
      *          with no deliverable address (SINDIR.TXT, de
      *          CORREO-DEVUELTO) and statistical outlier pair
      *          (PARESATI.TXT, de CONDICIONALES) into a work item
      *          in WORKQ.DAT with estado (A=abierta, T=tomada,
      *          C=cerrada), assigned operator and dates; WQSRC.TXT
      *          remembers how many lines of each source were already
      *          ingested so a re-run only loads the new ones. The
      *          configurable number of business days (parametro
      *          DIASCOLA de LEE-CONFIG, 3 por defecto), counted on
      *          the DIA-HABIL calendar. Nothing lives on a clipboard
      *          anymore. Cada alta, toma y cierre deja una linea en
      *          WQTRAZA.TXT con el operador, que es lo que lee
      *          CONFLICTO-FUNCIONES; con SODBLOQ=S no se deja cerrar
      *          un item a quien lo cargo ni a quien es sujeto del
      *          caso de vigilancia.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-WQ
               FILE STATUS IS WS-WORKQ-STATUS.
           SELECT SEGUIMIENTO-FILE ASSIGN TO "SEGUIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-SEG
               FILE STATUS IS WS-SEGUIMIENTO-STATUS.
           SELECT FUENTE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "COLAGING.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           SELECT TRAZA-FILE ASSIGN TO "WQTRAZA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAZA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FECHA-CIERRE-WQ PIC 9(8).
           05 RESOLUCION-WQ PIC X(4).

       FD  SEGUIMIENTO-FILE.
       COPY SEGUIM.

       FD  FUENTE-FILE.
       01  LINEA-FUENTE PIC X(100).

           05 INGERIDAS-RCH PIC 9(6).
           05 FILLER PIC X.
           05 ULTIMO-ITEM PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-VIG PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-MUE PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-DOC PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-SEG PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-DEF PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-DIR PIC 9(6).
           05 FILLER PIC X.
           05 INGERIDAS-ATI PIC 9(6).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(90).

       FD  TRAZA-FILE.
       01  LINEA-TRAZA.
           05 FECHA-TRZ PIC 9(8).
           05 FILLER PIC X.
           05 HORA-TRZ PIC 9(6).
           05 FILLER PIC X.
           05 ACCION-TRZ PIC X.
           05 FILLER PIC X.
           05 NUMERO-TRZ PIC 9(6).
           05 FILLER PIC X.
           05 OPERADOR-TRZ PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-WORKQ-STATUS PIC XX.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-TRAZA-STATUS PIC XX.
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-NOMBRE-FUENTE PIC X(12).
       01 WS-PROGRAMA PIC X(20) VALUE "COLA-TRABAJO".
       01 WS-OPERADOR PIC X(10).
       01 WS-ING-EXC PIC 9(6) VALUE 0.
       01 WS-ING-DUP PIC 9(6) VALUE 0.
       01 WS-ING-RCH PIC 9(6) VALUE 0.
       01 WS-ING-VIG PIC 9(6) VALUE 0.
       01 WS-ING-MUE PIC 9(6) VALUE 0.
       01 WS-ING-DOC PIC 9(6) VALUE 0.
       01 WS-ING-SEG PIC 9(6) VALUE 0.
       01 WS-ING-DEF PIC 9(6) VALUE 0.
       01 WS-ING-DIR PIC 9(6) VALUE 0.
       01 WS-ING-ATI PIC 9(6) VALUE 0.
       01 WS-ASIGNADO PIC X(10).
       01 WS-ULTIMO PIC 9(6) VALUE 0.
       01 WS-LINEA-ACTUAL PIC 9(6).
       01 WS-YA-INGERIDAS PIC 9(6).
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-VIEJAS PIC 9(4).
       01 WS-SOD-BLOQUEO PIC X VALUE "N".
       01 WS-ACCION-TRZ PIC X.
       01 WS-CREADOR PIC X(10).
       01 WS-FIN-TRAZA PIC X.
       01 WS-CONFLICTO PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-DIAS-COLA
           END-IF.
      *    SODBLOQ=S: quien cargo un item o es sujeto del caso no lo
      *    puede cerrar; en N solo lo informa el reporte nocturno.
           MOVE "SODBLOQ" TO WS-PARAMETRO-CFG.
           MOVE "X" TO WS-TIPO-CFG.
           MOVE "N" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           MOVE WS-VALOR-CFG(1:1) TO WS-SOD-BLOQUEO.

       ABRE-COLA.
           OPEN I-O WORKQ-FILE.
           MOVE WS-ING-RCH TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-RCH.
           MOVE "VIGILCAS.TXT" TO WS-ORIGEN.
           MOVE WS-ING-VIG TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-VIG.
           MOVE "MUESDISP.TXT" TO WS-ORIGEN.
           MOVE WS-ING-MUE TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-MUE.
           MOVE "DOCVENC.TXT" TO WS-ORIGEN.
           MOVE WS-ING-DOC TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-DOC.
           MOVE "SEGVENC.TXT" TO WS-ORIGEN.
           MOVE WS-ING-SEG TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-SEG.
           MOVE "DEFCAND.TXT" TO WS-ORIGEN.
           MOVE WS-ING-DEF TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-DEF.
           MOVE "SINDIR.TXT" TO WS-ORIGEN.
           MOVE WS-ING-DIR TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-DIR.
           MOVE "PARESATI.TXT" TO WS-ORIGEN.
           MOVE WS-ING-ATI TO WS-YA-INGERIDAS.
           PERFORM INGIERE-FUENTE.
           MOVE WS-LINEA-ACTUAL TO WS-ING-ATI.
           PERFORM GRABA-CONTROL.
           DISPLAY "ITEMS NUEVOS EN LA COLA: " WS-NUEVOS.

           MOVE 0 TO WS-ING-DUP.
           MOVE 0 TO WS-ING-RCH.
           MOVE 0 TO WS-ULTIMO.
           MOVE 0 TO WS-ING-VIG.
           MOVE 0 TO WS-ING-MUE.
           MOVE 0 TO WS-ING-DOC.
           MOVE 0 TO WS-ING-SEG.
           MOVE 0 TO WS-ING-DEF.
           MOVE 0 TO WS-ING-DIR.
           MOVE 0 TO WS-ING-ATI.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                       MOVE INGERIDAS-DUP TO WS-ING-DUP
                       MOVE INGERIDAS-RCH TO WS-ING-RCH
                       MOVE ULTIMO-ITEM TO WS-ULTIMO
                       IF INGERIDAS-VIG IS NUMERIC
                           MOVE INGERIDAS-VIG TO WS-ING-VIG
                       END-IF
                       IF INGERIDAS-MUE IS NUMERIC
                           MOVE INGERIDAS-MUE TO WS-ING-MUE
                       END-IF
                       IF INGERIDAS-DOC IS NUMERIC
                           MOVE INGERIDAS-DOC TO WS-ING-DOC
                       END-IF
                       IF INGERIDAS-SEG IS NUMERIC
                           MOVE INGERIDAS-SEG TO WS-ING-SEG
                       END-IF
                       IF INGERIDAS-DEF IS NUMERIC
                           MOVE INGERIDAS-DEF TO WS-ING-DEF
                       END-IF
                       IF INGERIDAS-DIR IS NUMERIC
                           MOVE INGERIDAS-DIR TO WS-ING-DIR
                       END-IF
                       IF INGERIDAS-ATI IS NUMERIC
                           MOVE INGERIDAS-ATI TO WS-ING-ATI
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           MOVE WS-ING-DUP TO INGERIDAS-DUP.
           MOVE WS-ING-RCH TO INGERIDAS-RCH.
           MOVE WS-ULTIMO TO ULTIMO-ITEM.
           MOVE WS-ING-VIG TO INGERIDAS-VIG.
           MOVE WS-ING-MUE TO INGERIDAS-MUE.
           MOVE WS-ING-DOC TO INGERIDAS-DOC.
           MOVE WS-ING-SEG TO INGERIDAS-SEG.
           MOVE WS-ING-DEF TO INGERIDAS-DEF.
           MOVE WS-ING-DIR TO INGERIDAS-DIR.
           MOVE WS-ING-ATI TO INGERIDAS-ATI.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-FILE.

      *    Del reporte de duplicados solo son trabajo los pares
      *    (lineas CLASE x nnnnnn); la leyenda tambien empieza con
      *    CLASE pero lleva un = pegado a la letra, por eso se exige
      *    el espacio en la posicion 8. Un seguimiento trae su
      *    operador asignado en la posicion 66 y entra ya tomado.
       EXAMINA-LINEA-FUENTE.
           MOVE SPACES TO WS-ASIGNADO.
           IF WS-ORIGEN = "SEGVENC.TXT"
               MOVE LINEA-FUENTE(66:10) TO WS-ASIGNADO
           END-IF.
           IF WS-ORIGEN = "DUPLREP.TXT"
               IF LINEA-FUENTE(1:6) = "CLASE " AND
                  LINEA-FUENTE(8:1) = SPACE
           MOVE WS-ULTIMO TO NUMERO-WQ.
           MOVE WS-ORIGEN TO ORIGEN-WQ.
           MOVE LINEA-FUENTE(1:40) TO REFERENCIA-WQ.
           IF WS-ASIGNADO = SPACES
               MOVE "A" TO ESTADO-WQ
           ELSE
               MOVE "T" TO ESTADO-WQ
           END-IF.
           MOVE WS-ASIGNADO TO OPERADOR-WQ.
           MOVE WS-HOY TO FECHA-ALTA-WQ.
           MOVE 0 TO FECHA-CIERRE-WQ.
           MOVE SPACES TO RESOLUCION-WQ.
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-NUEVOS
                   MOVE "A" TO WS-ACCION-TRZ
                   PERFORM GRABA-TRAZA
           END-WRITE.

       LISTA-ABIERTOS.
                           MOVE "T" TO ESTADO-WQ
                           MOVE WS-OPERADOR TO OPERADOR-WQ
                           REWRITE ITEM-WQ
                           MOVE "T" TO WS-ACCION-TRZ
                           PERFORM GRABA-TRAZA
                           DISPLAY "ITEM " NUMERO-WQ " TOMADO POR "
                               WS-OPERADOR
                       END-IF
                       IF ESTADO-WQ = "C"
                           DISPLAY "EL ITEM YA ESTA CERRADO"
                       ELSE
                           PERFORM VERIFICA-CONFLICTO
                           IF WS-CONFLICTO = "S"
                               DISPLAY "QUIEN CARGO EL ITEM O ES "
                                   "SUJETO DEL CASO NO PUEDE CERRARLO"
                           ELSE
                               PERFORM REGISTRA-CIERRE
                           END-IF
                       END-IF
               END-READ
           END-IF.

       REGISTRA-CIERRE.
           DISPLAY "CODIGO DE RESOLUCION (4 POS)".
           MOVE SPACES TO WS-RESOLUCION.
           ACCEPT WS-RESOLUCION.
           IF WS-RESOLUCION = SPACES
               DISPLAY "SIN RESOLUCION NO SE CIERRA"
           ELSE
               MOVE "C" TO ESTADO-WQ
               MOVE WS-OPERADOR TO OPERADOR-WQ
               MOVE WS-HOY TO FECHA-CIERRE-WQ
               MOVE WS-RESOLUCION TO RESOLUCION-WQ
               REWRITE ITEM-WQ
               MOVE "C" TO WS-ACCION-TRZ
               PERFORM GRABA-TRAZA
               DISPLAY "ITEM " NUMERO-WQ " CERRADO"
               IF ORIGEN-WQ = "SEGVENC.TXT"
                   PERFORM COMPLETA-SEGUIMIENTO
               END-IF
           END-IF.

      *    La referencia de un seguimiento es "SEG nnnnnn sss ...":
      *    cerrar el item deja completado el seguimiento, salvo que
      *    ya lo hubieran completado desde DATOS.
       COMPLETA-SEGUIMIENTO.
           OPEN I-O SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "00"
               MOVE REFERENCIA-WQ(5:6) TO NUMERO-PERSONA-SEG
               MOVE REFERENCIA-WQ(12:3) TO SECUENCIA-SEG
               READ SEGUIMIENTO-FILE
                   INVALID KEY
                       DISPLAY "SEGUIMIENTO YA NO EXISTE"
                   NOT INVALID KEY
                       IF ESTADO-SEG = "C"
                           DISPLAY "EL SEGUIMIENTO YA ESTABA "
                               "COMPLETADO"
                       ELSE
                           MOVE "C" TO ESTADO-SEG
                           MOVE WS-HOY TO FECHA-CIERRE-SEG
                           MOVE WS-OPERADOR TO OPERADOR-CIERRE-SEG
                           REWRITE SEGUIMIENTO-REC
                           DISPLAY "SEGUIMIENTO COMPLETADO"
                       END-IF
               END-READ
               CLOSE SEGUIMIENTO-FILE
           END-IF.

      ******************************************************************
      * Separacion de funciones: con SODBLOQ=S el cierre se niega a
      * quien cargo el item (linea A de WQTRAZA.TXT) y, en los casos
      * de vigilancia sobre un operador (tipo O), al propio sujeto.
      ******************************************************************
       VERIFICA-CONFLICTO.
           MOVE "N" TO WS-CONFLICTO.
           IF WS-SOD-BLOQUEO = "S"
               IF ORIGEN-WQ = "VIGILCAS.TXT" AND
                  REFERENCIA-WQ(10:1) = "O" AND
                  REFERENCIA-WQ(12:10) = WS-OPERADOR
                   MOVE "S" TO WS-CONFLICTO
               END-IF
               PERFORM BUSCA-CREADOR
               IF WS-CREADOR = WS-OPERADOR
                   MOVE "S" TO WS-CONFLICTO
               END-IF
           END-IF.

       BUSCA-CREADOR.
           MOVE SPACES TO WS-CREADOR.
           OPEN INPUT TRAZA-FILE.
           IF WS-TRAZA-STATUS = "00"
               MOVE "N" TO WS-FIN-TRAZA
               PERFORM UNTIL WS-FIN-TRAZA = "S"
                   READ TRAZA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-TRAZA
                       NOT AT END
                           IF ACCION-TRZ = "A" AND
                              NUMERO-TRZ = NUMERO-WQ
                               MOVE OPERADOR-TRZ TO WS-CREADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAZA-FILE
           END-IF.

       GRABA-TRAZA.
           OPEN EXTEND TRAZA-FILE.
           IF WS-TRAZA-STATUS = "35"
               OPEN OUTPUT TRAZA-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE SPACES TO LINEA-TRAZA.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-TRZ.
           MOVE WS-FECHA-HORA(9:6) TO HORA-TRZ.
           MOVE WS-ACCION-TRZ TO ACCION-TRZ.
           MOVE NUMERO-WQ TO NUMERO-TRZ.
           MOVE WS-OPERADOR TO OPERADOR-TRZ.
           WRITE LINEA-TRAZA.
           CLOSE TRAZA-FILE.

       SOLICITA-ITEM.
           DISPLAY "NUMERO DE ITEM".
           MOVE SPACES TO WS-SEL-ENT.
