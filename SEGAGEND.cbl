      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Agenda nocturna de seguimientos. Recorre SEGUIM.DAT
      *          y cada seguimiento abierto cuyo dia habil de
      *          vencimiento ya llego se agrega una sola vez a
      *          SEGVENC.TXT, que COLA-TRABAJO ingiere como item de
      *          la cola WORKQ.DAT ya asignado al operador del
      *          seguimiento; la fecha de envio queda en el propio
      *          seguimiento. El dia habil se vuelve a calcular con
      *          DIA-HABIL sobre la fecha prometida, asi un feriado
      *          cargado despues en CALENDAR.TXT tambien corre el
      *          vencimiento. SEGAGING.TXT es el reporte de
      *          antiguedad: cada seguimiento abierto con los dias
      *          habiles que lleva vencido, los totales por tramo y
      *          los completados a tiempo y fuera de plazo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENDA-SEGUIMIENTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGUIMIENTO-FILE ASSIGN TO "SEGUIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-SEG
               FILE STATUS IS WS-SEGUIMIENTO-STATUS.
           SELECT AVISOS-FILE ASSIGN TO "SEGVENC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AVISOS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "SEGAGING.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGUIMIENTO-FILE.
       COPY SEGUIM.

      *La referencia del item de la cola son las primeras 40
      *posiciones; el operador asignado va despues, donde
      *COLA-TRABAJO lo toma para asignar el item.
       FD  AVISOS-FILE.
       01  LINEA-AVISO.
           05 MARCA-AVS PIC X(3).
           05 FILLER PIC X.
           05 NUMERO-AVS PIC 9(6).
           05 FILLER PIC X.
           05 SECUENCIA-AVS PIC 9(3).
           05 FILLER PIC X.
           05 VENCE-AVS PIC 9(8).
           05 FILLER PIC X.
           05 MOTIVO-AVS PIC X(40).
           05 FILLER PIC X.
           05 ASIGNADO-AVS PIC X(10).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-AVISOS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "AGENDA-SEGUIMIENTOS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FECHA-HABIL PIC 9(8).
       01 WS-FECHA-TRABAJO PIC 9(8).
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-INT-A PIC 9(7).
       01 WS-INT-B PIC 9(7).
       01 WS-DIAS-VENCIDO PIC 9(3).
       01 WS-FIN-SEGUIMIENTOS PIC X.
       01 WS-SITUACION PIC X(10).
       01 WS-LEIDOS PIC 9(6) VALUE 0.
       01 WS-ABIERTOS PIC 9(6) VALUE 0.
       01 WS-NO-VENCIDOS PIC 9(6) VALUE 0.
       01 WS-VENCEN-HOY PIC 9(6) VALUE 0.
       01 WS-VENCIDOS-1-2 PIC 9(6) VALUE 0.
       01 WS-VENCIDOS-3-5 PIC 9(6) VALUE 0.
       01 WS-VENCIDOS-6-10 PIC 9(6) VALUE 0.
       01 WS-VENCIDOS-MAS PIC 9(6) VALUE 0.
       01 WS-COMPLETADOS PIC 9(6) VALUE 0.
       01 WS-A-TIEMPO PIC 9(6) VALUE 0.
       01 WS-FUERA-PLAZO PIC 9(6) VALUE 0.
       01 WS-ENVIADOS PIC 9(6) VALUE 0.
       01 WS-CORRIDOS PIC 9(6) VALUE 0.

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
           STRING "ANTIGUEDAD DE SEGUIMIENTOS AL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " (DIAS HABILES)" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN I-O SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS NOT = "00"
               MOVE "SIN AGENDA DE SEGUIMIENTOS (SEGUIM.DAT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               OPEN EXTEND AVISOS-FILE
               IF WS-AVISOS-STATUS = "35"
                   OPEN OUTPUT AVISOS-FILE
               END-IF
               MOVE "SITUACION  PERSONA-SEQ PROMETIDO VENCE    DIAS " &
                   "ASIGNADO   MOTIVO" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM RECORRE-SEGUIMIENTOS
               PERFORM ESCRIBE-TOTALES
               CLOSE AVISOS-FILE
               CLOSE SEGUIMIENTO-FILE
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "SEGAGING.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "SEGUIMIENTOS ABIERTOS: " WS-ABIERTOS
               " ENVIADOS A LA COLA: " WS-ENVIADOS.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       RECORRE-SEGUIMIENTOS.
           MOVE LOW-VALUES TO CLAVE-SEG.
           MOVE "N" TO WS-FIN-SEGUIMIENTOS.
           START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
               INVALID KEY MOVE "S" TO WS-FIN-SEGUIMIENTOS
           END-START.
           PERFORM UNTIL WS-FIN-SEGUIMIENTOS = "S"
               READ SEGUIMIENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-SEGUIMIENTOS
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       IF ESTADO-SEG = "C"
                           PERFORM CUENTA-COMPLETADO
                       ELSE
                           PERFORM EXAMINA-SEGUIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       CUENTA-COMPLETADO.
           ADD 1 TO WS-COMPLETADOS.
           IF FECHA-CIERRE-SEG > FECHA-VENCE-SEG
               ADD 1 TO WS-FUERA-PLAZO
           ELSE
               ADD 1 TO WS-A-TIEMPO
           END-IF.

      *    Mientras no salio a la cola el vencimiento sigue al
      *    calendario; una vez en la cola ya no se mueve.
       EXAMINA-SEGUIMIENTO.
           ADD 1 TO WS-ABIERTOS.
           IF FECHA-COLA-SEG = 0
               PERFORM CALCULA-DIA-HABIL
               IF WS-FECHA-HABIL NOT = FECHA-VENCE-SEG
                   MOVE WS-FECHA-HABIL TO FECHA-VENCE-SEG
                   REWRITE SEGUIMIENTO-REC
                   ADD 1 TO WS-CORRIDOS
               END-IF
               IF FECHA-VENCE-SEG <= WS-HOY
                   PERFORM ENVIA-SEGUIMIENTO
               END-IF
           END-IF.
           IF FECHA-VENCE-SEG > WS-HOY
               ADD 1 TO WS-NO-VENCIDOS
               MOVE "ABIERTO" TO WS-SITUACION
               MOVE 0 TO WS-DIAS-VENCIDO
           ELSE
               PERFORM CUENTA-DIAS-VENCIDO
               MOVE "VENCIDO" TO WS-SITUACION
               EVALUATE TRUE
                   WHEN WS-DIAS-VENCIDO = 0
                       ADD 1 TO WS-VENCEN-HOY
                       MOVE "VENCE HOY" TO WS-SITUACION
                   WHEN WS-DIAS-VENCIDO <= 2
                       ADD 1 TO WS-VENCIDOS-1-2
                   WHEN WS-DIAS-VENCIDO <= 5
                       ADD 1 TO WS-VENCIDOS-3-5
                   WHEN WS-DIAS-VENCIDO <= 10
                       ADD 1 TO WS-VENCIDOS-6-10
                   WHEN OTHER
                       ADD 1 TO WS-VENCIDOS-MAS
               END-EVALUATE
           END-IF.
           PERFORM LISTA-SEGUIMIENTO.

       CALCULA-DIA-HABIL.
           MOVE FECHA-PEDIDA-SEG TO WS-FECHA-HABIL.
           MOVE "V" TO WS-FUNCION-CAL.
           CALL "DIA-HABIL" USING WS-FUNCION-CAL WS-FECHA-HABIL
               WS-RESULTADO-CAL.
           IF WS-RESULTADO-CAL NOT = "S"
               MOVE "P" TO WS-FUNCION-CAL
               CALL "DIA-HABIL" USING WS-FUNCION-CAL WS-FECHA-HABIL
                   WS-RESULTADO-CAL
           END-IF.

       ENVIA-SEGUIMIENTO.
           MOVE SPACES TO LINEA-AVISO.
           MOVE "SEG" TO MARCA-AVS.
           MOVE NUMERO-PERSONA-SEG TO NUMERO-AVS.
           MOVE SECUENCIA-SEG TO SECUENCIA-AVS.
           MOVE FECHA-VENCE-SEG TO VENCE-AVS.
           MOVE MOTIVO-SEG TO MOTIVO-AVS.
           MOVE ASIGNADO-SEG TO ASIGNADO-AVS.
           WRITE LINEA-AVISO.
           MOVE WS-HOY TO FECHA-COLA-SEG.
           REWRITE SEGUIMIENTO-REC.
           ADD 1 TO WS-ENVIADOS.

      *    Dias habiles despues del vencimiento hasta hoy, contados
      *    como la antiguedad de COLA-TRABAJO; pasados los 60 ya no
      *    hace falta seguir contando.
       CUENTA-DIAS-VENCIDO.
           MOVE 0 TO WS-DIAS-VENCIDO.
           IF FECHA-VENCE-SEG < WS-HOY
               COMPUTE WS-INT-A =
                   FUNCTION INTEGER-OF-DATE(FECHA-VENCE-SEG)
               COMPUTE WS-INT-B =
                   FUNCTION INTEGER-OF-DATE(WS-HOY)
               PERFORM UNTIL WS-INT-A >= WS-INT-B
                       OR WS-DIAS-VENCIDO > 60
                   ADD 1 TO WS-INT-A
                   COMPUTE WS-FECHA-TRABAJO =
                       FUNCTION DATE-OF-INTEGER(WS-INT-A)
                   MOVE "V" TO WS-FUNCION-CAL
                   CALL "DIA-HABIL" USING WS-FUNCION-CAL
                       WS-FECHA-TRABAJO WS-RESULTADO-CAL
                   IF WS-RESULTADO-CAL = "S"
                       ADD 1 TO WS-DIAS-VENCIDO
                   END-IF
               END-PERFORM
           END-IF.

       LISTA-SEGUIMIENTO.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-SITUACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-PERSONA-SEG DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SECUENCIA-SEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-PEDIDA-SEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-VENCE-SEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-VENCIDO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ASIGNADO-SEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVO-SEG DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ABIERTOS: " DELIMITED BY SIZE
               WS-ABIERTOS DELIMITED BY SIZE
               " AUN NO VENCEN: " DELIMITED BY SIZE
               WS-NO-VENCIDOS DELIMITED BY SIZE
               " VENCEN HOY: " DELIMITED BY SIZE
               WS-VENCEN-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "VENCIDOS 1-2 DIAS: " DELIMITED BY SIZE
               WS-VENCIDOS-1-2 DELIMITED BY SIZE
               " 3-5: " DELIMITED BY SIZE
               WS-VENCIDOS-3-5 DELIMITED BY SIZE
               " 6-10: " DELIMITED BY SIZE
               WS-VENCIDOS-6-10 DELIMITED BY SIZE
               " MAS DE 10: " DELIMITED BY SIZE
               WS-VENCIDOS-MAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COMPLETADOS: " DELIMITED BY SIZE
               WS-COMPLETADOS DELIMITED BY SIZE
               " A TIEMPO: " DELIMITED BY SIZE
               WS-A-TIEMPO DELIMITED BY SIZE
               " FUERA DE PLAZO: " DELIMITED BY SIZE
               WS-FUERA-PLAZO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ENVIADOS HOY A LA COLA (SEGVENC.TXT): "
               DELIMITED BY SIZE
               WS-ENVIADOS DELIMITED BY SIZE
               " VENCIMIENTOS CORRIDOS POR CALENDARIO: "
               DELIMITED BY SIZE
               WS-CORRIDOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM AGENDA-SEGUIMIENTOS.
