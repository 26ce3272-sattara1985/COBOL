      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Nightly outbound feed of telephone and email contact
      *          changes to the phone system, the way back for what
      *          CARGA-CONTACTOS brings in. The current T and E rows
      *          of CONTACTO.DAT are matched in key order against
      *          CONTENV.TXT, the image of what the phone system was
      *          last sent, and every difference goes out in the
      *          numbered file CTELnnnn.EXP:
      *            A alta de un contacto nuevo
      *            M cambio de valor de un contacto ya enviado
      *            F contacto cerrado (FECHA-FIN-CON) o borrado
      *            R retiro: la persona pidio no ser contactada
      *              (PREF-CORREO-REC = N, motivo O) o ya no esta en
      *              PERSONAS.DAT (eliminada, archivada o fusionada,
      *              motivo E)
      *          The file carries a header with sequence and date and
      *          a trailer with the detail count and a hash of the
      *          person numbers. CTELCTL.TXT keeps one line per feed
      *          with its counts and acknowledgment state
      *          (P pendiente, A acusado, X acuse que no cuadra); at
      *          the start of each run the acknowledgments returned
      *          in CTELACK.TXT are matched against it, a mismatch is
      *          logged SEVERA through LOG-ERROR with RC 8, and the
      *          feeds still unacknowledged are listed in CTELREP.TXT.
      *          A night with no changes still sends a header and a
      *          zero trailer so the phone system sees the run. The
      *          first run, with no CONTENV.TXT, sends every current
      *          contact as an alta.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-CONTACTOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT CONTACTO-FILE ASSIGN TO "CONTACTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO
               FILE STATUS IS WS-CONTACTO-STATUS.
           SELECT ENVIADO-FILE ASSIGN TO "CONTENV.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIADO-STATUS.
           SELECT ENVIADO-TEMP ASSIGN TO "CONTENVT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIADO-TEMP-STATUS.
           SELECT SALIDA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-SALIDA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "CTELCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT ACK-FILE ASSIGN TO "CTELACK.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CTELREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  CONTACTO-FILE.
       01  CONTACTO-REC.
           05 CLAVE-CONTACTO.
               10 NUMERO-PERSONA-CON PIC 9(6).
               10 SECUENCIA-CON PIC 99.
           05 TIPO-CON PIC X.
           05 VALOR-CON PIC X(40).
           05 FECHA-EFECTIVA-CON PIC 9(8).
           05 FECHA-FIN-CON PIC 9(8).

      *Imagen de lo enviado: un renglon por contacto vigente ya
      *comunicado, en orden de clave de contacto.
       FD  ENVIADO-FILE.
       01  LINEA-ENVIADO.
           05 CLAVE-ENV.
               10 NUMERO-ENV PIC 9(6).
               10 SECUENCIA-ENV PIC 99.
           05 TIPO-ENV PIC X.
           05 VALOR-ENV PIC X(40).

       FD  ENVIADO-TEMP.
       01  LINEA-ENVIADO-TEMP PIC X(49).

       FD  SALIDA-FILE.
       01  LINEA-SALIDA.
           05 REGISTRO-SAL PIC X.
           05 ACCION-SAL PIC X.
           05 MOTIVO-SAL PIC X.
           05 NUMERO-SAL PIC 9(6).
           05 SECUENCIA-SAL PIC 99.
           05 TIPO-SAL PIC X.
           05 VALOR-SAL PIC X(40).
       01  LINEA-CABECERA-SAL.
           05 REGISTRO-CAB PIC X.
           05 SECUENCIA-CAB PIC 9(4).
           05 FECHA-CAB PIC 9(8).
           05 ORIGEN-CAB PIC X(8).
           05 FILLER PIC X(31).
       01  LINEA-COLA-SAL.
           05 REGISTRO-COL PIC X.
           05 SECUENCIA-COL PIC 9(4).
           05 TOTAL-COL PIC 9(6).
           05 HASH-COL PIC 9(9).
           05 FILLER PIC X(32).

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 SECUENCIA-CTL PIC 9(4).
           05 FILLER PIC X.
           05 FECHA-CTL PIC 9(8).
           05 FILLER PIC X.
           05 TOTAL-CTL PIC 9(6).
           05 FILLER PIC X.
           05 HASH-CTL PIC 9(9).
           05 FILLER PIC X.
           05 ESTADO-CTL PIC X.

       FD  ACK-FILE.
       01  LINEA-ACK.
           05 SECUENCIA-ACK PIC 9(4).
           05 FILLER PIC X.
           05 TOTAL-ACK PIC 9(6).
           05 FILLER PIC X.
           05 HASH-ACK PIC 9(9).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(70).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-ENVIADO-STATUS PIC XX.
       01 WS-ENVIADO-TEMP-STATUS PIC XX.
       01 WS-SALIDA-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "EXPORTA-CONTACTOS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-NOMBRE-SALIDA PIC X(12).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-SECUENCIA PIC 9(4) VALUE 0.
       01 WS-HAY-PERSONAS PIC X VALUE "N".
       01 WS-HAY-ENVIADO PIC X VALUE "N".
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FIN-CONTACTOS PIC X.
       01 WS-FIN-ENVIADO PIC X.
      *Lado actual y lado enviado del cruce; HIGH-VALUES al agotarse.
       01 WS-ACTUAL.
           05 WS-CLAVE-ACT PIC X(8).
           05 WS-TIPO-ACT PIC X.
           05 WS-VALOR-ACT PIC X(40).
       01 WS-ANTERIOR.
           05 WS-CLAVE-ANT PIC X(8).
           05 WS-CLAVE-ANT-R REDEFINES WS-CLAVE-ANT.
               10 WS-NUMERO-ANT PIC 9(6).
               10 WS-SECUENCIA-ANT PIC 99.
           05 WS-TIPO-ANT PIC X.
           05 WS-VALOR-ANT PIC X(40).
      *Situacion de la ultima persona leida del maestro.
       01 WS-PERSONA-LEIDA PIC 9(6) VALUE 0.
       01 WS-SITUACION-PER PIC X.
           88 WS-PER-CONTACTABLE VALUE "S".
           88 WS-PER-EXCLUIDA VALUE "O".
           88 WS-PER-AUSENTE VALUE "E".
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-TOTAL-DETALLE PIC 9(6) VALUE 0.
       01 WS-HASH PIC 9(9) VALUE 0.
       01 WS-ALTAS PIC 9(6) VALUE 0.
       01 WS-CAMBIOS PIC 9(6) VALUE 0.
       01 WS-CIERRES PIC 9(6) VALUE 0.
       01 WS-RETIROS PIC 9(6) VALUE 0.
       01 WS-ACUSADOS PIC 9(4) VALUE 0.
       01 WS-DESCUADRADOS PIC 9(4) VALUE 0.
       01 WS-PENDIENTES PIC 9(4) VALUE 0.
       01 WS-C PIC 9(4).
       01 WS-HALLADO PIC X.
      *Lineas de CTELCTL.TXT en memoria, para marcar los acuses y
      *volver a grabarlo con la linea de esta noche.
       01 WS-TOTAL-CONTROL PIC 9(4) VALUE 0.
       01 WS-TABLA-CONTROL.
           05 WS-CONTROL OCCURS 3000.
               10 WS-SECUENCIA-TC PIC 9(4).
               10 WS-FECHA-TC PIC 9(8).
               10 WS-TOTAL-TC PIC 9(6).
               10 WS-HASH-TC PIC 9(9).
               10 WS-ESTADO-TC PIC X.

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
           STRING "ENVIO DE CONTACTOS A TELEFONIA - " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM CARGA-CONTROL.
           PERFORM CONCILIA-ACUSES.
           OPEN INPUT CONTACTO-FILE.
           IF WS-CONTACTO-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE CONTACTOS (CONTACTO.DAT)"
               MOVE "SIN CONTACTO.DAT, NO SE GENERA ENVIO"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               OPEN INPUT PERSONAS-FILE
               IF WS-PERSONAS-STATUS = "00"
                   MOVE "S" TO WS-HAY-PERSONAS
               END-IF
               PERFORM GENERA-ENVIO
               IF WS-HAY-PERSONAS = "S"
                   CLOSE PERSONAS-FILE
               END-IF
               CLOSE CONTACTO-FILE
               PERFORM REEMPLAZA-ENVIADO
               PERFORM GRABA-CONTROL
           END-IF.
           PERFORM ESCRIBE-RESUMEN.
           CLOSE REPORTE-FILE.
           MOVE "CTELREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       CARGA-CONTROL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CONTROL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-CONTROL < 3000
                               ADD 1 TO WS-TOTAL-CONTROL
                               MOVE WS-TOTAL-CONTROL TO WS-C
                               MOVE SECUENCIA-CTL
                                   TO WS-SECUENCIA-TC(WS-C)
                               MOVE FECHA-CTL TO WS-FECHA-TC(WS-C)
                               MOVE TOTAL-CTL TO WS-TOTAL-TC(WS-C)
                               MOVE HASH-CTL TO WS-HASH-TC(WS-C)
                               MOVE ESTADO-CTL TO WS-ESTADO-TC(WS-C)
                           END-IF
                           MOVE SECUENCIA-CTL TO WS-SECUENCIA
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

      *    Cada acuse se busca por secuencia entre los envios aun no
      *    acusados bien; un acuse de algo ya conciliado no se mira.
       CONCILIA-ACUSES.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ ACK-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF SECUENCIA-ACK IS NUMERIC
                               PERFORM CONCILIA-UN-ACUSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       CONCILIA-UN-ACUSE.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CONTROL OR WS-HALLADO = "S"
               IF WS-SECUENCIA-TC(WS-C) = SECUENCIA-ACK
                   MOVE "S" TO WS-HALLADO
                   IF WS-ESTADO-TC(WS-C) NOT = "A"
                       PERFORM COMPARA-ACUSE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               MOVE SPACES TO LINEA-REPORTE
               STRING "ACUSE DE UNA SECUENCIA NO ENVIADA: "
                   DELIMITED BY SIZE
                   SECUENCIA-ACK DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       COMPARA-ACUSE.
           IF TOTAL-ACK = WS-TOTAL-TC(WS-C) AND
              HASH-ACK = WS-HASH-TC(WS-C)
               MOVE "A" TO WS-ESTADO-TC(WS-C)
               ADD 1 TO WS-ACUSADOS
               MOVE SPACES TO LINEA-REPORTE
               STRING "ACUSE CORRECTO - SECUENCIA " DELIMITED BY SIZE
                   SECUENCIA-ACK DELIMITED BY SIZE
                   " REGISTROS " DELIMITED BY SIZE
                   TOTAL-ACK DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "X" TO WS-ESTADO-TC(WS-C)
               ADD 1 TO WS-DESCUADRADOS
               MOVE SPACES TO LINEA-REPORTE
               STRING "ACUSE NO CUADRA - SEC " DELIMITED BY SIZE
                   SECUENCIA-ACK DELIMITED BY SIZE
                   " ENVIADO " DELIMITED BY SIZE
                   WS-TOTAL-TC(WS-C) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-HASH-TC(WS-C) DELIMITED BY SIZE
                   " ACUSADO " DELIMITED BY SIZE
                   TOTAL-ACK DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   HASH-ACK DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE "COMPARA-ACUSE" TO WS-PARRAFO
               MOVE "CONTACT FEED ACK MISMATCH" TO WS-DESCRIPCION
               MOVE "S" TO WS-SEVERIDAD
               MOVE "ACKX" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 8 TO WS-RC-FINAL
           END-IF.

      ******************************************************************
      * Cruce en orden de clave entre los contactos vigentes de hoy y
      * la imagen de lo ya enviado.
      ******************************************************************
       GENERA-ENVIO.
           ADD 1 TO WS-SECUENCIA.
           MOVE SPACES TO WS-NOMBRE-SALIDA.
           STRING "CTEL" DELIMITED BY SIZE
               WS-SECUENCIA DELIMITED BY SIZE
               ".EXP" DELIMITED BY SIZE
               INTO WS-NOMBRE-SALIDA.
           OPEN OUTPUT SALIDA-FILE.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "H" TO REGISTRO-CAB.
           MOVE WS-SECUENCIA TO SECUENCIA-CAB.
           MOVE WS-HOY TO FECHA-CAB.
           MOVE "PERSONAS" TO ORIGEN-CAB.
           WRITE LINEA-SALIDA.
           OPEN OUTPUT ENVIADO-TEMP.
           OPEN INPUT ENVIADO-FILE.
           IF WS-ENVIADO-STATUS = "00"
               MOVE "S" TO WS-HAY-ENVIADO
           END-IF.
           MOVE "N" TO WS-FIN-CONTACTOS.
           MOVE "N" TO WS-FIN-ENVIADO.
           PERFORM LEE-ACTUAL.
           PERFORM LEE-ANTERIOR.
           PERFORM UNTIL WS-CLAVE-ACT = HIGH-VALUES AND
                   WS-CLAVE-ANT = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CLAVE-ACT < WS-CLAVE-ANT
                       MOVE "A" TO ACCION-SAL
                       MOVE SPACE TO MOTIVO-SAL
                       PERFORM ESCRIBE-ACTUAL
                       ADD 1 TO WS-ALTAS
                       PERFORM GUARDA-ACTUAL
                       PERFORM LEE-ACTUAL
                   WHEN WS-CLAVE-ACT = WS-CLAVE-ANT
                       IF WS-TIPO-ACT NOT = WS-TIPO-ANT OR
                          WS-VALOR-ACT NOT = WS-VALOR-ANT
                           MOVE "M" TO ACCION-SAL
                           MOVE SPACE TO MOTIVO-SAL
                           PERFORM ESCRIBE-ACTUAL
                           ADD 1 TO WS-CAMBIOS
                       END-IF
                       PERFORM GUARDA-ACTUAL
                       PERFORM LEE-ACTUAL
                       PERFORM LEE-ANTERIOR
                   WHEN OTHER
                       PERFORM ESCRIBE-BAJA
                       PERFORM LEE-ANTERIOR
               END-EVALUATE
           END-PERFORM.
           IF WS-HAY-ENVIADO = "S"
               CLOSE ENVIADO-FILE
           END-IF.
           CLOSE ENVIADO-TEMP.
           MOVE SPACES TO LINEA-SALIDA.
           MOVE "T" TO REGISTRO-COL.
           MOVE WS-SECUENCIA TO SECUENCIA-COL.
           MOVE WS-TOTAL-DETALLE TO TOTAL-COL.
           MOVE WS-HASH TO HASH-COL.
           WRITE LINEA-SALIDA.
           CLOSE SALIDA-FILE.
           DISPLAY "ENVIO " WS-NOMBRE-SALIDA " - DETALLES: "
               WS-TOTAL-DETALLE.

      *    Siguiente contacto T o E vigente de una persona a la que se
      *    puede contactar; los demas no forman parte de lo enviable.
       LEE-ACTUAL.
           MOVE HIGH-VALUES TO WS-ACTUAL.
           MOVE "N" TO WS-HALLADO.
           PERFORM UNTIL WS-FIN-CONTACTOS = "S" OR WS-HALLADO = "S"
               READ CONTACTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CONTACTOS
                   NOT AT END
                       IF (TIPO-CON = "T" OR TIPO-CON = "E") AND
                          FECHA-FIN-CON = 0
                           MOVE NUMERO-PERSONA-CON TO WS-NUMERO-BUSCA
                           PERFORM SITUACION-PERSONA
                           IF WS-PER-CONTACTABLE
                               MOVE "S" TO WS-HALLADO
                               MOVE CLAVE-CONTACTO TO WS-CLAVE-ACT
                               MOVE TIPO-CON TO WS-TIPO-ACT
                               MOVE VALOR-CON TO WS-VALOR-ACT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       LEE-ANTERIOR.
           MOVE HIGH-VALUES TO WS-ANTERIOR.
           IF WS-HAY-ENVIADO = "S" AND WS-FIN-ENVIADO = "N"
               READ ENVIADO-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ENVIADO
                   NOT AT END
                       MOVE CLAVE-ENV TO WS-CLAVE-ANT
                       MOVE TIPO-ENV TO WS-TIPO-ANT
                       MOVE VALOR-ENV TO WS-VALOR-ANT
               END-READ
           END-IF.

      *    Se guarda la ultima persona leida: los contactos llegan
      *    agrupados por persona y asi el maestro se lee una vez.
       SITUACION-PERSONA.
           IF WS-NUMERO-BUSCA NOT = WS-PERSONA-LEIDA
               MOVE WS-NUMERO-BUSCA TO WS-PERSONA-LEIDA
               MOVE "E" TO WS-SITUACION-PER
               IF WS-HAY-PERSONAS = "S"
                   MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
                   READ PERSONAS-FILE
                       INVALID KEY
                           MOVE "E" TO WS-SITUACION-PER
                       NOT INVALID KEY
                           IF PREF-CORREO-REC = "N"
                               MOVE "O" TO WS-SITUACION-PER
                           ELSE
                               MOVE "S" TO WS-SITUACION-PER
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ESCRIBE-ACTUAL.
           MOVE "D" TO REGISTRO-SAL.
           MOVE WS-CLAVE-ACT(1:6) TO NUMERO-SAL.
           MOVE WS-CLAVE-ACT(7:2) TO SECUENCIA-SAL.
           MOVE WS-TIPO-ACT TO TIPO-SAL.
           MOVE WS-VALOR-ACT TO VALOR-SAL.
           PERFORM CUENTA-DETALLE.

      *    Lo enviado que ya no esta entre lo enviable: retiro si la
      *    persona se excluyo o ya no existe, cierre si no.
       ESCRIBE-BAJA.
           MOVE WS-NUMERO-ANT TO WS-NUMERO-BUSCA.
           PERFORM SITUACION-PERSONA.
           IF WS-PER-CONTACTABLE
               MOVE "F" TO ACCION-SAL
               MOVE SPACE TO MOTIVO-SAL
               ADD 1 TO WS-CIERRES
           ELSE
               MOVE "R" TO ACCION-SAL
               MOVE WS-SITUACION-PER TO MOTIVO-SAL
               ADD 1 TO WS-RETIROS
           END-IF.
           MOVE "D" TO REGISTRO-SAL.
           MOVE WS-NUMERO-ANT TO NUMERO-SAL.
           MOVE WS-SECUENCIA-ANT TO SECUENCIA-SAL.
           MOVE WS-TIPO-ANT TO TIPO-SAL.
           MOVE WS-VALOR-ANT TO VALOR-SAL.
           PERFORM CUENTA-DETALLE.

       CUENTA-DETALLE.
           WRITE LINEA-SALIDA.
           ADD 1 TO WS-TOTAL-DETALLE.
           ADD NUMERO-SAL TO WS-HASH.

       GUARDA-ACTUAL.
           MOVE SPACES TO LINEA-ENVIADO-TEMP.
           MOVE WS-ACTUAL TO LINEA-ENVIADO-TEMP.
           WRITE LINEA-ENVIADO-TEMP.

      *    La imagen nueva reemplaza a la anterior solo despues de
      *    cerrado el envio completo.
       REEMPLAZA-ENVIADO.
           OPEN INPUT ENVIADO-TEMP.
           OPEN OUTPUT ENVIADO-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ ENVIADO-TEMP
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE LINEA-ENVIADO-TEMP TO LINEA-ENVIADO
                       WRITE LINEA-ENVIADO
               END-READ
           END-PERFORM.
           CLOSE ENVIADO-FILE.
           CLOSE ENVIADO-TEMP.

       GRABA-CONTROL.
           OPEN OUTPUT CONTROL-FILE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CONTROL
               MOVE SPACES TO LINEA-CONTROL
               MOVE WS-SECUENCIA-TC(WS-C) TO SECUENCIA-CTL
               MOVE WS-FECHA-TC(WS-C) TO FECHA-CTL
               MOVE WS-TOTAL-TC(WS-C) TO TOTAL-CTL
               MOVE WS-HASH-TC(WS-C) TO HASH-CTL
               MOVE WS-ESTADO-TC(WS-C) TO ESTADO-CTL
               WRITE LINEA-CONTROL
           END-PERFORM.
           MOVE SPACES TO LINEA-CONTROL.
           MOVE WS-SECUENCIA TO SECUENCIA-CTL.
           MOVE WS-HOY TO FECHA-CTL.
           MOVE WS-TOTAL-DETALLE TO TOTAL-CTL.
           MOVE WS-HASH TO HASH-CTL.
           MOVE "P" TO ESTADO-CTL.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-FILE.

       ESCRIBE-RESUMEN.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-SECUENCIA > 0 AND WS-NOMBRE-SALIDA NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING "ENVIO GENERADO:         " DELIMITED BY SIZE
                   WS-NOMBRE-SALIDA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "ALTAS:                  " DELIMITED BY SIZE
                   WS-ALTAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CAMBIOS:                " DELIMITED BY SIZE
                   WS-CAMBIOS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "CIERRES:                " DELIMITED BY SIZE
                   WS-CIERRES DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "RETIROS:                " DELIMITED BY SIZE
                   WS-RETIROS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               MOVE SPACES TO LINEA-REPORTE
               STRING "TOTAL / HASH:           " DELIMITED BY SIZE
                   WS-TOTAL-DETALLE DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   WS-HASH DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "ACUSES CONCILIADOS:     " DELIMITED BY SIZE
               WS-ACUSADOS DELIMITED BY SIZE
               "  QUE NO CUADRAN: " DELIMITED BY SIZE
               WS-DESCUADRADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ENVIOS ANTERIORES SIN ACUSE CORRECTO:"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CONTROL
               IF WS-ESTADO-TC(WS-C) NOT = "A"
                   ADD 1 TO WS-PENDIENTES
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  SECUENCIA " DELIMITED BY SIZE
                       WS-SECUENCIA-TC(WS-C) DELIMITED BY SIZE
                       " DEL " DELIMITED BY SIZE
                       WS-FECHA-TC(WS-C) DELIMITED BY SIZE
                       " ESTADO " DELIMITED BY SIZE
                       WS-ESTADO-TC(WS-C) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           IF WS-PENDIENTES = 0
               MOVE "  NINGUNO" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM EXPORTA-CONTACTOS.
