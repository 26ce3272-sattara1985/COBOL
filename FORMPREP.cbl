      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Utilidad del instructor: prepara (o vuelve a cero) el
      *          juego de archivos de formacion en el directorio
      *          FORMACION que usa MODO-FORMACION. Borra todo lo
      *          practicado (journals, totales, cajas, auditoria,
      *          ledger, alertas, lotes y exports de formacion),
      *          refresca con ENMASCARA-DATOS la copia enmascarada
      *          de personas y contactos y la carga como PERSONAS.DAT
      *          y CONTACTO.DAT de formacion, y copia tal cual las
      *          tablas de referencia que las pantallas necesitan
      *          (operadores, codigos, hogares, relaciones,
      *          configuracion, sucursales, tarifas, calendario,
      *          menu ...). Al final deja FORMACION/FORMCTL.TXT con
      *          fecha, instructor y conteos: sin ese archivo no se
      *          ofrece el modo.
      *          Solo supervisores, y nunca desde dentro del modo
      *          formacion. La preparacion queda en AUDITLOG.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPARA-FORMACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-FILE ASSIGN TO "PERSMASK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-MSK
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE-MSK
                   WITH DUPLICATES
               FILE STATUS IS WS-MASK-STATUS.
           SELECT PERSONAS-FOR ASSIGN TO "FORMACION/PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT CONTMASK-FILE ASSIGN TO "CONTMASK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CONTACTO-MSK
               FILE STATUS IS WS-CONTMASK-STATUS.
           SELECT CONTACTO-FOR ASSIGN TO "FORMACION/CONTACTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CONTACTO-FOR
               FILE STATUS IS WS-CONTACTO-STATUS.
           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-KEY
               FILE STATUS IS WS-CODIGOS-STATUS.
           SELECT CODIGOS-FOR ASSIGN TO "FORMACION/CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-KEY-FOR
               FILE STATUS IS WS-CODIGOS-FOR-STATUS.
           SELECT HOGARES-FILE ASSIGN TO "HOGARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-PERSONA-HOG
               FILE STATUS IS WS-HOGARES-STATUS.
           SELECT HOGARES-FOR ASSIGN TO "FORMACION/HOGARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-PERSONA-HOG-FOR
               FILE STATUS IS WS-HOGARES-FOR-STATUS.
           SELECT RELACION-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-RELACION
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-STATUS.
           SELECT RELACION-FOR ASSIGN TO "FORMACION/RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-RELACION-FOR
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-FOR
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-FOR-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "CONFIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CONFIG
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT CONFIG-FOR ASSIGN TO "FORMACION/CONFIG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CONFIG-FOR
               FILE STATUS IS WS-CONFIG-FOR-STATUS.
           SELECT ORIGEN-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ORIGEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGEN-STATUS.
           SELECT DESTINO-FILE ASSIGN TO DYNAMIC WS-NOMBRE-DESTINO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DESTINO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "FORMACION/FORMCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASK-FILE.
       01  PERSONA-MSK.
           05 NUMERO-MSK PIC 9(6).
           05 CLAVE-NOMBRE-MSK.
               10 APELLIDOS-MSK PIC X(20).
               10 NOMBRE-MSK PIC X(15).
           05 FILLER PIC X(37).

       FD  PERSONAS-FOR.
       COPY PERSONA.

       FD  CONTMASK-FILE.
       01  CONTACTO-MSK.
           05 CLAVE-CONTACTO-MSK.
               10 NUMERO-CON-MSK PIC 9(6).
               10 SECUENCIA-CON-MSK PIC 99.
           05 FILLER PIC X(57).

       FD  CONTACTO-FOR.
       01  CONTACTO-REC-FOR.
           05 CLAVE-CONTACTO-FOR.
               10 NUMERO-CON-FOR PIC 9(6).
               10 SECUENCIA-CON-FOR PIC 99.
           05 FILLER PIC X(57).

       FD  CODIGOS-FILE.
       01  CODIGO-REC.
           05 CODIGO-KEY PIC X(5).
           05 FILLER PIC X(40).

       FD  CODIGOS-FOR.
       01  CODIGO-REC-FOR.
           05 CODIGO-KEY-FOR PIC X(5).
           05 FILLER PIC X(40).

       FD  HOGARES-FILE.
       01  HOGAR-REC.
           05 NUMERO-PERSONA-HOG PIC 9(6).
           05 FILLER PIC X(5).

       FD  HOGARES-FOR.
       01  HOGAR-REC-FOR.
           05 NUMERO-PERSONA-HOG-FOR PIC 9(6).
           05 FILLER PIC X(5).

       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION PIC X(8).
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 FILLER PIC X(21).

       FD  RELACION-FOR.
       01  RELACION-REC-FOR.
           05 CLAVE-RELACION-FOR PIC X(8).
           05 NUMERO-RELACIONADO-FOR PIC 9(6).
           05 FILLER PIC X(21).

       FD  CONFIG-FILE.
       01  CONFIG-REC.
           05 CLAVE-CONFIG PIC X(30).
           05 FILLER PIC X(20).

       FD  CONFIG-FOR.
       01  CONFIG-REC-FOR.
           05 CLAVE-CONFIG-FOR PIC X(30).
           05 FILLER PIC X(20).

       FD  ORIGEN-FILE.
       01  LINEA-ORIGEN PIC X(200).

       FD  DESTINO-FILE.
       01  LINEA-DESTINO PIC X(200).

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 FECHA-FCT PIC X(8).
           05 FILLER PIC X.
           05 HORA-FCT PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-FCT PIC X(10).
           05 FILLER PIC X.
           05 PERSONAS-FCT PIC 9(6).
           05 FILLER PIC X.
           05 CONTACTOS-FCT PIC 9(6).

       FD  AUDIT-LOG.
       01  LINEA-AUDIT PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-MASK-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTMASK-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-CODIGOS-FOR-STATUS PIC XX.
       01 WS-HOGARES-STATUS PIC XX.
       01 WS-HOGARES-FOR-STATUS PIC XX.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-RELACION-FOR-STATUS PIC XX.
       01 WS-CONFIG-STATUS PIC XX.
       01 WS-CONFIG-FOR-STATUS PIC XX.
       01 WS-ORIGEN-STATUS PIC XX.
       01 WS-DESTINO-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-NOMBRE-ORIGEN PIC X(30).
       01 WS-NOMBRE-DESTINO PIC X(30).
       01 WS-DIRECTORIO PIC X(30) VALUE "FORMACION".
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PROGRAMA PIC X(20) VALUE "PREPARA-FORMACION".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-FUNCION-FOR PIC X.
       01 WS-FORMACION PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-I PIC 99.
       01 WS-TOTAL-PERSONAS PIC 9(6) VALUE 0.
       01 WS-TOTAL-CONTACTOS PIC 9(6) VALUE 0.
       01 WS-TOTAL-REFERENCIAS PIC 9(3) VALUE 0.
       01 WS-TOTAL-BORRADOS PIC 9(3) VALUE 0.
      *    Tablas de referencia que se copian tal cual.
       01 WS-TABLA-REFERENCIAS.
           05 FILLER PIC X(12) VALUE "OPERMAST.TXT".
           05 FILLER PIC X(12) VALUE "OPERCAT.TXT".
           05 FILLER PIC X(12) VALUE "OPERLIM.TXT".
           05 FILLER PIC X(12) VALUE "MENUDEF.TXT".
           05 FILLER PIC X(12) VALUE "MENSCAT.TXT".
           05 FILLER PIC X(12) VALUE "CALENDAR.TXT".
           05 FILLER PIC X(12) VALUE "SUCMAST.TXT".
           05 FILLER PIC X(12) VALUE "TARIFAS.TXT".
           05 FILLER PIC X(12) VALUE "TIPOCAMB.TXT".
           05 FILLER PIC X(12) VALUE "NUMCTL.TXT".
           05 FILLER PIC X(12) VALUE "NUMXREF.TXT".
           05 FILLER PIC X(12) VALUE "PERSCTL.TXT".
           05 FILLER PIC X(12) VALUE "HOGCTL.TXT".
           05 FILLER PIC X(12) VALUE "TRACECTL.TXT".
           05 FILLER PIC X(12) VALUE "CODPOST.TXT".
           05 FILLER PIC X(12) VALUE "NOMREGLA.TXT".
           05 FILLER PIC X(12) VALUE "CATRETIR.TXT".
       01 WS-REFERENCIAS-R REDEFINES WS-TABLA-REFERENCIAS.
           05 WS-REFERENCIA PIC X(12) OCCURS 17.
      *    Lo que escriben las sesiones: se borra para empezar de
      *    cero. Los archivos de lote y de script se borran sobre
      *    todo porque con solo existir cambian lo que hace el
      *    programa que los encuentra.
       01 WS-TABLA-PRACTICA.
           05 FILLER PIC X(12) VALUE "FORMCTL.TXT".
           05 FILLER PIC X(12) VALUE "AUDITLOG.TXT".
           05 FILLER PIC X(12) VALUE "ALERTAS.TXT".
           05 FILLER PIC X(12) VALUE "ALERTTMP.TXT".
           05 FILLER PIC X(12) VALUE "ERRORLOG.TXT".
           05 FILLER PIC X(12) VALUE "RUNLEDGR.TXT".
           05 FILLER PIC X(12) VALUE "AVISOACK.TXT".
           05 FILLER PIC X(12) VALUE "OPERMTMP.TXT".
           05 FILLER PIC X(12) VALUE "CAJA.TXT".
           05 FILLER PIC X(12) VALUE "CAJATMP.TXT".
           05 FILLER PIC X(12) VALUE "OPERJRNL.TXT".
           05 FILLER PIC X(12) VALUE "OPERJRTM.TXT".
           05 FILLER PIC X(12) VALUE "OPERTOT.TXT".
           05 FILLER PIC X(12) VALUE "OPERREP.TXT".
           05 FILLER PIC X(12) VALUE "OPERTRAN.TXT".
           05 FILLER PIC X(12) VALUE "RECONTOT.TXT".
           05 FILLER PIC X(12) VALUE "TOTHIST.TXT".
           05 FILLER PIC X(12) VALUE "SUCTOT.TXT".
           05 FILLER PIC X(12) VALUE "CUADREST.TXT".
           05 FILLER PIC X(12) VALUE "CUADRPRO.TXT".
           05 FILLER PIC X(12) VALUE "LOTEREG.TXT".
           05 FILLER PIC X(12) VALUE "PERSJRNL.TXT".
           05 FILLER PIC X(12) VALUE "PERSACC.TXT".
           05 FILLER PIC X(12) VALUE "PERSPEND.TXT".
           05 FILLER PIC X(12) VALUE "PERSPNTM.TXT".
           05 FILLER PIC X(12) VALUE "PERSTRAN.TXT".
           05 FILLER PIC X(12) VALUE "PERSLOCK.TXT".
           05 FILLER PIC X(12) VALUE "MANTREP.TXT".
           05 FILLER PIC X(12) VALUE "CONGEXC.TXT".
           05 FILLER PIC X(12) VALUE "MENUSTAT.TXT".
           05 FILLER PIC X(12) VALUE "MENUSCR.TXT".
           05 FILLER PIC X(12) VALUE "EXPCTL.TXT".
           05 FILLER PIC X(12) VALUE "PERSONAS.EXP".
           05 FILLER PIC X(12) VALUE "CONTACTO.EXP".
           05 FILLER PIC X(12) VALUE "PERSFULL.ANT".
           05 FILLER PIC X(12) VALUE "INCIDENT.TXT".
           05 FILLER PIC X(12) VALUE "INCIDTMP.TXT".
           05 FILLER PIC X(12) VALUE "INCIDDET.TXT".
           05 FILLER PIC X(12) VALUE "CARTAENV.TXT".
           05 FILLER PIC X(12) VALUE "CAMPANA.DAT".
           05 FILLER PIC X(12) VALUE "CAMPENV.DAT".
           05 FILLER PIC X(12) VALUE "NOTAS.DAT".
           05 FILLER PIC X(12) VALUE "DOCUMEN.DAT".
           05 FILLER PIC X(12) VALUE "SEGUIM.DAT".
       01 WS-PRACTICA-R REDEFINES WS-TABLA-PRACTICA.
           05 WS-PRACTICA PIC X(12) OCCURS 44.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           MOVE "C" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           EVALUATE TRUE
               WHEN WS-NIVEL = 0
                   DISPLAY "ACCESO RECHAZADO"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NIVEL < 2
                   DISPLAY "OPCION RESERVADA A SUPERVISORES"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-FORMACION = "S"
                   DISPLAY "SALGA DEL MODO FORMACION PARA PREPARAR "
                       "EL JUEGO"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "SE BORRA TODO LO PRACTICADO EN FORMACION. "
                       "CONFIRMA? (S/N)"
                   MOVE "N" TO WS-CONFIRMA
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                       PERFORM PREPARA-JUEGO
                   ELSE
                       DISPLAY "PREPARACION CANCELADA"
                   END-IF
           END-EVALUATE.
           IF WS-NIVEL NOT = 0
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * El control se borra primero y se escribe ultimo: un juego a
      * medio preparar no se ofrece a nadie.
      ******************************************************************
       PREPARA-JUEGO.
           CALL "CBL_CREATE_DIR" USING WS-DIRECTORIO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 44
               MOVE SPACES TO WS-NOMBRE-DESTINO
               STRING "FORMACION/" DELIMITED BY SIZE
                   WS-PRACTICA(WS-I) DELIMITED BY SPACE
                   INTO WS-NOMBRE-DESTINO
               CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DESTINO
               IF RETURN-CODE = 0
                   ADD 1 TO WS-TOTAL-BORRADOS
               END-IF
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           CALL "ENMASCARA-DATOS".
           PERFORM COPIA-PERSONAS.
           PERFORM COPIA-CONTACTOS.
           PERFORM COPIA-CODIGOS.
           PERFORM COPIA-HOGARES.
           PERFORM COPIA-RELACIONES.
           PERFORM COPIA-CONFIG.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 17
               PERFORM COPIA-REFERENCIA
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN OUTPUT CONTROL-FILE.
           MOVE SPACES TO LINEA-CONTROL.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-FCT.
           MOVE WS-FECHA-HORA(9:6) TO HORA-FCT.
           MOVE WS-OPERADOR TO OPERADOR-FCT.
           MOVE WS-TOTAL-PERSONAS TO PERSONAS-FCT.
           MOVE WS-TOTAL-CONTACTOS TO CONTACTOS-FCT.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-FILE.
           PERFORM GRABA-AUDITORIA.
           DISPLAY "JUEGO DE FORMACION PREPARADO".
           DISPLAY "  ARCHIVOS DE PRACTICA BORRADOS: "
               WS-TOTAL-BORRADOS.
           DISPLAY "  PERSONAS ENMASCARADAS:         "
               WS-TOTAL-PERSONAS.
           DISPLAY "  CONTACTOS ENMASCARADOS:        "
               WS-TOTAL-CONTACTOS.
           DISPLAY "  TABLAS DE REFERENCIA COPIADAS: "
               WS-TOTAL-REFERENCIAS.

       COPIA-PERSONAS.
           OPEN OUTPUT PERSONAS-FOR.
           OPEN INPUT MASK-FILE.
           IF WS-MASK-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ MASK-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE PERSONA-REC FROM PERSONA-MSK
                           ADD 1 TO WS-TOTAL-PERSONAS
                   END-READ
               END-PERFORM
               CLOSE MASK-FILE
           END-IF.
           CLOSE PERSONAS-FOR.

       COPIA-CONTACTOS.
           OPEN OUTPUT CONTACTO-FOR.
           OPEN INPUT CONTMASK-FILE.
           IF WS-CONTMASK-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CONTMASK-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE CONTACTO-REC-FOR FROM CONTACTO-MSK
                           ADD 1 TO WS-TOTAL-CONTACTOS
                   END-READ
               END-PERFORM
               CLOSE CONTMASK-FILE
           END-IF.
           CLOSE CONTACTO-FOR.

       COPIA-CODIGOS.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS = "00"
               OPEN OUTPUT CODIGOS-FOR
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CODIGOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE CODIGO-REC-FOR FROM CODIGO-REC
                   END-READ
               END-PERFORM
               CLOSE CODIGOS-FOR
               CLOSE CODIGOS-FILE
               ADD 1 TO WS-TOTAL-REFERENCIAS
           END-IF.

       COPIA-HOGARES.
           OPEN INPUT HOGARES-FILE.
           IF WS-HOGARES-STATUS = "00"
               OPEN OUTPUT HOGARES-FOR
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ HOGARES-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE HOGAR-REC-FOR FROM HOGAR-REC
                   END-READ
               END-PERFORM
               CLOSE HOGARES-FOR
               CLOSE HOGARES-FILE
               ADD 1 TO WS-TOTAL-REFERENCIAS
           END-IF.

       COPIA-RELACIONES.
           OPEN INPUT RELACION-FILE.
           IF WS-RELACION-STATUS = "00"
               OPEN OUTPUT RELACION-FOR
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RELACION-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE RELACION-REC-FOR FROM RELACION-REC
                   END-READ
               END-PERFORM
               CLOSE RELACION-FOR
               CLOSE RELACION-FILE
               ADD 1 TO WS-TOTAL-REFERENCIAS
           END-IF.

       COPIA-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               OPEN OUTPUT CONFIG-FOR
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CONFIG-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE CONFIG-REC-FOR FROM CONFIG-REC
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FOR
               CLOSE CONFIG-FILE
               ADD 1 TO WS-TOTAL-REFERENCIAS
           END-IF.

      *    Una tabla que produccion no tiene tampoco existe en
      *    formacion; el programa que la use se comporta igual que
      *    en una instalacion sin ella.
       COPIA-REFERENCIA.
           MOVE WS-REFERENCIA(WS-I) TO WS-NOMBRE-ORIGEN.
           MOVE SPACES TO WS-NOMBRE-DESTINO.
           STRING "FORMACION/" DELIMITED BY SIZE
               WS-REFERENCIA(WS-I) DELIMITED BY SPACE
               INTO WS-NOMBRE-DESTINO.
           CALL "CBL_DELETE_FILE" USING WS-NOMBRE-DESTINO.
           MOVE 0 TO RETURN-CODE.
           OPEN INPUT ORIGEN-FILE.
           IF WS-ORIGEN-STATUS = "00"
               OPEN OUTPUT DESTINO-FILE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ ORIGEN-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           WRITE LINEA-DESTINO FROM LINEA-ORIGEN
                   END-READ
               END-PERFORM
               CLOSE DESTINO-FILE
               CLOSE ORIGEN-FILE
               ADD 1 TO WS-TOTAL-REFERENCIAS
           END-IF.

       GRABA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO LINEA-AUDIT.
           STRING WS-FECHA-HORA(1:15) DELIMITED BY SIZE
               " FORMACION    SOBRE=" DELIMITED BY SIZE
               WS-DIRECTORIO(1:10) DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDIT.
           WRITE LINEA-AUDIT.
           CLOSE AUDIT-LOG.

       END PROGRAM PREPARA-FORMACION.
