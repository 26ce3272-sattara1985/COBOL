      *          Under dual control (two distinct supervisors signed
      *          to AUDITLOG.TXT) it removes the PERSONA-REC from
      *          PERSONAS.DAT and the history master, deletes the
      *          CONTACTO.DAT / CONTHIST.DAT children, the household
      *          link and every RELACION.DAT / RELHIST.DAT link that
      *          names the person on either side, the person's
      *          CAMPENV.DAT mailing history, the NOTAS.DAT /
      *          NOTAHIST.DAT case notes, the DOCUMEN.DAT document
      *          register, the SEGUIM.DAT follow-up diary, drops any
      *          pending PERSTRAN.TXT line that names the person,
      *          and masks
      *          (never deletes) the PERSJRNL.TXT history lines so the
      *          audit trail keeps its shape without keeping the data.
      *          Prints the destruction certificate CERTDES.TXT
      *          listing exactly what was destroyed and who authorized
      *          it. Refused while CONGELA.TXT freezes the persons
      *          group.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO-HC
               FILE STATUS IS WS-CONTHIST-STATUS.
           SELECT RELACION-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RELACION
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-STATUS.
           SELECT RELHIST-FILE ASSIGN TO "RELHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RELACION-RH
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-RH
                   WITH DUPLICATES
               FILE STATUS IS WS-RELHIST-STATUS.
           SELECT CAMPENV-FILE ASSIGN TO "CAMPENV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CE
               FILE STATUS IS WS-CAMPENV-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-NOTA
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT NOTAHIST-FILE ASSIGN TO "NOTAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-NOTA-NH
               FILE STATUS IS WS-NOTAHIST-STATUS.
           SELECT SEGUIMIENTO-FILE ASSIGN TO "SEGUIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-SEG
               FILE STATUS IS WS-SEGUIMIENTO-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-DOC
               FILE STATUS IS WS-DOCUMENTO-STATUS.
           SELECT HISTCTL-FILE ASSIGN TO "PERSHCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTCTL-STATUS.
       FD  HIST-FILE.
       01  PERSONA-HIST.
           05 NUMERO-HIS PIC 9(6).
           05 RESTO-HIS PIC X(72).

       FD  CONTHIST-FILE.
       01  CONTACTO-HIST.
               10 SECUENCIA-HC PIC 99.
           05 RESTO-HC PIC X(57).

       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION.
               10 NUMERO-PERSONA-REL PIC 9(6).
               10 SECUENCIA-REL PIC 99.
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 RESTO-REL PIC X(21).

       FD  RELHIST-FILE.
       01  RELACION-HIST.
           05 CLAVE-RELACION-RH.
               10 NUMERO-PERSONA-RH PIC 9(6).
               10 SECUENCIA-RH PIC 99.
           05 NUMERO-RELACIONADO-RH PIC 9(6).
           05 RESTO-RH PIC X(21).

       FD  CAMPENV-FILE.
       COPY CAMPENV.

       FD  NOTAS-FILE.
       01  NOTA-REC.
           05 CLAVE-NOTA.
               10 NUMERO-PERSONA-NOT PIC 9(6).
               10 SECUENCIA-NOT PIC 9(4).
           05 RESTO-NOT PIC X(84).

       FD  NOTAHIST-FILE.
       01  NOTA-HIST.
           05 CLAVE-NOTA-NH.
               10 NUMERO-PERSONA-NH PIC 9(6).
               10 SECUENCIA-NH PIC 9(4).
           05 RESTO-NH PIC X(84).

       FD  DOCUMENTO-FILE.
       COPY DOCUMEN.

       FD  SEGUIMIENTO-FILE.
       COPY SEGUIM.

       FD  HISTCTL-FILE.
       01  LINEA-HISTCTL.
           05 TOTAL-HISTCTL PIC 9(5).
           05 ANTES-JRN PIC X(80).
           05 FILLER PIC X.
           05 DESPUES-JRN PIC X(80).
           05 FILLER PIC X.
           05 SELLO-JRN PIC 9(9).
       01  LINEA-JOURNAL-CUERPO.
           05 CUERPO-JRN PIC X(190).
           05 FILLER PIC X(10).

       FD  JOURNAL-TEMP.
       01  LINEA-JOURNAL-TEMP PIC X(200).

       FD  CERTIFICADO-FILE.
       01  LINEA-CERT PIC X(70).
       01 WS-HIST-STATUS PIC XX.
       01 WS-CONTHIST-STATUS PIC XX.
       01 WS-HISTCTL-STATUS PIC XX.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-RELHIST-STATUS PIC XX.
       01 WS-TOTAL-HIST PIC 9(5).
       01 WS-TRAN-STATUS PIC XX.
       01 WS-TRAN-TEMP-STATUS PIC XX.
       01 WS-CONT-BORRADOS PIC 9(3) VALUE 0.
       01 WS-CONT-HIST-BORRADOS PIC 9(3) VALUE 0.
       01 WS-HOGAR-BORRADO PIC X VALUE "N".
       01 WS-REL-BORRADAS PIC 9(3) VALUE 0.
       01 WS-REL-HIST-BORRADAS PIC 9(3) VALUE 0.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-ENVIOS-BORRADOS PIC 9(4) VALUE 0.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-NOTAHIST-STATUS PIC XX.
       01 WS-NOTAS-BORRADAS PIC 9(4) VALUE 0.
       01 WS-NOTAS-HIST-BORRADAS PIC 9(4) VALUE 0.
       01 WS-DOCUMENTO-STATUS PIC XX.
       01 WS-DOCUMENTOS-BORRADOS PIC 9(3) VALUE 0.
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-SEGUIMIENTOS-BORRADOS PIC 9(4) VALUE 0.
       01 WS-TRAN-QUITADAS PIC 9(4) VALUE 0.
       01 WS-JRN-MARCADAS PIC 9(5) VALUE 0.
       01 WS-MODO-AJUSTE PIC X.
       01 WS-VALOR-AJUSTE PIC S9(5).
       01 WS-MASCARA-IMAGEN PIC X(80).
       01 WS-ANTERIOR-VIEJA PIC X(200).
       01 WS-ANTERIOR-NUEVA PIC X(200).
       01 WS-SELLO-CALC PIC 9(9).
       01 WS-SELLOS-ROTOS PIC 9(5) VALUE 0.
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-CANCELADO PIC X VALUE "N".
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "ELIMINACION RESERVADA A SUPERVISORES"
               MOVE 4 TO RETURN-CODE
           ELSE
               CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                   WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                   WS-CONGELA-OK
               IF WS-CONGELA-OK NOT = "S"
                   DISPLAY "NADA SE ELIMINA"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM AUTORIZA-ELIMINACION
               END-IF
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
           END-IF.
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      *    La misma puerta de doble control que la restauracion y
      *    el cierre: segundo supervisor con contrasena, ambas firmas
      *    en AUDITLOG.TXT, rechazo alertado.
       AUTORIZA-ELIMINACION.
           MOVE "ELIMINAR PERSONA" TO WS-ACCION-DUAL.
           CALL "AUTORIZA-DUAL" USING WS-PROGRAMA WS-OPERADOR
               WS-ACCION-DUAL WS-DUAL-OK.
           IF WS-DUAL-OK NOT = "S"
               DISPLAY "SIN SEGUNDA FIRMA - NADA SE ELIMINA"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EJECUTA-ELIMINACION
           END-IF.

       EJECUTA-ELIMINACION.
           DISPLAY "NUMERO DE PERSONA A ELIMINAR".
           ACCEPT WS-NUMERO-ENTRADA.
               IF WS-EN-VIVO = "S" OR WS-EN-HIST = "S"
                   PERFORM ELIMINA-CONTACTOS
                   PERFORM ELIMINA-HOGAR
                   PERFORM ELIMINA-RELACIONES
                   PERFORM ELIMINA-ENVIOS
                   PERFORM ELIMINA-NOTAS
                   PERFORM ELIMINA-DOCUMENTOS
                   PERFORM ELIMINA-SEGUIMIENTOS
                   PERFORM FILTRA-PERSTRAN
                   PERFORM FILTRA-PERSPEND
                   PERFORM FILTRA-PERSFULL
               CLOSE HOGARES-FILE
           END-IF.

      *    Las relaciones se borran en los dos sentidos, vivas e
      *    historicas: las de la persona y las que otros tenian con
      *    ella.
       ELIMINA-RELACIONES.
           OPEN I-O RELACION-FILE.
           IF WS-RELACION-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-REL
               MOVE 0 TO SECUENCIA-REL
               MOVE "N" TO WS-FIN-ARCHIVO
               START RELACION-FILE KEY IS >= CLAVE-RELACION
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RELACION-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-REL = WS-NUMERO-BUSCA
                               DELETE RELACION-FILE
                               ADD 1 TO WS-REL-BORRADAS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-NUMERO-BUSCA TO NUMERO-RELACIONADO-REL
               MOVE "N" TO WS-FIN-ARCHIVO
               START RELACION-FILE KEY IS >= NUMERO-RELACIONADO-REL
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RELACION-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-RELACIONADO-REL = WS-NUMERO-BUSCA
                               DELETE RELACION-FILE
                               ADD 1 TO WS-REL-BORRADAS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACION-FILE
           END-IF.
           OPEN I-O RELHIST-FILE.
           IF WS-RELHIST-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-RH
               MOVE 0 TO SECUENCIA-RH
               MOVE "N" TO WS-FIN-ARCHIVO
               START RELHIST-FILE KEY IS >= CLAVE-RELACION-RH
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RELHIST-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-RH = WS-NUMERO-BUSCA
                               DELETE RELHIST-FILE
                               ADD 1 TO WS-REL-HIST-BORRADAS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-NUMERO-BUSCA TO NUMERO-RELACIONADO-RH
               MOVE "N" TO WS-FIN-ARCHIVO
               START RELHIST-FILE KEY IS >= NUMERO-RELACIONADO-RH
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ RELHIST-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-RELACIONADO-RH = WS-NUMERO-BUSCA
                               DELETE RELHIST-FILE
                               ADD 1 TO WS-REL-HIST-BORRADAS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELHIST-FILE
           END-IF.

      *    El historial de envios de campanas es de la persona: se va
      *    entero, con sus respuestas.
       ELIMINA-ENVIOS.
           OPEN I-O CAMPENV-FILE.
           IF WS-CAMPENV-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-CE
               MOVE 0 TO FECHA-ENVIO-CE
               MOVE LOW-VALUES TO CODIGO-CAMP-CE
               MOVE "N" TO WS-FIN-ARCHIVO
               START CAMPENV-FILE KEY IS >= CLAVE-CE
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CAMPENV-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-CE = WS-NUMERO-BUSCA
                               DELETE CAMPENV-FILE
                               ADD 1 TO WS-ENVIOS-BORRADOS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPENV-FILE
           END-IF.

      *    Las notas se destruyen en el archivo vivo y en el
      *    historico que deja ARCHIVA-PERSONAS.
       ELIMINA-NOTAS.
           OPEN I-O NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-NOT
               MOVE 0 TO SECUENCIA-NOT
               MOVE "N" TO WS-FIN-ARCHIVO
               START NOTAS-FILE KEY IS >= CLAVE-NOTA
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ NOTAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-NOT = WS-NUMERO-BUSCA
                               DELETE NOTAS-FILE
                               ADD 1 TO WS-NOTAS-BORRADAS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.
           OPEN I-O NOTAHIST-FILE.
           IF WS-NOTAHIST-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-NH
               MOVE 0 TO SECUENCIA-NH
               MOVE "N" TO WS-FIN-ARCHIVO
               START NOTAHIST-FILE KEY IS >= CLAVE-NOTA-NH
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ NOTAHIST-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-NH = WS-NUMERO-BUSCA
                               DELETE NOTAHIST-FILE
                               ADD 1 TO WS-NOTAS-HIST-BORRADAS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAHIST-FILE
           END-IF.

       ELIMINA-DOCUMENTOS.
           OPEN I-O DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-DOC
               MOVE 0 TO SECUENCIA-DOC
               MOVE "N" TO WS-FIN-ARCHIVO
               START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ DOCUMENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-DOC = WS-NUMERO-BUSCA
                               DELETE DOCUMENTO-FILE
                               ADD 1 TO WS-DOCUMENTOS-BORRADOS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTO-FILE
           END-IF.

       ELIMINA-SEGUIMIENTOS.
           OPEN I-O SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-SEG
               MOVE 0 TO SECUENCIA-SEG
               MOVE "N" TO WS-FIN-ARCHIVO
               START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
                   INVALID KEY MOVE "S" TO WS-FIN-ARCHIVO
               END-START
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SEGUIMIENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-PERSONA-SEG = WS-NUMERO-BUSCA
                               DELETE SEGUIMIENTO-FILE
                               ADD 1 TO WS-SEGUIMIENTOS-BORRADOS
                           ELSE
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUIMIENTO-FILE
           END-IF.

       ELIMINA-DEL-HISTORICO.
           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS = "00"
      *    El journal se marca, no se recorta: cada linea que lleva
      *    la imagen de la persona conserva fecha, hora, operador y
      *    accion, pero las imagenes se reemplazan por la marca de
      *    eliminacion. Como la mascara cambia el cuerpo, las lineas
      *    selladas se vuelven a sellar en la misma pasada; antes se
      *    prueba el sello viejo, para que un eslabon que ya estaba
      *    roto no quede tapado por el resellado sin avisar.
       MARCA-JOURNAL.
           MOVE ALL "*" TO WS-MASCARA-IMAGEN.
           MOVE "ELIMINADO" TO WS-MASCARA-IMAGEN(1:9).
           MOVE SPACES TO WS-ANTERIOR-VIEJA.
           MOVE SPACES TO WS-ANTERIOR-NUEVA.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               CONTINUE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF SELLO-JRN IS NUMERIC
                               CALL "CALCULA-SELLO" USING
                                   WS-ANTERIOR-VIEJA CUERPO-JRN
                                   WS-SELLO-CALC
                               IF WS-SELLO-CALC NOT = SELLO-JRN
                                   ADD 1 TO WS-SELLOS-ROTOS
                               END-IF
                           END-IF
                           MOVE LINEA-JOURNAL TO WS-ANTERIOR-VIEJA
      *                    La tercera comparacion cubre una linea
      *                    del layout viejo (imagenes de 51) que no
      *                    paso por CONVIERTE-LAYOUT: alli la imagen
                               MOVE WS-MASCARA-IMAGEN TO DESPUES-JRN
                               ADD 1 TO WS-JRN-MARCADAS
                           END-IF
                           IF SELLO-JRN IS NUMERIC
                               CALL "CALCULA-SELLO" USING
                                   WS-ANTERIOR-NUEVA CUERPO-JRN
                                   SELLO-JRN
                           END-IF
                           MOVE LINEA-JOURNAL TO WS-ANTERIOR-NUEVA
                           MOVE LINEA-JOURNAL TO LINEA-JOURNAL-TEMP
                           WRITE LINEA-JOURNAL-TEMP
                   END-READ
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-TEMP
               PERFORM REESCRIBE-JOURNAL
               IF WS-SELLOS-ROTOS > 0
                   MOVE "PERSJRNL SELLO ROTO ANTES DEL BORRADO"
                       TO WS-TEXTO-ALERTA
                   CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                       WS-TEXTO-ALERTA
                   DISPLAY "PERSJRNL.TXT TENIA " WS-SELLOS-ROTOS
                       " ESLABONES ROTOS ANTES DEL BORRADO"
               END-IF
           END-IF.

       REESCRIBE-JOURNAL.
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "RELACIONES BORRADAS:        " DELIMITED BY SIZE
               WS-REL-BORRADAS DELIMITED BY SIZE
               " (HISTORICO " DELIMITED BY SIZE
               WS-REL-HIST-BORRADAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "ENVIOS DE CORREO BORRADOS:  " DELIMITED BY SIZE
               WS-ENVIOS-BORRADOS DELIMITED BY SIZE
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "NOTAS BORRADAS:             " DELIMITED BY SIZE
               WS-NOTAS-BORRADAS DELIMITED BY SIZE
               " (HISTORICO " DELIMITED BY SIZE
               WS-NOTAS-HIST-BORRADAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "DOCUMENTOS BORRADOS:        " DELIMITED BY SIZE
               WS-DOCUMENTOS-BORRADOS DELIMITED BY SIZE
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "SEGUIMIENTOS BORRADOS:      " DELIMITED BY SIZE
               WS-SEGUIMIENTOS-BORRADOS DELIMITED BY SIZE
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "TRANSACCIONES QUITADAS:     " DELIMITED BY SIZE
               WS-TRAN-QUITADAS DELIMITED BY SIZE
               INTO LINEA-CERT.
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "SELLOS ROTOS PREVIOS:       " DELIMITED BY SIZE
               WS-SELLOS-ROTOS DELIMITED BY SIZE
               INTO LINEA-CERT.
           WRITE LINEA-CERT.
           MOVE SPACES TO LINEA-CERT.
           STRING "QUITADAS DEL FULL ANTERIOR: " DELIMITED BY SIZE
               WS-FULL-QUITADAS DELIMITED BY SIZE
               INTO LINEA-CERT.
