      *          REPORTE-DUPLICADOS. Takes a surviving and a retired
      *          NUMERO-PERSONA, moves the CONTACTO.DAT children of
      *          the retired record under the survivor with fresh
      *          sequence numbers, carries its RELACION.DAT links to
      *          the survivor in both directions (a link between the
      *          two merged numbers is dropped), moves its CAMPENV.DAT
      *          mailing history (with any responses) to the survivor
      *          so campaign gaps keep holding, moves its NOTAS.DAT
      *          case notes to the survivor after the survivor's own
      *          (date, time and operator kept), moves its DOCUMEN.DAT
      *          document register and SEGUIM.DAT follow-ups the same
      *          way, deletes the retired person (and its household
      *          link), journals the whole
      *          operation to PERSJRNL.TXT through REGISTRA-CAMBIO and
      *          records the retired number in the NUMXREF.TXT
      *          cross-reference so any later lookup through
      *          RESUELVE-NUMERO lands on the survivor. Reserved to
      *          supervisors and run under the BLOQUEA-PERSONAS lock;
      *          refused while CONGELA.TXT freezes the persons group
      *          (VERIFICA-CONGELAMIENTO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA-HOG
               FILE STATUS IS WS-HOGARES-STATUS.
           SELECT RELACION-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-RELACION
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-STATUS.
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
           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-DOC
               FILE STATUS IS WS-DOCUMENTO-STATUS.
           SELECT SEGUIMIENTO-FILE ASSIGN TO "SEGUIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-SEG
               FILE STATUS IS WS-SEGUIMIENTO-STATUS.
           SELECT XREF-FILE ASSIGN TO "NUMXREF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           05 NUMERO-HOGAR-HOG PIC 9(4).
           05 CABEZA-HOG PIC X.

       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION.
               10 NUMERO-PERSONA-REL PIC 9(6).
               10 SECUENCIA-REL PIC 99.
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 CODIGO-REL PIC X(5).
           05 FECHA-INICIO-REL PIC 9(8).
           05 FECHA-FIN-REL PIC 9(8).

       FD  CAMPENV-FILE.
       COPY CAMPENV.

       FD  NOTAS-FILE.
       01  NOTA-REC.
           05 CLAVE-NOTA.
               10 NUMERO-PERSONA-NOT PIC 9(6).
               10 SECUENCIA-NOT PIC 9(4).
           05 FECHA-NOT PIC 9(8).
           05 HORA-NOT PIC 9(6).
           05 OPERADOR-NOT PIC X(10).
           05 TEXTO-NOT PIC X(60).

       FD  DOCUMENTO-FILE.
       COPY DOCUMEN.

       FD  SEGUIMIENTO-FILE.
       COPY SEGUIM.

       FD  XREF-FILE.
       01  LINEA-XREF.
           05 RETIRADO-XRF PIC 9(6).
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-HOGARES-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DOCUMENTO-STATUS PIC XX.
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "FUSIONA-PERSONAS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.
       01 WS-TABLA-MOVER.
           05 WS-CONTACTO-MOV OCCURS 98 PIC X(65).
       01 WS-FIN-RELACIONES PIC X.
       01 WS-SECUENCIA-REL-LIBRE PIC 99.
       01 WS-RELACIONES-RECOGIDAS PIC 9(3) VALUE 0.
       01 WS-RELACIONES-MOVIDAS PIC 9(3) VALUE 0.
       01 WS-RELACIONES-INVERSAS PIC 9(3) VALUE 0.
       01 WS-TABLA-RELACIONES.
           05 WS-RELACION-MOV OCCURS 98 PIC X(35).
       01 WS-TABLA-INVERSAS.
           05 WS-CLAVE-INVERSA OCCURS 98 PIC X(8).
       01 WS-FIN-ENVIOS PIC X.
       01 WS-ENVIOS-RECOGIDOS PIC 9(3) VALUE 0.
       01 WS-ENVIOS-MOVIDOS PIC 9(3) VALUE 0.
       01 WS-TABLA-ENVIOS.
           05 WS-ENVIO-MOV OCCURS 200 PIC X(52).
       01 WS-FIN-NOTAS PIC X.
       01 WS-SECUENCIA-NOT-LIBRE PIC 9(4).
       01 WS-NOTAS-RECOGIDAS PIC 9(3) VALUE 0.
       01 WS-NOTAS-MOVIDAS PIC 9(3) VALUE 0.
       01 WS-TABLA-NOTAS.
           05 WS-NOTA-MOV OCCURS 200 PIC X(94).
       01 WS-FIN-DOCUMENTOS PIC X.
       01 WS-SECUENCIA-DOC-LIBRE PIC 99.
       01 WS-DOCUMENTOS-RECOGIDOS PIC 9(3) VALUE 0.
       01 WS-DOCUMENTOS-MOVIDOS PIC 9(3) VALUE 0.
       01 WS-TABLA-DOCUMENTOS.
           05 WS-DOCUMENTO-MOV OCCURS 98 PIC X(69).
       01 WS-FIN-SEGUIMIENTOS PIC X.
       01 WS-SECUENCIA-SEG-LIBRE PIC 9(3).
       01 WS-SEGUIMIENTOS-RECOGIDOS PIC 9(3) VALUE 0.
       01 WS-SEGUIMIENTOS-MOVIDOS PIC 9(3) VALUE 0.
       01 WS-TABLA-SEGUIMIENTOS.
           05 WS-SEGUIMIENTO-MOV OCCURS 998 PIC X(120).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "FUSION RESERVADA A SUPERVISORES"
               MOVE 4 TO RETURN-CODE
           ELSE
               CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                   WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                   WS-CONGELA-OK
               IF WS-CONGELA-OK NOT = "S"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TOMA-LOCK-Y-FUSIONA
               END-IF
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
           END-IF.
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       TOMA-LOCK-Y-FUSIONA.
           MOVE "T" TO WS-FUNCION-LOCK.
           CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
               WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK.
           IF WS-RESULTADO-LOCK NOT = "S"
               DISPLAY "FUSION CANCELADA - PERSONAS.DAT EN USO"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EJECUTA-FUSION
               MOVE "L" TO WS-FUNCION-LOCK
               CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                   WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
           END-IF.

       EJECUTA-FUSION.
           DISPLAY "NUMERO DE PERSONA SUPERVIVIENTE".
           PERFORM SOLICITA-NUMERO.
       FUSIONA-REGISTROS.
           MOVE PERSONA-REC TO WS-IMAGEN-ANTES.
           PERFORM MUEVE-CONTACTOS.
           PERFORM MUEVE-RELACIONES.
           PERFORM MUEVE-ENVIOS.
           PERFORM MUEVE-NOTAS.
           PERFORM MUEVE-DOCUMENTOS.
           PERFORM MUEVE-SEGUIMIENTOS.
           PERFORM BORRA-HOGAR-RETIRADO.
           DELETE PERSONAS-FILE.
           MOVE "B" TO WS-ACCION.
           PERFORM GRABA-XREF.
           DISPLAY "FUSION COMPLETA - CONTACTOS MOVIDOS: "
               WS-CONTACTOS-MOVIDOS.
           DISPLAY "RELACIONES MOVIDAS: " WS-RELACIONES-MOVIDAS
               " REDIRIGIDAS: " WS-RELACIONES-INVERSAS.
           DISPLAY "ENVIOS DE CORREO MOVIDOS: " WS-ENVIOS-MOVIDOS.
           DISPLAY "NOTAS MOVIDAS: " WS-NOTAS-MOVIDAS.
           DISPLAY "DOCUMENTOS MOVIDOS: " WS-DOCUMENTOS-MOVIDOS.
           DISPLAY "SEGUIMIENTOS MOVIDOS: " WS-SEGUIMIENTOS-MOVIDOS.

      *    El historial de envios del retirado pasa al superviviente
      *    para que el intervalo de las campanas lo tenga en cuenta.
      *    Un envio que el superviviente ya tiene (misma fecha y
      *    campana) no se duplica.
       MUEVE-ENVIOS.
           MOVE 0 TO WS-ENVIOS-RECOGIDOS.
           MOVE 0 TO WS-ENVIOS-MOVIDOS.
           OPEN I-O CAMPENV-FILE.
           IF WS-CAMPENV-STATUS = "00"
               MOVE WS-RETIRADO TO NUMERO-PERSONA-CE
               MOVE 0 TO FECHA-ENVIO-CE
               MOVE LOW-VALUES TO CODIGO-CAMP-CE
               MOVE "N" TO WS-FIN-ENVIOS
               START CAMPENV-FILE KEY IS >= CLAVE-CE
                   INVALID KEY MOVE "S" TO WS-FIN-ENVIOS
               END-START
               PERFORM UNTIL WS-FIN-ENVIOS = "S"
                   READ CAMPENV-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ENVIOS
                       NOT AT END
                           IF NUMERO-PERSONA-CE = WS-RETIRADO
                               PERFORM RECOGE-ENVIO
                           ELSE
                               MOVE "S" TO WS-FIN-ENVIOS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-ENVIOS-RECOGIDOS
                   MOVE WS-ENVIO-MOV(WS-M) TO CAMPENV-REC
                   MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-CE
                   WRITE CAMPENV-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-ENVIOS-MOVIDOS
                   END-WRITE
               END-PERFORM
               CLOSE CAMPENV-FILE
           END-IF.

       RECOGE-ENVIO.
           IF WS-ENVIOS-RECOGIDOS < 200
               ADD 1 TO WS-ENVIOS-RECOGIDOS
               MOVE CAMPENV-REC TO WS-ENVIO-MOV(WS-ENVIOS-RECOGIDOS)
           END-IF.
           DELETE CAMPENV-FILE.

      *    Las notas del retirado se regraban bajo el superviviente
      *    a continuacion de las suyas; fecha, hora y operador de
      *    cada nota no cambian. Lo que no cabe en la tabla se deja
      *    bajo el numero retirado en lugar de perderlo.
       MUEVE-NOTAS.
           MOVE 0 TO WS-NOTAS-RECOGIDAS.
           MOVE 0 TO WS-NOTAS-MOVIDAS.
           OPEN I-O NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               MOVE 0 TO WS-SECUENCIA-NOT-LIBRE
               MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-NOT
               MOVE 0 TO SECUENCIA-NOT
               MOVE "N" TO WS-FIN-NOTAS
               START NOTAS-FILE KEY IS >= CLAVE-NOTA
                   INVALID KEY MOVE "S" TO WS-FIN-NOTAS
               END-START
               PERFORM UNTIL WS-FIN-NOTAS = "S"
                   READ NOTAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-NOTAS
                       NOT AT END
                           IF NUMERO-PERSONA-NOT = WS-SUPERVIVIENTE
                               MOVE SECUENCIA-NOT TO
                                   WS-SECUENCIA-NOT-LIBRE
                           ELSE
                               MOVE "S" TO WS-FIN-NOTAS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-RETIRADO TO NUMERO-PERSONA-NOT
               MOVE 0 TO SECUENCIA-NOT
               MOVE "N" TO WS-FIN-NOTAS
               START NOTAS-FILE KEY IS >= CLAVE-NOTA
                   INVALID KEY MOVE "S" TO WS-FIN-NOTAS
               END-START
               PERFORM UNTIL WS-FIN-NOTAS = "S"
                   READ NOTAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-NOTAS
                       NOT AT END
                           IF NUMERO-PERSONA-NOT = WS-RETIRADO
                               AND WS-NOTAS-RECOGIDAS < 200
                               ADD 1 TO WS-NOTAS-RECOGIDAS
                               MOVE NOTA-REC TO
                                   WS-NOTA-MOV(WS-NOTAS-RECOGIDAS)
                               DELETE NOTAS-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-NOTAS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-NOTAS-RECOGIDAS
                   MOVE WS-NOTA-MOV(WS-M) TO NOTA-REC
                   MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-NOT
                   ADD 1 TO WS-SECUENCIA-NOT-LIBRE
                   MOVE WS-SECUENCIA-NOT-LIBRE TO SECUENCIA-NOT
                   WRITE NOTA-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGRABAR NOTA "
                               SECUENCIA-NOT
                       NOT INVALID KEY
                           ADD 1 TO WS-NOTAS-MOVIDAS
                   END-WRITE
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.

      *    Los documentos del retirado siguen a la persona con sus
      *    fechas, estado y aviso a la cola; lo que no cabe en las
      *    secuencias del superviviente queda bajo el retirado.
       MUEVE-DOCUMENTOS.
           MOVE 0 TO WS-DOCUMENTOS-RECOGIDOS.
           MOVE 0 TO WS-DOCUMENTOS-MOVIDOS.
           OPEN I-O DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS = "00"
               MOVE 0 TO WS-SECUENCIA-DOC-LIBRE
               MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-DOC
               MOVE 0 TO SECUENCIA-DOC
               MOVE "N" TO WS-FIN-DOCUMENTOS
               START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
                   INVALID KEY MOVE "S" TO WS-FIN-DOCUMENTOS
               END-START
               PERFORM UNTIL WS-FIN-DOCUMENTOS = "S"
                   READ DOCUMENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-DOCUMENTOS
                       NOT AT END
                           IF NUMERO-PERSONA-DOC = WS-SUPERVIVIENTE
                               MOVE SECUENCIA-DOC TO
                                   WS-SECUENCIA-DOC-LIBRE
                           ELSE
                               MOVE "S" TO WS-FIN-DOCUMENTOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-RETIRADO TO NUMERO-PERSONA-DOC
               MOVE 0 TO SECUENCIA-DOC
               MOVE "N" TO WS-FIN-DOCUMENTOS
               START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
                   INVALID KEY MOVE "S" TO WS-FIN-DOCUMENTOS
               END-START
               PERFORM UNTIL WS-FIN-DOCUMENTOS = "S"
                   READ DOCUMENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-DOCUMENTOS
                       NOT AT END
                           IF NUMERO-PERSONA-DOC = WS-RETIRADO
                               AND WS-SECUENCIA-DOC-LIBRE +
                                   WS-DOCUMENTOS-RECOGIDOS < 99
                               ADD 1 TO WS-DOCUMENTOS-RECOGIDOS
                               MOVE DOCUMENTO-REC TO WS-DOCUMENTO-MOV(
                                   WS-DOCUMENTOS-RECOGIDOS)
                               DELETE DOCUMENTO-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-DOCUMENTOS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-DOCUMENTOS-RECOGIDOS
                   MOVE WS-DOCUMENTO-MOV(WS-M) TO DOCUMENTO-REC
                   MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-DOC
                   ADD 1 TO WS-SECUENCIA-DOC-LIBRE
                   MOVE WS-SECUENCIA-DOC-LIBRE TO SECUENCIA-DOC
                   WRITE DOCUMENTO-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGRABAR DOCUMENTO "
                               SECUENCIA-DOC
                       NOT INVALID KEY
                           ADD 1 TO WS-DOCUMENTOS-MOVIDOS
                   END-WRITE
               END-PERFORM
               CLOSE DOCUMENTO-FILE
           END-IF.

      *    Los seguimientos del retirado pasan al superviviente con
      *    su estado y fechas; un item ya enviado a la cola conserva
      *    en su referencia el numero retirado.
       MUEVE-SEGUIMIENTOS.
           MOVE 0 TO WS-SEGUIMIENTOS-RECOGIDOS.
           MOVE 0 TO WS-SEGUIMIENTOS-MOVIDOS.
           OPEN I-O SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "00"
               MOVE 0 TO WS-SECUENCIA-SEG-LIBRE
               MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-SEG
               MOVE 0 TO SECUENCIA-SEG
               MOVE "N" TO WS-FIN-SEGUIMIENTOS
               START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
                   INVALID KEY MOVE "S" TO WS-FIN-SEGUIMIENTOS
               END-START
               PERFORM UNTIL WS-FIN-SEGUIMIENTOS = "S"
                   READ SEGUIMIENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-SEGUIMIENTOS
                       NOT AT END
                           IF NUMERO-PERSONA-SEG = WS-SUPERVIVIENTE
                               MOVE SECUENCIA-SEG TO
                                   WS-SECUENCIA-SEG-LIBRE
                           ELSE
                               MOVE "S" TO WS-FIN-SEGUIMIENTOS
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-RETIRADO TO NUMERO-PERSONA-SEG
               MOVE 0 TO SECUENCIA-SEG
               MOVE "N" TO WS-FIN-SEGUIMIENTOS
               START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
                   INVALID KEY MOVE "S" TO WS-FIN-SEGUIMIENTOS
               END-START
               PERFORM UNTIL WS-FIN-SEGUIMIENTOS = "S"
                   READ SEGUIMIENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-SEGUIMIENTOS
                       NOT AT END
                           IF NUMERO-PERSONA-SEG = WS-RETIRADO
                               AND WS-SECUENCIA-SEG-LIBRE +
                                   WS-SEGUIMIENTOS-RECOGIDOS < 999
                               ADD 1 TO WS-SEGUIMIENTOS-RECOGIDOS
                               MOVE SEGUIMIENTO-REC TO
                                   WS-SEGUIMIENTO-MOV(
                                   WS-SEGUIMIENTOS-RECOGIDOS)
                               DELETE SEGUIMIENTO-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-SEGUIMIENTOS
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M > WS-SEGUIMIENTOS-RECOGIDOS
                   MOVE WS-SEGUIMIENTO-MOV(WS-M) TO SEGUIMIENTO-REC
                   MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-SEG
                   ADD 1 TO WS-SECUENCIA-SEG-LIBRE
                   MOVE WS-SECUENCIA-SEG-LIBRE TO SECUENCIA-SEG
                   WRITE SEGUIMIENTO-REC
                       INVALID KEY
                           DISPLAY "NO SE PUDO REGRABAR SEGUIMIENTO "
                               SECUENCIA-SEG
                       NOT INVALID KEY
                           ADD 1 TO WS-SEGUIMIENTOS-MOVIDOS
                   END-WRITE
               END-PERFORM
               CLOSE SEGUIMIENTO-FILE
           END-IF.

      *    Los contactos del retirado se recogen primero en una tabla
      *    y se regraban bajo el superviviente con secuencias a
               END-IF
           END-PERFORM.

      *    Las relaciones del retirado pasan al superviviente con
      *    secuencias nuevas, igual que los contactos; las que otras
      *    personas tienen con el retirado se redirigen al
      *    superviviente. Una relacion entre los dos numeros
      *    fusionados se queda sin sentido y se descarta.
       MUEVE-RELACIONES.
           MOVE 0 TO WS-RELACIONES-RECOGIDAS.
           MOVE 0 TO WS-RELACIONES-MOVIDAS.
           MOVE 0 TO WS-RELACIONES-INVERSAS.
           OPEN I-O RELACION-FILE.
           IF WS-RELACION-STATUS = "00"
               PERFORM BUSCA-SECUENCIA-REL-SUPERV
               PERFORM RECOGE-RELACIONES-RETIRADO
               PERFORM REGRABA-RELACIONES
               PERFORM REDIRIGE-RELACIONES-INVERSAS
               CLOSE RELACION-FILE
           END-IF.

       BUSCA-SECUENCIA-REL-SUPERV.
           MOVE 0 TO WS-SECUENCIA-REL-LIBRE.
           MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-REL.
           MOVE 0 TO SECUENCIA-REL.
           MOVE "N" TO WS-FIN-RELACIONES.
           START RELACION-FILE KEY IS >= CLAVE-RELACION
               INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
           END-START.
           PERFORM UNTIL WS-FIN-RELACIONES = "S"
               READ RELACION-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-RELACIONES
                   NOT AT END
                       IF NUMERO-PERSONA-REL = WS-SUPERVIVIENTE
                           MOVE SECUENCIA-REL TO WS-SECUENCIA-REL-LIBRE
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.

       RECOGE-RELACIONES-RETIRADO.
           MOVE WS-RETIRADO TO NUMERO-PERSONA-REL.
           MOVE 0 TO SECUENCIA-REL.
           MOVE "N" TO WS-FIN-RELACIONES.
           START RELACION-FILE KEY IS >= CLAVE-RELACION
               INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
           END-START.
           PERFORM UNTIL WS-FIN-RELACIONES = "S"
               READ RELACION-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-RELACIONES
                   NOT AT END
                       IF NUMERO-PERSONA-REL = WS-RETIRADO
                           IF WS-RELACIONES-RECOGIDAS < 98
                               ADD 1 TO WS-RELACIONES-RECOGIDAS
                               MOVE RELACION-REC TO WS-RELACION-MOV(
                                   WS-RELACIONES-RECOGIDAS)
                           END-IF
                           DELETE RELACION-FILE
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.

       REGRABA-RELACIONES.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-RELACIONES-RECOGIDAS
               MOVE WS-RELACION-MOV(WS-M) TO RELACION-REC
               IF NUMERO-RELACIONADO-REL NOT = WS-SUPERVIVIENTE
                   MOVE WS-SUPERVIVIENTE TO NUMERO-PERSONA-REL
                   IF WS-SECUENCIA-REL-LIBRE < 99
                       ADD 1 TO WS-SECUENCIA-REL-LIBRE
                       MOVE WS-SECUENCIA-REL-LIBRE TO SECUENCIA-REL
                       WRITE RELACION-REC
                           INVALID KEY
                               DISPLAY "NO SE PUDO REGRABAR RELACION "
                                   SECUENCIA-REL
                           NOT INVALID KEY
                               ADD 1 TO WS-RELACIONES-MOVIDAS
                       END-WRITE
                   ELSE
                       DISPLAY "EL SUPERVIVIENTE NO TIENE SECUENCIAS "
                           "LIBRES, RELACION DESCARTADA"
                   END-IF
               END-IF
           END-PERFORM.

      *    Las claves se recogen antes de tocar nada, porque cambiar
      *    NUMERO-RELACIONADO-REL mueve el registro dentro de la
      *    misma clave alterna que se esta recorriendo.
       REDIRIGE-RELACIONES-INVERSAS.
           MOVE 0 TO WS-RELACIONES-RECOGIDAS.
           MOVE WS-RETIRADO TO NUMERO-RELACIONADO-REL.
           MOVE "N" TO WS-FIN-RELACIONES.
           START RELACION-FILE KEY IS >= NUMERO-RELACIONADO-REL
               INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
           END-START.
           PERFORM UNTIL WS-FIN-RELACIONES = "S"
               READ RELACION-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-RELACIONES
                   NOT AT END
                       IF NUMERO-RELACIONADO-REL = WS-RETIRADO
                           AND WS-RELACIONES-RECOGIDAS < 98
                           ADD 1 TO WS-RELACIONES-RECOGIDAS
                           MOVE CLAVE-RELACION TO WS-CLAVE-INVERSA(
                               WS-RELACIONES-RECOGIDAS)
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-RELACIONES-RECOGIDAS
               MOVE WS-CLAVE-INVERSA(WS-M) TO CLAVE-RELACION
               READ RELACION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NUMERO-PERSONA-REL = WS-SUPERVIVIENTE
                           DELETE RELACION-FILE
                       ELSE
                           MOVE WS-SUPERVIVIENTE TO
                               NUMERO-RELACIONADO-REL
                           REWRITE RELACION-REC
                           ADD 1 TO WS-RELACIONES-INVERSAS
                       END-IF
               END-READ
           END-PERFORM.

       BORRA-HOGAR-RETIRADO.
           OPEN I-O HOGARES-FILE.
           IF WS-HOGARES-STATUS = "00"
