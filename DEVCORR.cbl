      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Novedades de correo devuelto y cambios de domicilio
      *          del correo postal, en el molde de CARGA-CONTACTOS.
      *          Lee DEVCORR.ENT (numero de persona impreso en la
      *          pieza, tipo, fecha, direccion a la que se envio y
      *          direccion nueva) y trabaja sobre la historia de
      *          CONTACTO.DAT: un reenvio (F) cierra la direccion
      *          vigente con la fecha del aviso y abre la nueva como
      *          fila D propia; una devolucion sin reenvio (R) cierra
      *          la direccion y la vuelve a abrir como fila U (no
      *          entregable), que GENERA-CARTAS salta y cuenta
      *          aparte. La direccion enviada puede venir en blanco
      *          (se toma la vigente); si viene y ya no es vigente la
      *          novedad llego tarde y se rechaza. Cada persona
      *          tocada que queda sin ninguna direccion entregable
      *          pasa a SINDIR.TXT, fuente de la cola de trabajo
      *          (COLA-TRABAJO). Las lineas malas van con su motivo a
      *          DEVCARCH.TXT y el resumen a DEVCREP.TXT. Nada se
      *          aplica mientras CONGELA.TXT congela el grupo de
      *          personas.
      *          Motivos: N=numero no numerico o persona no existe,
      *          T=tipo invalido, F=fecha invalida o futura,
      *          P=direccion nueva en blanco o codigo postal no
      *          numerico, D=sin direccion vigente (o la enviada ya
      *          no lo es), A=aviso anterior a la direccion vigente,
      *          S=persona sin secuencias libres.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREO-DEVUELTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "DEVCORR.ENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
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
           SELECT RECHAZOS-FILE ASSIGN TO "DEVCARCH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RECHAZOS-STATUS.
           SELECT RESUMEN-FILE ASSIGN TO "DEVCREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-STATUS.
           SELECT SINDIR-FILE ASSIGN TO "SINDIR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SINDIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  LINEA-ENTRADA.
           05 NUMERO-ENT PIC X(6).
           05 TIPO-ENT PIC X.
           05 FECHA-ENT PIC X(8).
           05 DIR-ENVIADA-ENT PIC X(40).
           05 DIR-NUEVA-ENT PIC X(40).

       FD  PERSONAS-FILE.
       COPY PERSONA.

      *TIPO-CON U es una direccion que el correo devolvio: queda en
      *la historia como fila propia pero no es entregable.
       FD  CONTACTO-FILE.
       01  CONTACTO-REC.
           05 CLAVE-CONTACTO.
               10 NUMERO-PERSONA-CON PIC 9(6).
               10 SECUENCIA-CON PIC 99.
           05 TIPO-CON PIC X.
           05 VALOR-CON PIC X(40).
           05 FECHA-EFECTIVA-CON PIC 9(8).
           05 FECHA-FIN-CON PIC 9(8).

       FD  RECHAZOS-FILE.
       01  LINEA-RECHAZO.
           05 MOTIVO-RECHAZO PIC X.
           05 FILLER PIC X.
           05 DATOS-RECHAZO PIC X(95).

       FD  RESUMEN-FILE.
       01  LINEA-RESUMEN PIC X(60).

      *La referencia del item de la cola son las primeras 40
      *posiciones: marca, numero de persona, fecha y apellidos.
       FD  SINDIR-FILE.
       01  LINEA-SINDIR.
           05 MARCA-SDR PIC X(3).
           05 FILLER PIC X.
           05 NUMERO-SDR PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-SDR PIC X(8).
           05 FILLER PIC X.
           05 APELLIDOS-SDR PIC X(20).
           05 FILLER PIC X.
           05 NOMBRE-SDR PIC X(15).

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-RECHAZOS-STATUS PIC XX.
       01 WS-RESUMEN-STATUS PIC XX.
       01 WS-SINDIR-STATUS PIC XX.
       01 WS-FIN-ENTRADA PIC X VALUE "N".
       01 WS-FIN-CONTACTOS PIC X.
       01 WS-MOTIVO PIC X.
       01 WS-ES-NUMERICO PIC X.
       01 WS-FECHA-OK PIC X.
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-SECUENCIA-NUEVA PIC 99.
       01 WS-HAY-VIGENTE PIC X.
       01 WS-CONTACTO-VIGENTE PIC X(65).
       01 WS-TIPO-NUEVO PIC X.
       01 WS-VALOR-NUEVO PIC X(40).
       01 WS-TIENE-ENTREGABLE PIC X.
       01 WS-TIENE-DEVUELTA PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-OPERADOR PIC X(10) VALUE "CORREOLOTE".
       01 WS-FUNCION-LOCK PIC X.
       01 WS-RESULTADO-LOCK PIC X.
       01 WS-T PIC 9(4).
       01 WS-YA-TOCADA PIC X.
       01 WS-TOTAL-TOCADAS PIC 9(4) VALUE 0.
       01 WS-TABLA-TOCADAS.
           05 WS-TOCADA PIC 9(6) OCCURS 2000.
       01 WS-TOTAL-LEIDOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-REENVIOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-DEVUELTAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-YA-DEVUELTAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-SIN-CAMBIO PIC 9(5) VALUE 0.
       01 WS-TOTAL-RECHAZADOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-REDIRIGIDOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-SIN-ENTREGABLE PIC 9(5) VALUE 0.
       01 WS-PROGRAMA PIC X(20) VALUE "CORREO-DEVUELTO".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "N".
       01 WS-CONGELA-OK PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
      *    Una noche sin novedades del correo es normal: sin
      *    archivo de entrada no hay nada que aplicar.
           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "SIN NOVEDADES DEL CORREO (DEVCORR.ENT)"
           ELSE
               CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                   WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                   WS-CONGELA-OK
               IF WS-CONGELA-OK NOT = "S"
                   DISPLAY "NOVEDADES NO APLICADAS - CAMBIOS "
                       "CONGELADOS"
                   CLOSE ENTRADA-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TOMA-LOCK-Y-APLICA
               END-IF
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       TOMA-LOCK-Y-APLICA.
           MOVE "T" TO WS-FUNCION-LOCK.
           CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
               WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK.
           IF WS-RESULTADO-LOCK NOT = "S"
               DISPLAY "NOVEDADES NO APLICADAS - PERSONAS.DAT EN USO"
               CLOSE ENTRADA-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CUERPO-NOVEDADES
               MOVE "L" TO WS-FUNCION-LOCK
               CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                   WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
           END-IF.

       CUERPO-NOVEDADES.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PERSONAS.DAT: "
                   WS-PERSONAS-STATUS
               CLOSE ENTRADA-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O CONTACTO-FILE
               IF WS-CONTACTO-STATUS = "35"
                   OPEN OUTPUT CONTACTO-FILE
                   CLOSE CONTACTO-FILE
                   OPEN I-O CONTACTO-FILE
               END-IF
               OPEN OUTPUT RECHAZOS-FILE
               PERFORM UNTIL WS-FIN-ENTRADA = "S"
                   READ ENTRADA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ENTRADA
                       NOT AT END
                           ADD 1 TO WS-TOTAL-LEIDOS
                           PERFORM VALIDA-Y-APLICA
                   END-READ
               END-PERFORM
               CLOSE RECHAZOS-FILE
               CLOSE ENTRADA-FILE
               PERFORM REVISA-ENTREGABLES
               CLOSE CONTACTO-FILE
               CLOSE PERSONAS-FILE
               PERFORM ESCRIBE-RESUMEN
           END-IF.

       VALIDA-Y-APLICA.
           MOVE SPACE TO WS-MOTIVO.
           CALL "VALIDA-NUMERO" USING NUMERO-ENT WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               MOVE "N" TO WS-MOTIVO
           ELSE
               MOVE NUMERO-ENT TO WS-NUMERO-BUSCA
               CALL "RESUELVE-NUMERO" USING WS-NUMERO-BUSCA
                   WS-NUMERO-RESUELTO WS-ERA-RETIRADO
               IF WS-ERA-RETIRADO = "S"
                   ADD 1 TO WS-TOTAL-REDIRIGIDOS
                   MOVE WS-NUMERO-RESUELTO TO WS-NUMERO-BUSCA
               END-IF
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MOTIVO
                   NOT INVALID KEY
                       PERFORM VALIDA-DETALLE
               END-READ
           END-IF.
           IF WS-MOTIVO = SPACE
               PERFORM BUSCA-DIRECCION-VIGENTE
               PERFORM VALIDA-CONTRA-VIGENTE
           END-IF.
           IF WS-MOTIVO = SPACE
               PERFORM APLICA-NOVEDAD
           ELSE
               PERFORM ESCRIBE-RECHAZO
           END-IF.

       VALIDA-DETALLE.
           IF TIPO-ENT NOT = "F" AND TIPO-ENT NOT = "R"
               MOVE "T" TO WS-MOTIVO
           ELSE
               CALL "VALIDA-FECHA" USING FECHA-ENT WS-FECHA-OK
               IF WS-FECHA-OK NOT = "S" OR FECHA-ENT > WS-HOY
                   MOVE "F" TO WS-MOTIVO
               ELSE
      *            La direccion nueva de un reenvio llega armada como
      *            la estructurada de contactos: codigo postal en las
      *            posiciones 36-40.
                   IF TIPO-ENT = "F" AND
                      (DIR-NUEVA-ENT(1:18) = SPACES OR
                       DIR-NUEVA-ENT(36:5) IS NOT NUMERIC)
                       MOVE "P" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    Toma la direccion vigente (D o U) de secuencia mas alta que
      *    coincida con la enviada, o la ultima vigente si la enviada
      *    viene en blanco; de paso deja la ultima secuencia usada.
       BUSCA-DIRECCION-VIGENTE.
           MOVE "N" TO WS-HAY-VIGENTE.
           MOVE SPACES TO WS-CONTACTO-VIGENTE.
           MOVE 0 TO WS-SECUENCIA-NUEVA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-CON.
           MOVE 0 TO SECUENCIA-CON.
           MOVE "N" TO WS-FIN-CONTACTOS.
           START CONTACTO-FILE KEY IS >= CLAVE-CONTACTO
               INVALID KEY MOVE "S" TO WS-FIN-CONTACTOS
           END-START.
           PERFORM UNTIL WS-FIN-CONTACTOS = "S"
               READ CONTACTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CONTACTOS
                   NOT AT END
                       IF NUMERO-PERSONA-CON = WS-NUMERO-BUSCA
                           MOVE SECUENCIA-CON TO WS-SECUENCIA-NUEVA
                           IF (TIPO-CON = "D" OR TIPO-CON = "U") AND
                              FECHA-FIN-CON = 0 AND
                              (DIR-ENVIADA-ENT = SPACES OR
                               VALOR-CON = DIR-ENVIADA-ENT)
                               MOVE "S" TO WS-HAY-VIGENTE
                               MOVE CONTACTO-REC TO WS-CONTACTO-VIGENTE
                           END-IF
                       ELSE
                           MOVE "S" TO WS-FIN-CONTACTOS
                       END-IF
               END-READ
           END-PERFORM.

       VALIDA-CONTRA-VIGENTE.
           IF WS-HAY-VIGENTE NOT = "S"
               MOVE "D" TO WS-MOTIVO
           ELSE
               MOVE WS-CONTACTO-VIGENTE TO CONTACTO-REC
               IF FECHA-ENT < FECHA-EFECTIVA-CON
                   MOVE "A" TO WS-MOTIVO
               END-IF
           END-IF.

      *    Una direccion ya devuelta no se vuelve a marcar, y un
      *    reenvio a la misma direccion vigente no cambia nada.
       APLICA-NOVEDAD.
           IF TIPO-ENT = "R"
               IF TIPO-CON = "U"
                   ADD 1 TO WS-TOTAL-YA-DEVUELTAS
               ELSE
                   MOVE "U" TO WS-TIPO-NUEVO
                   MOVE VALOR-CON TO WS-VALOR-NUEVO
                   PERFORM CIERRA-Y-ABRE
                   IF WS-MOTIVO = SPACE
                       ADD 1 TO WS-TOTAL-DEVUELTAS
                   END-IF
               END-IF
           ELSE
               IF TIPO-CON = "D" AND VALOR-CON = DIR-NUEVA-ENT
                   ADD 1 TO WS-TOTAL-SIN-CAMBIO
               ELSE
                   MOVE "D" TO WS-TIPO-NUEVO
                   MOVE DIR-NUEVA-ENT TO WS-VALOR-NUEVO
                   PERFORM CIERRA-Y-ABRE
                   IF WS-MOTIVO = SPACE
                       ADD 1 TO WS-TOTAL-REENVIOS
                   END-IF
               END-IF
           END-IF.

      *    Igual que el reemplazo de DATOS: la fila vigente se cierra
      *    con la fecha de la novedad y el valor nuevo entra como
      *    fila aparte desde esa fecha.
       CIERRA-Y-ABRE.
           IF WS-SECUENCIA-NUEVA > 98
               MOVE "S" TO WS-MOTIVO
               PERFORM ESCRIBE-RECHAZO
           ELSE
               MOVE FECHA-ENT TO FECHA-FIN-CON
               REWRITE CONTACTO-REC
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-CON
               COMPUTE SECUENCIA-CON = WS-SECUENCIA-NUEVA + 1
               MOVE WS-TIPO-NUEVO TO TIPO-CON
               MOVE WS-VALOR-NUEVO TO VALOR-CON
               MOVE FECHA-ENT TO FECHA-EFECTIVA-CON
               MOVE 0 TO FECHA-FIN-CON
               WRITE CONTACTO-REC
                   INVALID KEY
                       MOVE "S" TO WS-MOTIVO
                       PERFORM ESCRIBE-RECHAZO
               END-WRITE
               PERFORM ANOTA-TOCADA
           END-IF.

       ANOTA-TOCADA.
           MOVE "N" TO WS-YA-TOCADA.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOTAL-TOCADAS
               IF WS-TOCADA(WS-T) = WS-NUMERO-BUSCA
                   MOVE "S" TO WS-YA-TOCADA
               END-IF
           END-PERFORM.
           IF WS-YA-TOCADA = "N" AND WS-TOTAL-TOCADAS < 2000
               ADD 1 TO WS-TOTAL-TOCADAS
               MOVE WS-NUMERO-BUSCA TO WS-TOCADA(WS-TOTAL-TOCADAS)
           END-IF.

      ******************************************************************
      * Al final de la corrida, cada persona tocada que solo tiene
      * direcciones devueltas vigentes (ninguna D) es un item para la
      * cola: hay que conseguir una direccion nueva.
      ******************************************************************
       REVISA-ENTREGABLES.
           OPEN EXTEND SINDIR-FILE.
           IF WS-SINDIR-STATUS = "35"
               OPEN OUTPUT SINDIR-FILE
           END-IF.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOTAL-TOCADAS
               MOVE WS-TOCADA(WS-T) TO WS-NUMERO-BUSCA
               PERFORM REVISA-PERSONA
           END-PERFORM.
           CLOSE SINDIR-FILE.

       REVISA-PERSONA.
           MOVE "N" TO WS-TIENE-ENTREGABLE.
           MOVE "N" TO WS-TIENE-DEVUELTA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-CON.
           MOVE 0 TO SECUENCIA-CON.
           MOVE "N" TO WS-FIN-CONTACTOS.
           START CONTACTO-FILE KEY IS >= CLAVE-CONTACTO
               INVALID KEY MOVE "S" TO WS-FIN-CONTACTOS
           END-START.
           PERFORM UNTIL WS-FIN-CONTACTOS = "S"
               READ CONTACTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CONTACTOS
                   NOT AT END
                       IF NUMERO-PERSONA-CON NOT = WS-NUMERO-BUSCA
                           MOVE "S" TO WS-FIN-CONTACTOS
                       ELSE
                           IF FECHA-FIN-CON = 0 AND TIPO-CON = "D"
                               MOVE "S" TO WS-TIENE-ENTREGABLE
                           END-IF
                           IF FECHA-FIN-CON = 0 AND TIPO-CON = "U"
                               MOVE "S" TO WS-TIENE-DEVUELTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TIENE-ENTREGABLE = "N" AND WS-TIENE-DEVUELTA = "S"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       MOVE SPACES TO CLAVE-NOMBRE
               END-READ
               MOVE SPACES TO LINEA-SINDIR
               MOVE "DIR" TO MARCA-SDR
               MOVE WS-NUMERO-BUSCA TO NUMERO-SDR
               MOVE WS-HOY TO FECHA-SDR
               MOVE APELLIDOS-REC TO APELLIDOS-SDR
               MOVE NOMBRE-REC TO NOMBRE-SDR
               WRITE LINEA-SINDIR
               ADD 1 TO WS-TOTAL-SIN-ENTREGABLE
           END-IF.

       ESCRIBE-RECHAZO.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           MOVE SPACES TO LINEA-RECHAZO.
           MOVE WS-MOTIVO TO MOTIVO-RECHAZO.
           MOVE LINEA-ENTRADA TO DATOS-RECHAZO.
           WRITE LINEA-RECHAZO.

       ESCRIBE-RESUMEN.
           OPEN OUTPUT RESUMEN-FILE.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "RESUMEN DE CORREO DEVUELTO " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE "------------------------------------" TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "NOVEDADES LEIDAS:       " DELIMITED BY SIZE
               WS-TOTAL-LEIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "CAMBIOS DE DOMICILIO:   " DELIMITED BY SIZE
               WS-TOTAL-REENVIOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "DIRECCIONES DEVUELTAS:  " DELIMITED BY SIZE
               WS-TOTAL-DEVUELTAS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "YA DEVUELTAS ANTES:     " DELIMITED BY SIZE
               WS-TOTAL-YA-DEVUELTAS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "REENVIOS SIN CAMBIO:    " DELIMITED BY SIZE
               WS-TOTAL-SIN-CAMBIO DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "NOVEDADES RECHAZADAS:   " DELIMITED BY SIZE
               WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "NUMEROS REDIRIGIDOS:    " DELIMITED BY SIZE
               WS-TOTAL-REDIRIGIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "PERSONAS SIN DIRECCION: " DELIMITED BY SIZE
               WS-TOTAL-SIN-ENTREGABLE DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
           MOVE "DEVCREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "CORREO DEVUELTO - LEIDAS: " WS-TOTAL-LEIDOS
               " REENVIOS: " WS-TOTAL-REENVIOS
               " DEVUELTAS: " WS-TOTAL-DEVUELTAS
               " RECHAZADAS: " WS-TOTAL-RECHAZADOS.

       END PROGRAM CORREO-DEVUELTO.
