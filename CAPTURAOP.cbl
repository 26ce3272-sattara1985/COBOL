      *          bloquean al operador, con LOG-ERROR y alerta en
      *          ALERTAS.TXT, hasta que MANTENIMIENTO-OPERADORES lo
      *          desbloquee.
      *          Con grilla de turnos (TURNOS.TXT, ver VERIFICA-TURNO)
      *          el ingreso fuera del turno del operador, de licencia
      *          o en feriado sin cobertura se rechaza salvo que un
      *          segundo supervisor lo autorice por AUTORIZA-DUAL; el
      *          rechazo o la autorizacion quedan en AUDITLOG.TXT.
      *          Tampoco ingresa quien arrastra un faltante de caja
      *          de un dia anterior sin resolver (POSICION-CAJA).
      *          Con un juego de formacion preparado se ofrece entrar
      *          en modo formacion (MODO-FORMACION); ya dentro, el
      *          ingreso solo muestra la franja FORMACION.
      *          En una corrida de la cola de informes nocturnos
      *          (PARAMETRO-SOLICITUD activo) no se pregunta nada: el
      *          ingreso es el del operador que pidio el informe, con
      *          el nivel que hoy le da el maestro, y se rechaza si ya
      *          no esta en el maestro o esta bloqueado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-YA-RECONOCIDO PIC X.
       01 WS-RESPUESTA-ACK PIC X(2).
       01 WS-NUMERO-AVISO PIC 9(4).
       01 WS-FUNCION-TUR PIC X.
       01 WS-HORA-TUR PIC 9(4).
       01 WS-RESULTADO-TUR PIC X.
       01 WS-TURNO-OK PIC X.
       01 WS-ACCION-DUAL PIC X(20).
       01 WS-RESULTADO-DUAL PIC X.
       01 WS-MARCA-TURNO PIC X(10).
       01 WS-FUNCION-CAJA PIC X.
       01 WS-SUCURSAL-CAJA PIC X(2) VALUE SPACES.
       01 WS-CAJA-OK PIC X.
       01 WS-FUNCION-FOR PIC X.
       01 WS-FORMACION PIC X.
       01 WS-RESPUESTA-FOR PIC X.
       01 WS-FUNCION-SOL PIC X.
       01 WS-NIVEL-SOL PIC 9.
       01 WS-VALOR-SOL PIC X(10).
       01 WS-ACTIVO-SOL PIC X.

       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).
           LK-IDIOMA.
       MAIN-PROCEDURE.
           MOVE 0 TO LK-NIVEL.
           MOVE "O" TO WS-FUNCION-SOL.
           CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL LK-OPERADOR
               WS-NIVEL-SOL LK-IDIOMA WS-VALOR-SOL WS-ACTIVO-SOL.
           IF WS-ACTIVO-SOL = "S"
               PERFORM INGRESO-EN-COLA
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM CARGA-CONFIG.
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
           ELSE
               MOVE "S" TO WS-TURNO-OK
               MOVE "S" TO WS-CAJA-OK
               IF WS-HAY-MAESTRO = "S"
                   PERFORM CONTROLA-TURNO
               END-IF
      *        Un faltante de caja de un dia anterior que ningun
      *        supervisor resolvio deja al operador afuera.
               IF WS-HAY-MAESTRO = "S" AND WS-TURNO-OK = "S"
                   MOVE "V" TO WS-FUNCION-CAJA
                   CALL "POSICION-CAJA" USING WS-FUNCION-CAJA
                       LK-OPERADOR WS-SUCURSAL-CAJA WS-CAJA-OK
               END-IF
               IF WS-TURNO-OK NOT = "S" OR WS-CAJA-OK NOT = "S"
                   MOVE SPACES TO LK-OPERADOR
                   MOVE 0 TO LK-NIVEL
               ELSE
                   IF WS-NOMBRE-OPERADOR NOT = SPACES
                       DISPLAY "BIENVENIDO " WS-NOMBRE-OPERADOR
                   END-IF
                   PERFORM MUESTRA-AVISOS
                   PERFORM CAPTURA-IDIOMA
                   PERFORM OFRECE-FORMACION
                   PERFORM GRABA-AUDITORIA
               END-IF
           END-IF.
           GOBACK.

      ******************************************************************
      * Corrida de la cola de informes: nadie esta en la consola, asi
      * que no hay contrasena, turno ni avisos. Vale el maestro de
      * hoy, no el de cuando se pidio: un operador dado de baja o
      * bloqueado entretanto no corre nada a su nombre.
      ******************************************************************
       INGRESO-EN-COLA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           MOVE "N" TO WS-HAY-MAESTRO.
           OPEN INPUT OPERADOR-MAST.
           IF WS-MAST-STATUS = "00"
               MOVE "S" TO WS-HAY-MAESTRO
               CLOSE OPERADOR-MAST
           END-IF.
           IF WS-HAY-MAESTRO = "S"
               PERFORM BUSCA-OPERADOR
               IF WS-ENCONTRADO NOT = "S" OR WS-BLOQUEADO = "S"
                   MOVE 0 TO LK-NIVEL
               END-IF
           ELSE
               MOVE WS-NIVEL-SOL TO LK-NIVEL
           END-IF.
           IF LK-NIVEL = 0
               DISPLAY "INGRESO DE LA COLA RECHAZADO: " LK-OPERADOR
               MOVE SPACES TO LK-OPERADOR
               MOVE "INGRESO-EN-COLA" TO WS-PARRAFO
               MOVE "QUEUED RUN SIGN-ON REJECTED" TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "SGNF" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
           ELSE
               PERFORM GRABA-AUDITORIA
           END-IF.

      *    La sesion de formacion queda entera en los archivos de
      *    practica, su ingreso y su salida incluidos.
       OFRECE-FORMACION.
           MOVE "C" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           IF WS-FORMACION = "S"
               MOVE "B" TO WS-FUNCION-FOR
               CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION
           ELSE
               MOVE "D" TO WS-FUNCION-FOR
               CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION
               IF WS-FORMACION = "S"
                   DISPLAY "TRABAJAR EN MODO FORMACION? (S/N)"
                   MOVE "N" TO WS-RESPUESTA-FOR
                   ACCEPT WS-RESPUESTA-FOR
                   IF WS-RESPUESTA-FOR = "S" OR WS-RESPUESTA-FOR = "s"
                       MOVE "E" TO WS-FUNCION-FOR
                       CALL "MODO-FORMACION" USING WS-FUNCION-FOR
                           WS-FORMACION
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Turnos: fuera de la grilla (o de licencia) el ingreso solo
      * sigue con la firma de un segundo supervisor. Tanto el rechazo
      * como la autorizacion dejan su linea TURNO en AUDITLOG.TXT,
      * que es lo que lee TURNOS-REAL.
      ******************************************************************
       CONTROLA-TURNO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE "V" TO WS-FUNCION-TUR.
           MOVE WS-FECHA-HORA(9:4) TO WS-HORA-TUR.
           CALL "VERIFICA-TURNO" USING WS-FUNCION-TUR LK-OPERADOR
               WS-HOY WS-HORA-TUR WS-RESULTADO-TUR.
           IF WS-RESULTADO-TUR NOT = "S" AND
              WS-RESULTADO-TUR NOT = "X"
               IF WS-RESULTADO-TUR = "L"
                   DISPLAY "OPERADOR DE LICENCIA HOY"
               ELSE
                   DISPLAY "INGRESO FUERA DE SU TURNO"
               END-IF
               MOVE "INGRESO FUERA TURNO" TO WS-ACCION-DUAL
               CALL "AUTORIZA-DUAL" USING LK-PROGRAMA LK-OPERADOR
                   WS-ACCION-DUAL WS-RESULTADO-DUAL
               IF WS-RESULTADO-DUAL = "S"
                   MOVE "AUTORIZADO" TO WS-MARCA-TURNO
               ELSE
                   MOVE "RECHAZADO" TO WS-MARCA-TURNO
                   MOVE "N" TO WS-TURNO-OK
                   DISPLAY "INGRESO RECHAZADO POR TURNO"
               END-IF
               PERFORM GRABA-AUDITORIA-TURNO
           END-IF.

       GRABA-AUDITORIA-TURNO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO LINEA-AUDIT.
           STRING WS-FECHA-HORA(1:15) DELIMITED BY SIZE
               " TURNO " DELIMITED BY SIZE
               WS-MARCA-TURNO DELIMITED BY SIZE
               " OPERADOR=" DELIMITED BY SIZE
               LK-OPERADOR DELIMITED BY SIZE
               " PROG=" DELIMITED BY SIZE
               LK-PROGRAMA DELIMITED BY SIZE
               INTO LINEA-AUDIT.
           WRITE LINEA-AUDIT.
           CLOSE AUDIT-LOG.

      ******************************************************************
      * Avisos de turno: los no vencidos se muestran en cada ingreso;
      * los criticos exigen un OK tecleado que queda en AVISOACK.TXT
