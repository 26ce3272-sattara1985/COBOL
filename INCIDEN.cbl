      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Registro de incidencias operativas. Cuando la
      *          corrida nocturna se rompe, lo que paso y lo que se
      *          hizo queda aqui y no en correos: se abre la
      *          incidencia (titulo, programa afectado, severidad
      *          1=critica 2=alta 3=media 4=baja y responsable), se
      *          le vinculan las corridas de RUNLEDGR.TXT, las
      *          alertas de ALERTAS.TXT y las lineas de ERRORLOG.TXT
      *          que tuvieron que ver, se anotan las acciones
      *          tomadas y se cierra con una nota de causa raiz, sin
      *          la cual no se cierra. INCIDENT.TXT lleva una linea
      *          por incidencia con sus horas de apertura y de
      *          resolucion; INCIDDET.TXT lleva los vinculos y las
      *          acciones (L=ledger, A=alerta, E=error, C=accion,
      *          R=reasignacion). Apertura y cierre dejan su linea en
      *          AUDITLOG.TXT. REPORTE-INCIDENCIAS da el resumen
      *          mensual y LISTO-APERTURA muestra las abiertas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-INCIDENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT INCIDENT-TEMP ASSIGN TO "INCIDTMP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-TEMP-STATUS.
           SELECT DETALLE-FILE ASSIGN TO "INCIDDET.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DETALLE-STATUS.
           SELECT FUENTE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  LINEA-INCIDENCIA.
           05 NUMERO-INC PIC 9(6).
           05 FILLER PIC X.
           05 ESTADO-INC PIC X.
           05 FILLER PIC X.
           05 SEVERIDAD-INC PIC X.
           05 FILLER PIC X.
           05 PROGRAMA-INC PIC X(20).
           05 FILLER PIC X.
           05 RESPONSABLE-INC PIC X(10).
           05 FILLER PIC X.
           05 ABRE-FECHA-INC PIC 9(8).
           05 FILLER PIC X.
           05 ABRE-HORA-INC PIC 9(6).
           05 FILLER PIC X.
           05 ABRE-OPER-INC PIC X(10).
           05 FILLER PIC X.
           05 CIERRE-FECHA-INC PIC 9(8).
           05 FILLER PIC X.
           05 CIERRE-HORA-INC PIC 9(6).
           05 FILLER PIC X.
           05 CIERRE-OPER-INC PIC X(10).
           05 FILLER PIC X.
           05 TITULO-INC PIC X(40).
           05 FILLER PIC X.
           05 CAUSA-INC PIC X(60).

       FD  INCIDENT-TEMP.
       01  LINEA-INCIDENCIA-TEMP PIC X(198).

       FD  DETALLE-FILE.
       01  LINEA-DETALLE.
           05 NUMERO-DET PIC 9(6).
           05 FILLER PIC X.
           05 TIPO-DET PIC X.
           05 FILLER PIC X.
           05 FECHA-DET PIC X(8).
           05 FILLER PIC X.
           05 HORA-DET PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-DET PIC X(10).
           05 FILLER PIC X.
           05 TEXTO-DET PIC X(131).

      *    RUNLEDGR, ALERTAS y ERRORLOG empiezan los tres con la
      *    fecha AAAAMMDD; para vincular basta la linea entera.
       FD  FUENTE-FILE.
       01  LINEA-FUENTE PIC X(131).

       FD  AUDIT-LOG.
       01  LINEA-AUDIT PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-STATUS PIC XX.
       01 WS-INCIDENT-TEMP-STATUS PIC XX.
       01 WS-DETALLE-STATUS PIC XX.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-NOMBRE-FUENTE PIC X(12).
       01 WS-PROGRAMA PIC X(20) VALUE "REGISTRO-INCIDENCIAS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-OPCION PIC X VALUE SPACE.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-HALLADA PIC X.
       01 WS-ES-NUMERICO PIC X.
       01 WS-NUMERO-ENT PIC X(6).
       01 WS-NUMERO PIC 9(6).
       01 WS-ULTIMO-NUMERO PIC 9(6).
       01 WS-MODO-INC PIC X.
       01 WS-ID-TRABAJO PIC X(10).
       01 WS-ACCION-AUDIT PIC X(12).
       01 WS-TITULO PIC X(40).
       01 WS-PROGRAMA-INC PIC X(20).
       01 WS-SEVERIDAD PIC X.
       01 WS-RESPONSABLE PIC X(10).
       01 WS-CAUSA PIC X(60).
       01 WS-TIPO-DET PIC X.
       01 WS-TEXTO-DET PIC X(131).
       01 WS-FECHA-ENT PIC X(8).
       01 WS-FECHA-BUSCA PIC 9(8).
       01 WS-FUENTE-N PIC 9(3).
       01 WS-SEL-ENT PIC X(3).
       01 WS-SEL PIC 9(3).
       01 WS-ABIERTAS PIC 9(4).
       01 WS-VINCULOS PIC 9(4).
       01 WS-MINUTOS PIC 9(8).
       01 WS-MINUTOS-ABRE PIC 9(4).
       01 WS-MINUTOS-CIERRE PIC 9(4).
       01 WS-HORA-CALC PIC 9(6).
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
           05 WS-HH-CALC PIC 99.
           05 WS-MM-CALC PIC 99.
           05 WS-SS-CALC PIC 99.
       01 WS-HORAS-ED PIC Z(5)9.
       01 WS-MINUTOS-ED PIC 99.
       01 WS-INC.
           05 WS-INC-NUMERO PIC 9(6).
           05 FILLER PIC X.
           05 WS-INC-ESTADO PIC X.
           05 FILLER PIC X.
           05 WS-INC-SEVERIDAD PIC X.
           05 FILLER PIC X.
           05 WS-INC-PROGRAMA PIC X(20).
           05 FILLER PIC X.
           05 WS-INC-RESPONSABLE PIC X(10).
           05 FILLER PIC X.
           05 WS-INC-ABRE-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 WS-INC-ABRE-HORA PIC 9(6).
           05 FILLER PIC X.
           05 WS-INC-ABRE-OPER PIC X(10).
           05 FILLER PIC X.
           05 WS-INC-CIERRE-FECHA PIC 9(8).
           05 FILLER PIC X.
           05 WS-INC-CIERRE-HORA PIC 9(6).
           05 FILLER PIC X.
           05 WS-INC-CIERRE-OPER PIC X(10).
           05 FILLER PIC X.
           05 WS-INC-TITULO PIC X(40).
           05 FILLER PIC X.
           05 WS-INC-CAUSA PIC X(60).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-OPCION = "9"
               PERFORM MUESTRA-OPCIONES
               PERFORM EJECUTA-OPCION
           END-PERFORM.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       MUESTRA-OPCIONES.
           DISPLAY "--- INCIDENCIAS OPERATIVAS ---".
           DISPLAY "1. ABRIR INCIDENCIA".
           DISPLAY "2. VINCULAR CORRIDA, ALERTA O ERROR".
           DISPLAY "3. REGISTRAR ACCION TOMADA".
           DISPLAY "4. CAMBIAR RESPONSABLE O SEVERIDAD".
           DISPLAY "5. CERRAR INCIDENCIA (CON CAUSA RAIZ)".
           DISPLAY "6. CONSULTAR INCIDENCIA".
           DISPLAY "7. LISTAR INCIDENCIAS ABIERTAS".
           DISPLAY "9. SALIR".
           DISPLAY "SELECCIONE UNA OPCION".
           MOVE SPACE TO WS-OPCION.
           ACCEPT WS-OPCION.

       EJECUTA-OPCION.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM ABRE-INCIDENCIA
               WHEN "2"
                   PERFORM SOLICITA-ABIERTA
                   IF WS-HALLADA = "S"
                       PERFORM VINCULA-REGISTRO
                   END-IF
               WHEN "3"
                   PERFORM SOLICITA-ABIERTA
                   IF WS-HALLADA = "S"
                       PERFORM REGISTRA-ACCION
                   END-IF
               WHEN "4"
                   PERFORM SOLICITA-ABIERTA
                   IF WS-HALLADA = "S"
                       PERFORM CAMBIA-RESPONSABLE
                   END-IF
               WHEN "5"
                   PERFORM SOLICITA-ABIERTA
                   IF WS-HALLADA = "S"
                       PERFORM CIERRA-INCIDENCIA
                   END-IF
               WHEN "6"
                   PERFORM SOLICITA-INCIDENCIA
                   IF WS-HALLADA = "S"
                       PERFORM CONSULTA-INCIDENCIA
                   END-IF
               WHEN "7"
                   PERFORM LISTA-ABIERTAS
               WHEN "9"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      ******************************************************************
      * Apertura: el numero es el siguiente al mayor ya usado; el
      * responsable, si no se teclea otro, es quien la abre.
      ******************************************************************
       ABRE-INCIDENCIA.
           DISPLAY "TITULO DE LA INCIDENCIA".
           MOVE SPACES TO WS-TITULO.
           ACCEPT WS-TITULO.
           IF WS-TITULO = SPACES
               DISPLAY "EL TITULO NO PUEDE QUEDAR EN BLANCO"
           ELSE
               DISPLAY "PROGRAMA AFECTADO (PROGRAM-ID, EN BLANCO SI "
                   "NO APLICA)"
               MOVE SPACES TO WS-PROGRAMA-INC
               ACCEPT WS-PROGRAMA-INC
               PERFORM SOLICITA-SEVERIDAD
               IF WS-SEVERIDAD NOT = SPACE
                   DISPLAY "RESPONSABLE (ID DE OPERADOR, EN BLANCO = "
                       "USTED)"
                   MOVE SPACES TO WS-RESPONSABLE
                   ACCEPT WS-RESPONSABLE
                   IF WS-RESPONSABLE = SPACES
                       MOVE WS-OPERADOR TO WS-RESPONSABLE
                   END-IF
                   PERFORM GRABA-INCIDENCIA
               END-IF
           END-IF.

       SOLICITA-SEVERIDAD.
           DISPLAY "SEVERIDAD (1=CRITICA 2=ALTA 3=MEDIA 4=BAJA)".
           MOVE SPACE TO WS-SEVERIDAD.
           ACCEPT WS-SEVERIDAD.
           IF WS-SEVERIDAD < "1" OR WS-SEVERIDAD > "4"
               DISPLAY "SEVERIDAD INVALIDA"
               MOVE SPACE TO WS-SEVERIDAD
           END-IF.

       GRABA-INCIDENCIA.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-INC > WS-ULTIMO-NUMERO
                               MOVE NUMERO-INC TO WS-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           COMPUTE WS-NUMERO = WS-ULTIMO-NUMERO + 1.
           OPEN EXTEND INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FILE
           END-IF.
           MOVE SPACES TO LINEA-INCIDENCIA.
           MOVE WS-NUMERO TO NUMERO-INC.
           MOVE "A" TO ESTADO-INC.
           MOVE WS-SEVERIDAD TO SEVERIDAD-INC.
           MOVE WS-PROGRAMA-INC TO PROGRAMA-INC.
           MOVE WS-RESPONSABLE TO RESPONSABLE-INC.
           MOVE WS-FECHA-HORA(1:8) TO ABRE-FECHA-INC.
           MOVE WS-FECHA-HORA(9:6) TO ABRE-HORA-INC.
           MOVE WS-OPERADOR TO ABRE-OPER-INC.
           MOVE 0 TO CIERRE-FECHA-INC.
           MOVE 0 TO CIERRE-HORA-INC.
           MOVE WS-TITULO TO TITULO-INC.
           WRITE LINEA-INCIDENCIA.
           CLOSE INCIDENT-FILE.
           MOVE WS-NUMERO TO WS-ID-TRABAJO.
           MOVE "INCID-ABRE" TO WS-ACCION-AUDIT.
           PERFORM GRABA-AUDITORIA.
           DISPLAY "INCIDENCIA " WS-NUMERO " ABIERTA - VINCULE SUS "
               "CORRIDAS, ALERTAS Y ERRORES CON LA OPCION 2".

      ******************************************************************
      * Busqueda por numero; las opciones que modifican piden que la
      * incidencia siga abierta.
      ******************************************************************
       SOLICITA-ABIERTA.
           PERFORM SOLICITA-INCIDENCIA.
           IF WS-HALLADA = "S" AND WS-INC-ESTADO NOT = "A"
               DISPLAY "LA INCIDENCIA " WS-NUMERO " YA ESTA CERRADA"
               MOVE "N" TO WS-HALLADA
           END-IF.

       SOLICITA-INCIDENCIA.
           MOVE "N" TO WS-HALLADA.
           DISPLAY "NUMERO DE INCIDENCIA".
           MOVE SPACES TO WS-NUMERO-ENT.
           ACCEPT WS-NUMERO-ENT.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENT WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-ENT TO WS-NUMERO
               PERFORM BUSCA-INCIDENCIA
               IF WS-HALLADA NOT = "S"
                   DISPLAY "NO EXISTE LA INCIDENCIA " WS-NUMERO
               END-IF
           END-IF.

       BUSCA-INCIDENCIA.
           MOVE "N" TO WS-HALLADA.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-INC = WS-NUMERO
                               MOVE "S" TO WS-HALLADA
                               MOVE LINEA-INCIDENCIA TO WS-INC
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

      ******************************************************************
      * Vinculo: se listan numeradas las lineas de la fecha pedida
      * del archivo elegido y la que se escoge se copia entera al
      * detalle, asi la incidencia no depende de que el archivo
      * original se archive o se recorte despues.
      ******************************************************************
       VINCULA-REGISTRO.
           DISPLAY "VINCULAR: L=CORRIDA DEL LEDGER  A=ALERTA  "
               "E=LINEA DEL LOG DE ERRORES".
           MOVE SPACE TO WS-TIPO-DET.
           ACCEPT WS-TIPO-DET.
           EVALUATE WS-TIPO-DET
               WHEN "L"
                   MOVE "RUNLEDGR.TXT" TO WS-NOMBRE-FUENTE
               WHEN "A"
                   MOVE "ALERTAS.TXT" TO WS-NOMBRE-FUENTE
               WHEN "E"
                   MOVE "ERRORLOG.TXT" TO WS-NOMBRE-FUENTE
               WHEN OTHER
                   MOVE SPACES TO WS-NOMBRE-FUENTE
                   DISPLAY "TIPO DE VINCULO INVALIDO"
           END-EVALUATE.
           IF WS-NOMBRE-FUENTE NOT = SPACES
               PERFORM SOLICITA-FECHA
               IF WS-ES-NUMERICO = "S"
                   PERFORM LISTA-FUENTE
                   IF WS-FUENTE-N > 0
                       PERFORM ELIGE-FUENTE
                   END-IF
               END-IF
           END-IF.

       SOLICITA-FECHA.
           DISPLAY "FECHA DE LOS REGISTROS (AAAAMMDD, EN BLANCO = "
               "HOY)".
           MOVE SPACES TO WS-FECHA-ENT.
           ACCEPT WS-FECHA-ENT.
           IF WS-FECHA-ENT = SPACES
               MOVE "S" TO WS-ES-NUMERICO
               MOVE WS-HOY TO WS-FECHA-BUSCA
           ELSE
               CALL "VALIDA-NUMERO" USING WS-FECHA-ENT WS-ES-NUMERICO
               IF WS-ES-NUMERICO = "S"
                   MOVE WS-FECHA-ENT TO WS-FECHA-BUSCA
               ELSE
                   DISPLAY "FECHA INVALIDA"
               END-IF
           END-IF.

       LISTA-FUENTE.
           MOVE 0 TO WS-FUENTE-N.
           OPEN INPUT FUENTE-FILE.
           IF WS-FUENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FUENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF LINEA-FUENTE(1:8) = WS-FECHA-BUSCA AND
                              WS-FUENTE-N < 999
                               ADD 1 TO WS-FUENTE-N
                               DISPLAY WS-FUENTE-N ". "
                                   LINEA-FUENTE(1:110)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUENTE-FILE
           END-IF.
           IF WS-FUENTE-N = 0
               DISPLAY "NO HAY REGISTROS DEL " WS-FECHA-BUSCA " EN "
                   WS-NOMBRE-FUENTE
           END-IF.

       ELIGE-FUENTE.
           DISPLAY "NUMERO DE LINEA A VINCULAR".
           MOVE SPACES TO WS-SEL-ENT.
           ACCEPT WS-SEL-ENT.
           CALL "VALIDA-NUMERO" USING WS-SEL-ENT WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-SEL-ENT TO WS-SEL
               IF WS-SEL < 1 OR WS-SEL > WS-FUENTE-N
                   DISPLAY "NUMERO FUERA DE RANGO"
               ELSE
                   PERFORM TOMA-FUENTE
                   PERFORM GRABA-DETALLE
                   DISPLAY "VINCULADO A LA INCIDENCIA " WS-NUMERO
               END-IF
           END-IF.

       TOMA-FUENTE.
           MOVE 0 TO WS-FUENTE-N.
           MOVE SPACES TO WS-TEXTO-DET.
           OPEN INPUT FUENTE-FILE.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ FUENTE-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF LINEA-FUENTE(1:8) = WS-FECHA-BUSCA
                           ADD 1 TO WS-FUENTE-N
                           IF WS-FUENTE-N = WS-SEL
                               MOVE LINEA-FUENTE TO WS-TEXTO-DET
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FUENTE-FILE.

       REGISTRA-ACCION.
           DISPLAY "ACCION TOMADA".
           MOVE SPACES TO WS-TEXTO-DET.
           ACCEPT WS-TEXTO-DET.
           IF WS-TEXTO-DET = SPACES
               DISPLAY "LA ACCION NO PUEDE QUEDAR EN BLANCO"
           ELSE
               MOVE "C" TO WS-TIPO-DET
               PERFORM GRABA-DETALLE
               DISPLAY "ACCION REGISTRADA EN LA INCIDENCIA " WS-NUMERO
           END-IF.

      *    Lo que no se teclea queda como estaba; el cambio deja su
      *    rastro en el detalle de la incidencia.
       CAMBIA-RESPONSABLE.
           DISPLAY "NUEVO RESPONSABLE (EN BLANCO = "
               WS-INC-RESPONSABLE ")".
           MOVE SPACES TO WS-RESPONSABLE.
           ACCEPT WS-RESPONSABLE.
           IF WS-RESPONSABLE = SPACES
               MOVE WS-INC-RESPONSABLE TO WS-RESPONSABLE
           END-IF.
           DISPLAY "NUEVA SEVERIDAD 1-4 (EN BLANCO = "
               WS-INC-SEVERIDAD ")".
           MOVE SPACE TO WS-SEVERIDAD.
           ACCEPT WS-SEVERIDAD.
           IF WS-SEVERIDAD = SPACE
               MOVE WS-INC-SEVERIDAD TO WS-SEVERIDAD
           END-IF.
           IF WS-SEVERIDAD < "1" OR WS-SEVERIDAD > "4"
               DISPLAY "SEVERIDAD INVALIDA"
           ELSE
               IF WS-RESPONSABLE = WS-INC-RESPONSABLE AND
                  WS-SEVERIDAD = WS-INC-SEVERIDAD
                   DISPLAY "SIN CAMBIOS"
               ELSE
                   MOVE "R" TO WS-MODO-INC
                   PERFORM REESCRIBE-INCIDENCIA
                   MOVE SPACES TO WS-TEXTO-DET
                   STRING "RESPONSABLE " DELIMITED BY SIZE
                       WS-RESPONSABLE DELIMITED BY SIZE
                       " SEVERIDAD " DELIMITED BY SIZE
                       WS-SEVERIDAD DELIMITED BY SIZE
                       INTO WS-TEXTO-DET
                   MOVE "R" TO WS-TIPO-DET
                   PERFORM GRABA-DETALLE
                   DISPLAY "INCIDENCIA " WS-NUMERO " ACTUALIZADA"
               END-IF
           END-IF.

      ******************************************************************
      * Cierre: sin causa raiz no se cierra. Se muestra el tiempo
      * que llevo resolverla, el mismo que promedia el reporte.
      ******************************************************************
       CIERRA-INCIDENCIA.
           DISPLAY "CAUSA RAIZ (OBLIGATORIA PARA CERRAR)".
           MOVE SPACES TO WS-CAUSA.
           ACCEPT WS-CAUSA.
           IF WS-CAUSA = SPACES
               DISPLAY "SIN NOTA DE CAUSA RAIZ LA INCIDENCIA NO SE "
                   "CIERRA"
           ELSE
               MOVE "C" TO WS-MODO-INC
               PERFORM REESCRIBE-INCIDENCIA
               MOVE WS-FECHA-HORA(1:8) TO WS-INC-CIERRE-FECHA
               MOVE WS-FECHA-HORA(9:6) TO WS-INC-CIERRE-HORA
               PERFORM CALCULA-RESOLUCION
               MOVE WS-NUMERO TO WS-ID-TRABAJO
               MOVE "INCID-CIERRA" TO WS-ACCION-AUDIT
               PERFORM GRABA-AUDITORIA
               DISPLAY "INCIDENCIA " WS-NUMERO " CERRADA - TIEMPO DE "
                   "RESOLUCION " WS-HORAS-ED ":" WS-MINUTOS-ED
                   " (HORAS:MINUTOS)"
           END-IF.

       CALCULA-RESOLUCION.
           MOVE WS-INC-ABRE-HORA TO WS-HORA-CALC.
           COMPUTE WS-MINUTOS-ABRE = WS-HH-CALC * 60 + WS-MM-CALC.
           MOVE WS-INC-CIERRE-HORA TO WS-HORA-CALC.
           COMPUTE WS-MINUTOS-CIERRE = WS-HH-CALC * 60 + WS-MM-CALC.
           COMPUTE WS-MINUTOS =
               (FUNCTION INTEGER-OF-DATE(WS-INC-CIERRE-FECHA) -
                FUNCTION INTEGER-OF-DATE(WS-INC-ABRE-FECHA)) * 1440
               + WS-MINUTOS-CIERRE - WS-MINUTOS-ABRE.
           DIVIDE WS-MINUTOS BY 60 GIVING WS-HORAS-ED
               REMAINDER WS-MINUTOS-ED.

      *    WS-MODO-INC dice que se aplica: R reasigna responsable y
      *    severidad, C cierra con la causa raiz.
       REESCRIBE-INCIDENCIA.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               OPEN OUTPUT INCIDENT-TEMP
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-INC = WS-NUMERO
                               PERFORM APLICA-INCIDENCIA
                           END-IF
                           MOVE LINEA-INCIDENCIA
                               TO LINEA-INCIDENCIA-TEMP
                           WRITE LINEA-INCIDENCIA-TEMP
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
               CLOSE INCIDENT-TEMP
               PERFORM VUELVE-DEL-TEMP
           END-IF.

       APLICA-INCIDENCIA.
           IF WS-MODO-INC = "R"
               MOVE WS-RESPONSABLE TO RESPONSABLE-INC
               MOVE WS-SEVERIDAD TO SEVERIDAD-INC
           END-IF.
           IF WS-MODO-INC = "C"
               MOVE "C" TO ESTADO-INC
               MOVE WS-FECHA-HORA(1:8) TO CIERRE-FECHA-INC
               MOVE WS-FECHA-HORA(9:6) TO CIERRE-HORA-INC
               MOVE WS-OPERADOR TO CIERRE-OPER-INC
               MOVE WS-CAUSA TO CAUSA-INC
           END-IF.

       VUELVE-DEL-TEMP.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT INCIDENT-TEMP.
           OPEN OUTPUT INCIDENT-FILE.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ INCIDENT-TEMP
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       MOVE LINEA-INCIDENCIA-TEMP TO LINEA-INCIDENCIA
                       WRITE LINEA-INCIDENCIA
               END-READ
           END-PERFORM.
           CLOSE INCIDENT-TEMP.
           CLOSE INCIDENT-FILE.

       GRABA-DETALLE.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND DETALLE-FILE.
           IF WS-DETALLE-STATUS = "35"
               OPEN OUTPUT DETALLE-FILE
           END-IF.
           MOVE SPACES TO LINEA-DETALLE.
           MOVE WS-NUMERO TO NUMERO-DET.
           MOVE WS-TIPO-DET TO TIPO-DET.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-DET.
           MOVE WS-FECHA-HORA(9:6) TO HORA-DET.
           MOVE WS-OPERADOR TO OPERADOR-DET.
           MOVE WS-TEXTO-DET TO TEXTO-DET.
           WRITE LINEA-DETALLE.
           CLOSE DETALLE-FILE.

      ******************************************************************
      * Consulta: la cabecera y, en orden, todo lo vinculado y
      * hecho desde la apertura.
      ******************************************************************
       CONSULTA-INCIDENCIA.
           DISPLAY "INCIDENCIA " WS-INC-NUMERO "  " WS-INC-TITULO.
           DISPLAY "  ESTADO: " WS-INC-ESTADO "  SEVERIDAD: "
               WS-INC-SEVERIDAD "  PROGRAMA: " WS-INC-PROGRAMA.
           DISPLAY "  RESPONSABLE: " WS-INC-RESPONSABLE.
           DISPLAY "  ABIERTA:  " WS-INC-ABRE-FECHA " "
               WS-INC-ABRE-HORA " POR " WS-INC-ABRE-OPER.
           IF WS-INC-ESTADO = "C"
               PERFORM CALCULA-RESOLUCION
               DISPLAY "  CERRADA:  " WS-INC-CIERRE-FECHA " "
                   WS-INC-CIERRE-HORA " POR " WS-INC-CIERRE-OPER
                   "  RESUELTA EN " WS-HORAS-ED ":" WS-MINUTOS-ED
               DISPLAY "  CAUSA RAIZ: " WS-INC-CAUSA
           END-IF.
           MOVE 0 TO WS-VINCULOS.
           OPEN INPUT DETALLE-FILE.
           IF WS-DETALLE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ DETALLE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-DET = WS-NUMERO
                               ADD 1 TO WS-VINCULOS
                               DISPLAY "  " TIPO-DET " " FECHA-DET " "
                                   HORA-DET " " OPERADOR-DET " "
                                   TEXTO-DET(1:110)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DETALLE-FILE
           END-IF.
           IF WS-VINCULOS = 0
               DISPLAY "  SIN VINCULOS NI ACCIONES REGISTRADAS"
           END-IF.

       LISTA-ABIERTAS.
           MOVE 0 TO WS-ABIERTAS.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF ESTADO-INC = "A"
                               ADD 1 TO WS-ABIERTAS
                               DISPLAY NUMERO-INC " SEV "
                                   SEVERIDAD-INC " " ABRE-FECHA-INC
                                   " " PROGRAMA-INC " "
                                   RESPONSABLE-INC " " TITULO-INC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           DISPLAY "INCIDENCIAS ABIERTAS: " WS-ABIERTAS.

       GRABA-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE SPACES TO LINEA-AUDIT.
           STRING WS-FECHA-HORA(1:15) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACCION-AUDIT DELIMITED BY SIZE
               " SOBRE=" DELIMITED BY SIZE
               WS-ID-TRABAJO DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDIT.
           WRITE LINEA-AUDIT.
           CLOSE AUDIT-LOG.

       END PROGRAM REGISTRO-INCIDENCIAS.
