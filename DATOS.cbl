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
           SELECT OPERADOR-MAST ASSIGN TO "OPERMAST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MAST-STATUS.
           SELECT TRANSACCION-FILE ASSIGN TO "PERSTRAN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT PENDIENTE-TEMP ASSIGN TO "PERSPNTM.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-TEMP-STATUS.
           SELECT REGLA-CONF-FILE ASSIGN TO "CONFTRAN.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGLA-CONF-STATUS.
           SELECT RETENIDA-CONF-FILE ASSIGN TO "PERSRCH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RET-CONF-STATUS.
           SELECT REPORTE-CONF ASSIGN TO "DATCONF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REP-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTE-TEMP.
       01  LINEA-PEND-TEMP PIC X(53).

      *Tabla de combinaciones que no se aplican por partes: dos
      *tipos de transaccion (A/M/D/E) que, presentes para la misma
      *persona en el mismo lote, retienen el conjunto entero.
       FD  REGLA-CONF-FILE.
       01  LINEA-REGLA-CONF.
           05 TIPO-1-REGLA PIC X.
           05 FILLER PIC X.
           05 TIPO-2-REGLA PIC X.
           05 FILLER PIC X.
           05 MOTIVO-REGLA PIC X(30).

      *Transacciones retenidas por conflicto, para el puesto de
      *correccion: conjunto, combinacion detectada y la linea
      *original de PERSTRAN.TXT desde la posicion 8.
       FD  RETENIDA-CONF-FILE.
       01  LINEA-RET-CONF.
           05 CONJUNTO-RET PIC 9(4).
           05 TIPOS-RET PIC XX.
           05 FILLER PIC X.
           05 DATO-RET PIC X(53).

       FD  REPORTE-CONF.
       01  LINEA-CONF PIC X(80).

       FD  REPORTE-MANT.
       01  LINEA-MANT PIC X(60).

      *Archivo hijo de contactos: un registro por dato de contacto
      *de una persona, con secuencia dentro de la persona, tipo
      *(D=direccion, T=telefono, E=email, U=direccion devuelta por
      *el correo, que ya no es entregable), el dato y su fecha de
      *vigencia. Un cambio ya no pisa el valor anterior: la fila
      *vieja queda con FECHA-FIN-CON informada y el valor nuevo
      *entra como fila propia; FECHA-FIN-CON en cero es la fila
           05 NUMERO-HOGAR-HOG PIC 9(4).
           05 CABEZA-HOG PIC X.

      *Archivo de relaciones entre personas: NUMERO-RELACIONADO-REL
      *es el CODIGO-REL (conyuge, padre, tutor, contacto de urgencia,
      *segun CODIGOS.DAT) de NUMERO-PERSONA-REL. La clave alterna
      *permite ver la relacion desde el lado de la otra persona.
       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION.
               10 NUMERO-PERSONA-REL PIC 9(6).
               10 SECUENCIA-REL PIC 99.
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 CODIGO-REL PIC X(5).
           05 FECHA-INICIO-REL PIC 9(8).
           05 FECHA-FIN-REL PIC 9(8).

      *Notas fechadas sobre la persona: se agregan y nunca se
      *modifican. Cada una lleva fecha, hora y operador que la
      *escribio; la secuencia solo hace unica la clave.
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

      *Del maestro de operadores solo se mira el identificador, para
      *no agendar un seguimiento a alguien que no existe.
       FD  OPERADOR-MAST.
       01  LINEA-MAESTRO.
           05 ID-MAESTRO PIC X(10).
           05 FILLER PIC X(90).

       FD  CONTACTO-EXP.
       01  LINEA-CONTACTO-EXP.
           05 NUMERO-CEXP PIC 9(6).
       01 WS-ES-NUMERICO PIC X.
       01 WS-INTENTOS PIC 9 VALUE 0.
       01 WS-MAX-INTENTOS PIC 9 VALUE 5.
       01 WS-RESULTADO-CP PIC X.
       01 WS-CIUDAD-CP PIC X(12).
       01 WS-REGION-CP PIC X(5).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 NOMBRE PIC X(15).
       01 APELLIDOS PIC X(20).
       01 WS-NOMBRE-CAMBIADO PIC X.
       01 EDAD PIC 99.
       01 FECHA-NAC PIC 9(8).
       01 WS-FECHA-ENTRADA PIC X(8).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-IDIOMA-CAPTURADO PIC XX VALUE SPACES.
       01 WS-NUMERO-ASIGNADO PIC 9(6).
       01 WS-NUMERO-ENTRADA PIC X(6) VALUE "XXXXXX".
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-FIN-HOGARES PIC X.
       01 WS-MIEMBROS-HOGAR PIC 9(3).
       01 WS-HOGAR-EXISTE PIC X.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-OPCION-RELACION PIC X.
       01 WS-FIN-RELACIONES PIC X.
       01 WS-SECUENCIA-REL-NUEVA PIC 99.
       01 WS-RELACIONADO-ENTRADA PIC X(6).
       01 WS-RELACIONADO PIC 9(6).
       01 WS-RELACIONADO-OK PIC X.
       01 WS-CODIGO-RELACION PIC X(5).
       01 WS-CODIGO-REL-OK PIC X.
       01 WS-DESC-RELACION PIC X(39).
       01 WS-RELACION-REPETIDA PIC X.
       01 WS-RELACIONES-LISTADAS PIC 9(3).
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-OPCION-NOTA PIC X.
       01 WS-FIN-NOTAS PIC X.
       01 WS-SECUENCIA-NOT-NUEVA PIC 9(4).
       01 WS-TEXTO-NOTA PIC X(60).
       01 WS-TOTAL-NOTAS PIC 9(3).
       01 WS-NT PIC 9(3).
       01 WS-NT2 PIC 9(3).
       01 WS-NOTA-AUX PIC X(94).
       01 WS-TABLA-NOTAS.
           05 WS-NOTA-TAB OCCURS 200 PIC X(94).
       01 WS-DOCUMENTO-STATUS PIC XX.
       01 WS-OPCION-DOCUMENTO PIC X.
       01 WS-FIN-DOCUMENTOS PIC X.
       01 WS-SECUENCIA-DOC-NUEVA PIC 99.
       01 WS-TIPO-DOCUMENTO PIC X(5).
       01 WS-DESC-DOCUMENTO PIC X(39).
       01 WS-TIPO-DOC-OK PIC X.
       01 WS-REFERENCIA-DOCUMENTO PIC X(20).
       01 WS-VENCE-ENTRADA PIC X(8).
       01 WS-FECHA-VENCE PIC 9(8).
       01 WS-VENCE-OK PIC X.
       01 WS-OBLIGATORIO PIC X.
       01 WS-DOCUMENTOS-LISTADOS PIC 9(3).
       01 WS-DOCUMENTOS-REEMPLAZADOS PIC 9(3).
       01 WS-OBLIGATORIOS-VENCIDOS PIC 9(3).
       01 WS-HOY-DOC PIC 9(8).
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-MAST-STATUS PIC XX.
       01 WS-FIN-MAESTRO PIC X.
       01 WS-OPCION-SEGUIMIENTO PIC X.
       01 WS-FIN-SEGUIMIENTOS PIC X.
       01 WS-SECUENCIA-SEG-NUEVA PIC 9(3).
       01 WS-FECHA-SEG-ENTRADA PIC X(8).
       01 WS-FECHA-SEG-OK PIC X.
       01 WS-FECHA-PEDIDA PIC 9(8).
       01 WS-FECHA-HABIL PIC 9(8).
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-MOTIVO-SEGUIMIENTO PIC X(40).
       01 WS-ASIGNADO PIC X(10).
       01 WS-ASIGNADO-OK PIC X.
       01 WS-SECUENCIA-SEG-ENT PIC X(3).
       01 WS-SECUENCIA-SEG-SEL PIC 9(3).
       01 WS-SEGUIMIENTOS-LISTADOS PIC 9(3).
       01 WS-SEG-ABIERTOS PIC 9(3).
       01 WS-SEG-VENCIDOS PIC 9(3).
       01 WS-SEG-COMPLETADOS PIC 9(3).
       01 WS-LISTA-SEG PIC X.
       01 WS-HOY-SEG PIC 9(8).
       01 WS-ESTADO-NUEVO PIC X.
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-ACCION-DUAL PIC X(20).
       01 WS-DUAL-OK PIC X.
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "S".
       01 WS-CONGELA-OK PIC X.
       01 WS-FUNCION-FOR PIC X.
       01 WS-FORMACION PIC X.
       01 WS-MODO-ACCESO PIC X(10) VALUE "CONSULTA".
       01 WS-FULLANT-STATUS PIC XX.
       01 WS-FIN-FULLANT PIC X.
       01 WS-MODO-IDENT PIC X.
       01 WS-IDENT-BUSCA PIC X(10).
       01 WS-NUMERO-PROPIO PIC 9(6) VALUE 0.
       01 WS-VISIBLE PIC X.
      *Vista estructurada del VALOR-CON de un contacto tipo D: los
      *cuatro campos postales viajan en posiciones fijas dentro de
      *los 40 bytes de siempre, de modo que el layout del archivo de
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-CATEG-CAPTURADA PIC X(5).
       01 WS-CATEG-OK PIC X.
       01 WS-CATEG-RESUELTA PIC X(5).
       01 WS-CATEG-RETIRADA PIC X.
       01 WS-PENDIENTE-STATUS PIC XX.
       01 WS-PEND-TEMP-STATUS PIC XX.
       01 WS-HOY-LOTE PIC X(8).
       01 WS-TRAN-RETENIDAS PIC 9(5) VALUE 0.
       01 WS-PEND-APLICADAS PIC 9(5) VALUE 0.
       01 WS-PEND-RETENIDAS PIC 9(5) VALUE 0.
       01 WS-REGLA-CONF-STATUS PIC XX.
       01 WS-RET-CONF-STATUS PIC XX.
       01 WS-REP-CONF-STATUS PIC XX.
       01 WS-FIN-REGLAS PIC X.
       01 WS-TRAN-CONFLICTO PIC 9(5) VALUE 0.
       01 WS-CONJUNTOS-CONF PIC 9(4) VALUE 0.
       01 WS-ULTIMO-CONJ PIC 9(4) VALUE 0.
       01 WS-LINEAS-CONF PIC 9(5) VALUE 0.
       01 WS-TANDAS PIC 9(3) VALUE 0.
       01 WS-GRUPO-ACTUAL PIC 9(4).
       01 WS-REGLA-HALLADA PIC 99.
       01 WS-IX-TANDA PIC 9(4).
       01 WS-JX-TANDA PIC 9(4).
       01 WS-KX-TANDA PIC 9(4).
       01 WS-RX-REGLA PIC 99.
       01 WS-TIPO-A PIC X.
       01 WS-TIPO-B PIC X.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-TEXTO-ALERTA PIC X(40).
      *Reglas de conflicto vigentes (CONFTRAN.TXT o las de fabrica).
       01 WS-TABLA-REGLAS.
           05 WS-CANT-REGLAS PIC 99 VALUE 0.
           05 WS-REGLA OCCURS 20.
               10 WS-TIPO-1-REG PIC X.
               10 WS-TIPO-2-REG PIC X.
               10 WS-MOTIVO-REG PIC X(30).
      *Tanda de transacciones del dia, en el orden del archivo, con
      *el grupo de persona y el conjunto retenido de cada una.
       01 WS-TABLA-TANDA.
           05 WS-CANT-TANDA PIC 9(4) VALUE 0.
           05 WS-TANDA-LIN OCCURS 5000.
               10 WS-LINEA-TANDA PIC X(53).
               10 WS-GRUPO-TANDA PIC 9(4).
               10 WS-CONJ-TANDA PIC 9(4).
               10 WS-REGLA-TANDA PIC 99.
       01 SCR-NOMBRE PIC X(15).
       01 SCR-APELLIDOS PIC X(20).
       01 SCR-FECHA PIC X(8).
           OPEN INPUT TRANSACCION-FILE.
           IF WS-TRAN-STATUS = "00"
               MOVE "MANTLOTE" TO WS-OPERADOR
      *        Durante un congelamiento el lote no se aplica y las
      *        transacciones quedan para la noche siguiente.
               MOVE "N" TO WS-INTERACTIVO
               PERFORM CONTROLA-CONGELAMIENTO
               IF WS-CONGELA-OK NOT = "S"
                   DISPLAY "LOTE CANCELADO - CAMBIOS CONGELADOS"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TOMA-BLOQUEO-LOTE
                   IF WS-RESULTADO-LOCK = "S"
                       PERFORM MANTENIMIENTO-LOTE
                       PERFORM SUELTA-BLOQUEO
                   ELSE
                       DISPLAY "LOTE CANCELADO - PERSONAS.DAT EN USO"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE TRANSACCION-FILE
               MOVE "F" TO WS-TIPO-EJEC
           END-IF.

       MUESTRA-MENU-DATOS.
           MOVE "B" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           DISPLAY "1. AGREGAR UNA PERSONA".
           DISPLAY "2. CONSULTAR UNA PERSONA POR NOMBRE".
           DISPLAY "3. LISTADO DE PERSONAS POR APELLIDOS".
           DISPLAY "7. BUSCAR POR APELLIDOS PARCIALES".
           DISPLAY "8. CONTACTOS DE UNA PERSONA".
           DISPLAY "H. HOGAR DE UNA PERSONA".
           DISPLAY "L. RELACIONES DE UNA PERSONA".
           DISPLAY "N. NOTAS DE UNA PERSONA".
           DISPLAY "D. DOCUMENTOS DE UNA PERSONA".
           DISPLAY "S. SEGUIMIENTOS DE UNA PERSONA".
           DISPLAY "I. CONSULTAR POR IDENTIDAD NACIONAL".
           DISPLAY "R. BUSCAR PERSONA POR TELEFONO O EMAIL".
           DISPLAY "F. BUSQUEDA FONETICA DE APELLIDOS".
       EJECUTA-OPCION-DATOS.
           EVALUATE WS-MODO
               WHEN "1"
                   PERFORM CONTROLA-CONGELAMIENTO
                   IF WS-CONGELA-OK = "S"
                       IF WS-MODO-PANTALLA = "S"
                           PERFORM ALTA-PANTALLA
                       ELSE
                           PERFORM SOLICITA-DATOS
                       END-IF
                   END-IF
               WHEN "2"
                   IF WS-MODO-PANTALLA = "S"
                   IF WS-NIVEL < 2
                       DISPLAY "OPCION RESERVADA A SUPERVISORES"
                   ELSE
                       PERFORM CONTROLA-CONGELAMIENTO
                       IF WS-CONGELA-OK = "S"
                           IF WS-MODO-PANTALLA = "S"
                               PERFORM MANTENIMIENTO-PANTALLA
                           ELSE
                               PERFORM MANTENIMIENTO-PERSONA
                           END-IF
                       END-IF
                   END-IF
      *        Lo practicado en formacion no sale en ningun export.
               WHEN "5"
                   IF WS-FORMACION = "S"
                       DISPLAY "EXPORTACION NO DISPONIBLE EN FORMACION"
                   ELSE
                       PERFORM EXPORTA-PERSONAS
                   END-IF
               WHEN "6"
                   PERFORM CONSULTA-POR-NUMERO
               WHEN "7"
               WHEN "H"
               WHEN "h"
                   PERFORM GESTIONA-HOGAR
               WHEN "L"
               WHEN "l"
                   PERFORM GESTIONA-RELACIONES
               WHEN "N"
               WHEN "n"
                   PERFORM GESTIONA-NOTAS
               WHEN "D"
               WHEN "d"
                   PERFORM GESTIONA-DOCUMENTOS
               WHEN "S"
               WHEN "s"
                   PERFORM GESTIONA-SEGUIMIENTOS
               WHEN "I"
               WHEN "i"
                   PERFORM CONSULTA-POR-IDENTIDAD
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *    Toda alta, modificacion o baja de personas, contactos y
      *    hogares pasa antes por el calendario de congelamientos.
       CONTROLA-CONGELAMIENTO.
           CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA WS-OPERADOR
               WS-GRUPO-CONGELA WS-INTERACTIVO WS-CONGELA-OK.

       SOLICITA-DATOS.
       PERFORM SOLICITA-NOMBRE THRU SOLICITA-APELLIDOS.
       PERFORM NORMALIZA-CAPTURA.
       PERFORM VERIFICA-DUPLICADO.
       PERFORM SOLICITA-FECHA-NAC.
       MOVE 0 TO WS-NUMERO-PROPIO.
       PERFORM SOLICITA-IDENTIDAD.
       PERFORM SOLICITA-CATEGORIA.
       PERFORM SOLICITA-IDIOMA.

       DISPLAY
       "NOMBRE: " NOMBRE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VERIFICA-VISIBLE
                   IF WS-VISIBLE = "S"
                       DISPLAY "AVISO: POSIBLE DUPLICADO -- YA EXISTE "
                           "UNA PERSONA CON ESE NOMBRE Y APELLIDOS "
                           "(NUMERO " NUMERO-PERSONA
                           " EDAD REGISTRADA: " EDAD-REC ")"
                   ELSE
                       DISPLAY "AVISO: POSIBLE DUPLICADO -- YA EXISTE "
                           "UNA PERSONA CON ESE NOMBRE Y APELLIDOS"
                   END-IF
           END-READ.

       CONSULTA-PERSONA.
           ACCEPT APELLIDOS.
           DISPLAY "INTRODUCE EL NOMBRE A BUSCAR".
           ACCEPT NOMBRE.
           PERFORM NORMALIZA-BUSQUEDA.
           MOVE APELLIDOS TO APELLIDOS-REC.
           MOVE NOMBRE TO NOMBRE-REC.
           READ PERSONAS-FILE KEY IS CLAVE-NOMBRE
               INVALID KEY
                   DISPLAY "PERSONA NO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM VERIFICA-VISIBLE
                   IF WS-VISIBLE = "S"
                       ADD 1 TO WS-SES-CONSULTAS
                       MOVE "NOMBRE" TO WS-MODO-ACCESO
                       PERFORM MUESTRA-PERSONA
                   ELSE
                       DISPLAY "PERSONA NO ENCONTRADA"
                   END-IF
           END-READ.

      *    La edad mostrada en consulta se deriva en vivo de la fecha
               WHEN OTHER
                   DISPLAY "ESTADO: ACTIVO"
           END-EVALUATE.
           PERFORM MUESTRA-NOTAS-CONSULTA.
           PERFORM CUENTA-OBLIGATORIOS-VENCIDOS.
           IF WS-OBLIGATORIOS-VENCIDOS > 0
               DISPLAY "*** ATENCION: " WS-OBLIGATORIOS-VENCIDOS
                   " DOCUMENTO(S) OBLIGATORIO(S) VENCIDO(S) ***"
           END-IF.
           MOVE "S" TO WS-LISTA-SEG.
           PERFORM CUENTA-SEGUIMIENTOS.
           IF WS-SEG-ABIERTOS > 0 OR WS-SEG-COMPLETADOS > 0
               DISPLAY "SEGUIMIENTOS: ABIERTOS " WS-SEG-ABIERTOS
                   " VENCIDOS " WS-SEG-VENCIDOS
                   " COMPLETADOS " WS-SEG-COMPLETADOS
           END-IF.

       CONSULTA-POR-NUMERO.
           MOVE "XXXXXX" TO WS-NUMERO-ENTRADA.
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           ADD 1 TO WS-SES-CONSULTAS
                           MOVE "NUMERO" TO WS-MODO-ACCESO
                           PERFORM MUESTRA-PERSONA
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

           ELSE
               MOVE 0 TO WS-NUMERO-PROPIO
               PERFORM BUSCA-IDENT-DUPLICADA
               IF WS-IDENT-DUPLICADA = "S"
                   PERFORM VERIFICA-VISIBLE
                   IF WS-VISIBLE NOT = "S"
                       MOVE "N" TO WS-IDENT-DUPLICADA
                   END-IF
               END-IF
               IF WS-IDENT-DUPLICADA = "S"
                   ADD 1 TO WS-SES-CONSULTAS
                   MOVE "IDENT" TO WS-MODO-ACCESO
               END-IF
           END-IF.

      *    Una persona de una categoria que el operador no puede ver
      *    no existe para el: ni se muestra ni se cuenta.
       VERIFICA-VISIBLE.
           CALL "VERIFICA-CATEGORIA" USING WS-OPERADOR CATEG-REC
               WS-VISIBLE.

      *    Llegar por numero a una persona restringida deja la huella
      *    del intento en la bitacora de lecturas, como acceso
      *    denegado; al operador se le contesta igual que si no
      *    existiera.
       DENIEGA-ACCESO.
           MOVE "DENEGADO" TO WS-MODO-ACCESO.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR NUMERO-PERSONA
               WS-MODO-ACCESO.
           DISPLAY "PERSONA NO ENCONTRADA".

      *    Un numero retirado por una fusion se redirige en silencio
      *    razonable: se avisa y se sigue con el superviviente que
      *    dejo FUSIONA-PERSONAS en la referencia cruzada.
           END-IF.
           MOVE "LISTADO" TO WS-MODO-ACCESO.
           PERFORM UNTIL WS-FIN-LISTADO = "Y"
               PERFORM VERIFICA-VISIBLE
               IF WS-VISIBLE = "S"
                   DISPLAY NUMERO-PERSONA " " APELLIDOS-REC " "
                       NOMBRE-REC " " EDAD-REC
                   CALL "REGISTRA-ACCESO" USING WS-OPERADOR
                       NUMERO-PERSONA WS-MODO-ACCESO
                   MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA
                   PERFORM LISTA-CONTACTOS-PERSONA
               END-IF
               READ PERSONAS-FILE NEXT
                   AT END MOVE "Y" TO WS-FIN-LISTADO
               END-READ
           ACCEPT APELLIDOS.
           DISPLAY "INTRODUCE EL NOMBRE DE LA PERSONA".
           ACCEPT NOMBRE.
           PERFORM NORMALIZA-BUSQUEDA.
           MOVE APELLIDOS TO APELLIDOS-REC.
           MOVE NOMBRE TO NOMBRE-REC.
           READ PERSONAS-FILE KEY IS CLAVE-NOMBRE
               INVALID KEY
                   DISPLAY "PERSONA NO ENCONTRADA"
               NOT INVALID KEY
                   PERFORM VERIFICA-VISIBLE
                   IF WS-VISIBLE = "S"
                       DISPLAY "NUMERO DE PERSONA: " NUMERO-PERSONA
                       MOVE PERSONA-REC TO WS-IMAGEN-ANTES
                       PERFORM MANTENIMIENTO-ACCIONES
                   ELSE
                       DISPLAY "PERSONA NO ENCONTRADA"
                   END-IF
           END-READ.

       MANTENIMIENTO-ACCIONES.
           DISPLAY "5. ASIGNAR O CORREGIR IDENTIDAD NACIONAL".
           DISPLAY "6. PREFERENCIA DE CORREO (RECIBE/NO RECIBE)".
           DISPLAY "7. CAMBIAR CATEGORIA".
           DISPLAY "8. IDIOMA DE CORRESPONDENCIA".
           ACCEPT WS-OPCION-MANT.
           EVALUATE WS-OPCION-MANT
               WHEN "1"
                   DELETE PERSONAS-FILE
                   PERFORM BORRA-CONTACTOS-PERSONA
                   PERFORM BORRA-HOGAR-PERSONA
                   PERFORM BORRA-RELACIONES-PERSONA
                   PERFORM BORRA-NOTAS-PERSONA
                   PERFORM BORRA-DOCUMENTOS-PERSONA
                   PERFORM BORRA-SEGUIMIENTOS-PERSONA
                   ADD 1 TO WS-SES-BAJAS
                   MOVE "B" TO WS-ACCION
                   PERFORM REGISTRA-EN-JOURNAL
                   PERFORM CAMBIA-PREF-CORREO
               WHEN "7"
                   PERFORM CAMBIA-CATEG-PERSONA
               WHEN "8"
                   PERFORM CAMBIA-IDIOMA-PERSONA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
               END-READ
           END-IF.

       CAMBIA-IDIOMA-PERSONA.
           IF IDIOMA-REC = SPACES
               DISPLAY "IDIOMA ACTUAL: POR DEFECTO (ES)"
           ELSE
               DISPLAY "IDIOMA ACTUAL: " IDIOMA-REC
           END-IF.
           PERFORM SOLICITA-IDIOMA.
           MOVE PERSONA-REC TO WS-IMAGEN-ANTES.
           MOVE WS-IDIOMA-CAPTURADO TO IDIOMA-REC.
           REWRITE PERSONA-REC.
           ADD 1 TO WS-SES-MODIFICADAS.
           MOVE "M" TO WS-ACCION.
           PERFORM REGISTRA-EN-JOURNAL.
           DISPLAY "IDIOMA ACTUALIZADO".

      *    La voluntad de no recibir correo queda en el maestro y en
      *    el journal, que es la prueba de cumplimiento cuando el
      *    interesado reclama.
       RENOMBRA-PERSONA.
      *    Con el numero de persona como clave del registro, corregir
      *    un nombre ya no obliga a borrar y regrabar: se corrige el
      *    dato y se REWRITE bajo el mismo numero. Los apellidos
      *    pasan por la misma normalizacion que el nombre nuevo.
           MOVE APELLIDOS-REC TO APELLIDOS.
           PERFORM NORMALIZA-CAPTURA.
           MOVE APELLIDOS TO APELLIDOS-REC.
           MOVE NOMBRE TO NOMBRE-REC.
           REWRITE PERSONA-REC
               INVALID KEY
                   DISPLAY "LOS APELLIDOS NO PUEDEN QUEDAR EN BLANCO"
               END-IF
           END-PERFORM.
      *    Nombre y apellidos quedan en la forma estandar de
      *    NORMALIZA-NOMBRE (las mismas reglas que LIMPIA-NOMBRES
      *    aplica al maestro) antes de buscar duplicados o grabar.
       NORMALIZA-CAPTURA.
           CALL "NORMALIZA-NOMBRE" USING APELLIDOS NOMBRE
               WS-NOMBRE-CAMBIADO.
           IF WS-NOMBRE-CAMBIADO = "S"
               DISPLAY "NOMBRE NORMALIZADO: " APELLIDOS " " NOMBRE
           END-IF.

      *    Las busquedas por nombre normalizan lo tecleado para dar
      *    con el registro ya normalizado.
       NORMALIZA-BUSQUEDA.
           CALL "NORMALIZA-NOMBRE" USING APELLIDOS NOMBRE
               WS-NOMBRE-CAMBIADO.

       SOLICITA-FECHA-NAC.
           MOVE "N" TO WS-FECHA-VALIDA.
           MOVE 0 TO WS-INTENTOS.
               MOVE 16 TO EDAD
           END-IF.

      *    Idioma de las cartas: los del catalogo de mensajes; en
      *    blanco o no reconocido queda el de defecto.
       SOLICITA-IDIOMA.
           DISPLAY "IDIOMA DE CORRESPONDENCIA (ES/EN, EN BLANCO = ES)".
           MOVE SPACES TO WS-IDIOMA-CAPTURADO.
           ACCEPT WS-IDIOMA-CAPTURADO.
           MOVE FUNCTION UPPER-CASE(WS-IDIOMA-CAPTURADO)
               TO WS-IDIOMA-CAPTURADO.
           IF WS-IDIOMA-CAPTURADO NOT = SPACES AND
              WS-IDIOMA-CAPTURADO NOT = "ES" AND
              WS-IDIOMA-CAPTURADO NOT = "EN"
               DISPLAY "IDIOMA NO RECONOCIDO, QUEDA EL DE DEFECTO"
               MOVE SPACES TO WS-IDIOMA-CAPTURADO
           END-IF.

      *    La categoria es opcional; si viene debe existir activa en
      *    la tabla de referencia CODIGOS.DAT que mantiene
      *    MANTENIMIENTO-CODIGOS.
               MOVE SPACES TO WS-CATEG-CAPTURADA
           END-IF.

      *    Un codigo retirado se cambia por su sucesor antes de
      *    validarlo, avisando al operador.
       VALIDA-CATEGORIA.
           MOVE "N" TO WS-CATEG-OK.
           IF WS-CATEG-CAPTURADA = SPACES
               MOVE "S" TO WS-CATEG-OK
           ELSE
               CALL "RESUELVE-CATEGORIA" USING WS-CATEG-CAPTURADA
                   WS-CATEG-RESUELTA WS-CATEG-RETIRADA
               IF WS-CATEG-RETIRADA = "S"
                   DISPLAY "CATEGORIA " WS-CATEG-CAPTURADA
                       " RETIRADA, SE USA SU SUCESORA "
                       WS-CATEG-RESUELTA
                   MOVE WS-CATEG-RESUELTA TO WS-CATEG-CAPTURADA
               END-IF
               OPEN INPUT CODIGOS-FILE
               IF WS-CODIGOS-STATUS NOT = "00"
                   DISPLAY "SIN TABLA DE CODIGOS, NO SE PUEDE "
           MOVE WS-IDENT-CAPTURADA TO IDENT-REC.
           MOVE "S" TO PREF-CORREO-REC.
           MOVE WS-CATEG-CAPTURADA TO CATEG-REC.
           MOVE WS-IDIOMA-CAPTURADO TO IDIOMA-REC.
           WRITE PERSONA-REC
               INVALID KEY
                   DISPLAY "REGISTRO YA EXISTE, NO SE GRABA"
       BUSCA-PARCIAL.
           DISPLAY "INTRODUCE EL INICIO DE LOS APELLIDOS".
           ACCEPT WS-PREFIJO.
           MOVE FUNCTION UPPER-CASE(WS-PREFIJO) TO WS-PREFIJO.
           IF WS-PREFIJO = SPACES
               DISPLAY "EL PREFIJO NO PUEDE QUEDAR EN BLANCO"
           ELSE
                               WS-PREFIJO(1:WS-LONG-PREFIJO)
                           MOVE "S" TO WS-FIN-PAGINA
                       ELSE
                           PERFORM VERIFICA-VISIBLE
                       END-IF
                       IF WS-FIN-PAGINA NOT = "S" AND
                          WS-VISIBLE = "S"
                           IF WS-LINEAS-PAGINA = 10
                               MOVE "S" TO WS-HAY-MAS
                               MOVE "S" TO WS-FIN-PAGINA
                       DISPLAY "MANTENER ESTA PERSONA? (S/N)"
                       ACCEPT WS-CMD-BROWSE
                       IF WS-CMD-BROWSE = "S" OR WS-CMD-BROWSE = "s"
                           PERFORM CONTROLA-CONGELAMIENTO
                           IF WS-CONGELA-OK = "S"
                               PERFORM MANTENIMIENTO-ACCIONES
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                       ELSE
                           MOVE SCR-NOMBRE TO NOMBRE
                           MOVE SCR-APELLIDOS TO APELLIDOS
                           PERFORM NORMALIZA-BUSQUEDA
                           PERFORM VERIFICA-DUPLICADO
      *                    El formulario no captura identidad; queda
      *                    sin informar y se asigna por mantenimiento.
                           MOVE SPACES TO WS-IDENT-CAPTURADA
                           MOVE SPACES TO WS-CATEG-CAPTURADA
                           MOVE SPACES TO WS-IDIOMA-CAPTURADO
                           PERFORM GRABA-PERSONA
                           MOVE "PERSONA GRABADA" TO SCR-MENSAJE
                           MOVE "S" TO WS-FIN-PANTALLA
                   MOVE SCR-NOMBRE TO NOMBRE-REC
                   READ PERSONAS-FILE KEY IS CLAVE-NOMBRE
                       INVALID KEY
                           MOVE "N" TO WS-VISIBLE
                       NOT INVALID KEY
                           PERFORM VERIFICA-VISIBLE
                   END-READ
                   IF WS-VISIBLE = "S"
                       ADD 1 TO WS-SES-CONSULTAS
                       MOVE "PANTALLA" TO WS-MODO-ACCESO
                       CALL "REGISTRA-ACCESO" USING WS-OPERADOR
                           NUMERO-PERSONA WS-MODO-ACCESO
                       MOVE NUMERO-PERSONA TO SCR-NUMERO
                       MOVE FECHA-NAC-REC TO SCR-FECHA
                       CALL "CALCULA-EDAD" USING FECHA-NAC-REC
                           WS-EDAD-ACTUAL
                       MOVE WS-EDAD-ACTUAL TO SCR-EDAD
                       MOVE "PERSONA ENCONTRADA" TO SCR-MENSAJE
                       MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA
                       PERFORM CUENTA-NOTAS-PERSONA
                       IF WS-TOTAL-NOTAS > 0
                           MOVE "ENCONTRADA - TIENE NOTAS (OPCION N)"
                               TO SCR-MENSAJE
                       END-IF
                       MOVE "N" TO WS-LISTA-SEG
                       PERFORM CUENTA-SEGUIMIENTOS
                       IF WS-SEG-VENCIDOS > 0
                           MOVE "ENCONTRADA - SEGUIMIENTO VENCIDO"
                               TO SCR-MENSAJE
                       END-IF
                       PERFORM CUENTA-OBLIGATORIOS-VENCIDOS
                       IF WS-OBLIGATORIOS-VENCIDOS > 0
                           MOVE "ENCONTRADA - DOC. OBLIGATORIO VENCIDO"
                               TO SCR-MENSAJE
                       END-IF
                   ELSE
                       MOVE "PERSONA NO ENCONTRADA" TO SCR-MENSAJE
                       MOVE 0 TO SCR-NUMERO
                       MOVE SPACES TO SCR-FECHA
                       MOVE 0 TO SCR-EDAD
                   END-IF
               END-IF
           END-PERFORM.

                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           MOVE PERSONA-REC TO WS-IMAGEN-ANTES
                           MOVE NUMERO-PERSONA TO SCR-NUMERO
                           MOVE NOMBRE-REC TO SCR-NOMBRE
                           MOVE FECHA-NAC-REC TO SCR-FECHA
                           PERFORM EDITA-PANTALLA-MANT
                       ELSE
                           DISPLAY "PERSONA NO ENCONTRADA"
                       END-IF
               END-READ
           END-IF.

                       DELETE PERSONAS-FILE
                       PERFORM BORRA-CONTACTOS-PERSONA
                       PERFORM BORRA-HOGAR-PERSONA
                       PERFORM BORRA-RELACIONES-PERSONA
                       PERFORM BORRA-NOTAS-PERSONA
                       PERFORM BORRA-DOCUMENTOS-PERSONA
                       PERFORM BORRA-SEGUIMIENTOS-PERSONA
                       ADD 1 TO WS-SES-BAJAS
                       MOVE "B" TO WS-ACCION
                       PERFORM REGISTRA-EN-JOURNAL
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           PERFORM MENU-CONTACTOS
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

       MENU-CONTACTOS.
           DISPLAY NUMERO-PERSONA " " APELLIDOS-REC
               " " NOMBRE-REC.
           DISPLAY "1. AGREGAR CONTACTO".
           DISPLAY "2. CAMBIAR CONTACTO".
           DISPLAY "3. LISTAR CONTACTOS".
           DISPLAY "4. CONTACTOS A UNA FECHA".
           ACCEPT WS-OPCION-CONTACTO.
           EVALUATE WS-OPCION-CONTACTO
               WHEN "1"
                   PERFORM CONTROLA-CONGELAMIENTO
                   IF WS-CONGELA-OK = "S"
                       PERFORM AGREGA-CONTACTO
                   END-IF
               WHEN "2"
                   PERFORM CONTROLA-CONGELAMIENTO
                   IF WS-CONGELA-OK = "S"
                       PERFORM CAMBIA-CONTACTO
                   END-IF
               WHEN "3"
                   PERFORM LISTA-CONTACTOS-PERSONA
               WHEN "4"
                   PERFORM CONSULTA-CONTACTOS-FECHA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       AGREGA-CONTACTO.
           PERFORM BUSCA-SECUENCIA-LIBRE.
           IF WS-SECUENCIA-NUEVA > 98
               END-IF
           END-IF.

      *    Direccion postal estructurada: calle, codigo postal,
      *    ciudad y region, armados en las posiciones fijas de
      *    WS-DIRECCION. El codigo postal debe existir en la tabla
      *    postal CODPOST.TXT (VALIDA-CODPOSTAL), que ofrece su
      *    ciudad y region como valor por defecto; una ciudad o region
      *    que no corresponde al codigo se reemplaza por la de la
      *    tabla.
       CAPTURA-DIRECCION.
           MOVE SPACES TO WS-DIRECCION.
           DISPLAY "CALLE Y NUMERO".
           ACCEPT WS-DIR-CALLE.
           MOVE "N" TO WS-ES-NUMERICO.
           MOVE 0 TO WS-INTENTOS.
           PERFORM UNTIL WS-ES-NUMERICO = "S"
               ADD 1 TO WS-INTENTOS
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "CODIGO POSTAL INVALIDO, INTENTE DE NUEVO"
               ELSE
                   CALL "VALIDA-CODPOSTAL" USING WS-DIR-CP
                       WS-RESULTADO-CP WS-CIUDAD-CP WS-REGION-CP
                   IF WS-RESULTADO-CP NOT = "S"
                       DISPLAY "CODIGO POSTAL INEXISTENTE, "
                           "INTENTE DE NUEVO"
                       MOVE "N" TO WS-ES-NUMERICO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "DEMASIADOS INTENTOS, QUEDA EN 00000"
               MOVE "00000" TO WS-DIR-CP
               MOVE SPACES TO WS-CIUDAD-CP
               MOVE SPACES TO WS-REGION-CP
           END-IF.
           IF WS-CIUDAD-CP = SPACES
               DISPLAY "CIUDAD"
           ELSE
               DISPLAY "CIUDAD (EN BLANCO = " WS-CIUDAD-CP ")"
           END-IF.
           ACCEPT WS-DIR-CIUDAD.
           IF WS-DIR-CIUDAD = SPACES
               MOVE WS-CIUDAD-CP TO WS-DIR-CIUDAD
           END-IF.
           IF WS-REGION-CP = SPACES
               DISPLAY "REGION O PROVINCIA"
           ELSE
               DISPLAY "REGION O PROVINCIA (EN BLANCO = "
                   WS-REGION-CP ")"
           END-IF.
           ACCEPT WS-DIR-REGION.
           IF WS-DIR-REGION = SPACES
               MOVE WS-REGION-CP TO WS-DIR-REGION
           END-IF.
           IF WS-CIUDAD-CP NOT = SPACES AND
              (WS-DIR-CIUDAD NOT = WS-CIUDAD-CP OR
               WS-DIR-REGION NOT = WS-REGION-CP)
               DISPLAY "LA CIUDAD O REGION NO CORRESPONDE AL CODIGO "
                   "POSTAL, SE USA " WS-CIUDAD-CP " " WS-REGION-CP
               MOVE WS-CIUDAD-CP TO WS-DIR-CIUDAD
               MOVE WS-REGION-CP TO WS-DIR-REGION
           END-IF.
           MOVE WS-DIRECCION TO WS-VALOR-CONTACTO.


      *    El reemplazo cierra la fila vieja con la fecha efectiva
      *    del valor nuevo y graba el nuevo como fila aparte, con lo
      *    que la historia completa queda consultable a fecha. Una
      *    direccion devuelta por el correo (U) se reemplaza por una
      *    direccion D nueva.
       REEMPLAZA-CONTACTO.
           MOVE TIPO-CON TO WS-TIPO-CONTACTO.
           IF TIPO-CON = "D" OR TIPO-CON = "U"
               MOVE "D" TO WS-TIPO-CONTACTO
               PERFORM CAPTURA-DIRECCION
           ELSE
               DISPLAY "DATO DE CONTACTO NUEVO"
                           CALL "CLAVE-FONETICA" USING APELLIDOS-REC
                               WS-CLAVE-FON-REG
                           IF WS-CLAVE-FON-REG = WS-CLAVE-FON-BUSCA
                               PERFORM VERIFICA-VISIBLE
                           ELSE
                               MOVE "N" TO WS-VISIBLE
                           END-IF
                           IF WS-VISIBLE = "S"
                               ADD 1 TO WS-COINCIDENCIAS
                               ADD 1 TO WS-SES-CONSULTAS
                               DISPLAY NUMERO-PERSONA " "

      *    La lectura del maestro por clave no mueve la posicion del
      *    barrido de contactos, que sigue donde estaba.
      *    El dueno de una categoria restringida no se muestra ni
      *    cuenta como coincidencia.
       MUESTRA-DUENO-CONTACTO.
           MOVE NUMERO-PERSONA-CON TO NUMERO-PERSONA.
           READ PERSONAS-FILE
               INVALID KEY
                   ADD 1 TO WS-COINCIDENCIAS
                   DISPLAY NUMERO-PERSONA-CON
                       " (PERSONA NO ESTA EN EL MAESTRO)"
               NOT INVALID KEY
                   PERFORM VERIFICA-VISIBLE
                   IF WS-VISIBLE = "S"
                       ADD 1 TO WS-COINCIDENCIAS
                       ADD 1 TO WS-SES-CONSULTAS
                       DISPLAY NUMERO-PERSONA " " APELLIDOS-REC " "
                           NOMBRE-REC " VIA " VALOR-CON
                       MOVE "INVERSA" TO WS-MODO-ACCESO
                       CALL "REGISTRA-ACCESO" USING WS-OPERADOR
                           NUMERO-PERSONA WS-MODO-ACCESO
                   END-IF
           END-READ.

      *    Copia a WS-VALOR-NORM solo los digitos de
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           PERFORM ABRE-HOGARES
                           PERFORM MENU-HOGAR
                           CLOSE HOGARES-FILE
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

           DISPLAY "4. LISTAR MIEMBROS DE SU HOGAR".
           DISPLAY "5. QUITAR DEL HOGAR".
           ACCEPT WS-OPCION-HOGAR.
           IF WS-OPCION-HOGAR = "1" OR WS-OPCION-HOGAR = "2" OR
              WS-OPCION-HOGAR = "3" OR WS-OPCION-HOGAR = "5"
               PERFORM CONTROLA-CONGELAMIENTO
               IF WS-CONGELA-OK NOT = "S"
                   MOVE SPACE TO WS-OPCION-HOGAR
               END-IF
           END-IF.
           EVALUATE WS-OPCION-HOGAR
               WHEN "1"
                   PERFORM CREA-HOGAR
                   PERFORM LISTA-MIEMBROS-HOGAR
               WHEN "5"
                   PERFORM QUITA-DE-HOGAR
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
                           MOVE "S" TO WS-FIN-HOGARES
                       NOT AT END
                           IF NUMERO-HOGAR-HOG = WS-HOGAR-BUSCA
                               PERFORM MUESTRA-MIEMBRO-HOGAR
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "TOTAL MIEMBROS: " WS-MIEMBROS-HOGAR
           END-IF.

      *    Un miembro de una categoria restringida para el operador
      *    no se lista ni entra en el total.
       MUESTRA-MIEMBRO-HOGAR.
           MOVE "S" TO WS-VISIBLE.
           MOVE NUMERO-PERSONA-HOG TO NUMERO-PERSONA.
           READ PERSONAS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM VERIFICA-VISIBLE
           END-READ.
           IF WS-VISIBLE = "S"
               ADD 1 TO WS-MIEMBROS-HOGAR
               DISPLAY "   " NUMERO-PERSONA-HOG
                   " CABEZA: " CABEZA-HOG
           END-IF.

       QUITA-DE-HOGAR.
           IF WS-TIENE-HOGAR NOT = "S"
               DISPLAY "LA PERSONA NO PERTENECE A NINGUN HOGAR"
           END-READ.
           CLOSE HOGARES-FILE.

       GESTIONA-RELACIONES.
           MOVE "XXXXXX" TO WS-NUMERO-ENTRADA.
           DISPLAY "NUMERO DE PERSONA".
           ACCEPT WS-NUMERO-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-BUSCA
               PERFORM RESUELVE-RETIRADO
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           PERFORM ABRE-RELACIONES
                           PERFORM MENU-RELACIONES
                           CLOSE RELACION-FILE
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

       ABRE-RELACIONES.
           OPEN I-O RELACION-FILE.
           IF WS-RELACION-STATUS = "35"
               OPEN OUTPUT RELACION-FILE
               CLOSE RELACION-FILE
               OPEN I-O RELACION-FILE
           END-IF.

       MENU-RELACIONES.
           DISPLAY NUMERO-PERSONA " " APELLIDOS-REC " " NOMBRE-REC.
           DISPLAY "1. AGREGAR RELACION CON OTRA PERSONA".
           DISPLAY "2. CERRAR UNA RELACION (FECHA DE FIN)".
           DISPLAY "3. LISTAR SUS RELACIONES EN AMBOS SENTIDOS".
           ACCEPT WS-OPCION-RELACION.
           IF WS-OPCION-RELACION = "1" OR WS-OPCION-RELACION = "2"
               PERFORM CONTROLA-CONGELAMIENTO
               IF WS-CONGELA-OK NOT = "S"
                   MOVE SPACE TO WS-OPCION-RELACION
               END-IF
           END-IF.
           EVALUATE WS-OPCION-RELACION
               WHEN "1"
                   PERFORM AGREGA-RELACION
               WHEN "2"
                   PERFORM CIERRA-RELACION
               WHEN "3"
                   PERFORM LISTA-RELACIONES-PERSONA
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *    La otra persona tiene que existir en el maestro y ser
      *    visible para el operador; un numero retirado por fusion
      *    se lleva a su superviviente. La misma relacion vigente no
      *    se graba dos veces.
       AGREGA-RELACION.
           PERFORM SOLICITA-RELACIONADO.
           IF WS-RELACIONADO-OK = "S"
               PERFORM SOLICITA-CODIGO-RELACION
           END-IF.
           IF WS-RELACIONADO-OK = "S" AND WS-CODIGO-REL-OK = "S"
               PERFORM BUSCA-SECUENCIA-RELACION
               IF WS-RELACION-REPETIDA = "S"
                   DISPLAY "ESA RELACION YA ESTA VIGENTE"
               ELSE
                   IF WS-SECUENCIA-REL-NUEVA > 98
                       DISPLAY "LA PERSONA YA TIENE EL MAXIMO DE "
                           "RELACIONES"
                   ELSE
                       PERFORM SOLICITA-FECHA-EFECTIVA
                       MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-REL
                       COMPUTE SECUENCIA-REL =
                           WS-SECUENCIA-REL-NUEVA + 1
                       MOVE WS-RELACIONADO TO NUMERO-RELACIONADO-REL
                       MOVE WS-CODIGO-RELACION TO CODIGO-REL
                       MOVE FECHA-NAC TO FECHA-INICIO-REL
                       MOVE 0 TO FECHA-FIN-REL
                       WRITE RELACION-REC
                           INVALID KEY
                               DISPLAY "ERROR AL GRABAR LA RELACION"
                           NOT INVALID KEY
                               DISPLAY "RELACION GRABADA CON "
                                   "SECUENCIA " SECUENCIA-REL
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       SOLICITA-RELACIONADO.
           MOVE "N" TO WS-RELACIONADO-OK.
           MOVE "XXXXXX" TO WS-RELACIONADO-ENTRADA.
           DISPLAY "NUMERO DE LA PERSONA RELACIONADA".
           ACCEPT WS-RELACIONADO-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-RELACIONADO-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-RELACIONADO-ENTRADA TO WS-RELACIONADO
               CALL "RESUELVE-NUMERO" USING WS-RELACIONADO
                   WS-NUMERO-RESUELTO WS-ERA-RETIRADO
               IF WS-ERA-RETIRADO = "S"
                   DISPLAY "EL NUMERO " WS-RELACIONADO
                       " FUE RETIRADO POR FUSION - SE USA "
                       WS-NUMERO-RESUELTO
                   MOVE WS-NUMERO-RESUELTO TO WS-RELACIONADO
               END-IF
               IF WS-RELACIONADO = WS-NUMERO-BUSCA
                   DISPLAY "UNA PERSONA NO SE RELACIONA CONSIGO MISMA"
               ELSE
                   MOVE WS-RELACIONADO TO NUMERO-PERSONA
                   READ PERSONAS-FILE
                       INVALID KEY
                           DISPLAY "PERSONA RELACIONADA NO ENCONTRADA"
                       NOT INVALID KEY
                           PERFORM VERIFICA-VISIBLE
                           IF WS-VISIBLE = "S"
                               MOVE "S" TO WS-RELACIONADO-OK
                               DISPLAY "RELACIONADA: " NUMERO-PERSONA
                                   " " APELLIDOS-REC " " NOMBRE-REC
                           ELSE
                               PERFORM DENIEGA-ACCESO
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    El codigo de relacion sale de la misma tabla de referencia
      *    CODIGOS.DAT que las categorias, y tiene que estar activo.
       SOLICITA-CODIGO-RELACION.
           MOVE "N" TO WS-CODIGO-REL-OK.
           MOVE SPACES TO WS-CODIGO-RELACION.
           DISPLAY "CODIGO DE RELACION (CODIGOS.DAT)".
           ACCEPT WS-CODIGO-RELACION.
           IF WS-CODIGO-RELACION = SPACES
               DISPLAY "CODIGO EN BLANCO"
           ELSE
               PERFORM LEE-CODIGO-RELACION
               IF WS-CODIGO-REL-OK NOT = "S"
                   DISPLAY "CODIGO DE RELACION INEXISTENTE O INACTIVO"
               END-IF
           END-IF.

       LEE-CODIGO-RELACION.
           MOVE "N" TO WS-CODIGO-REL-OK.
           MOVE SPACES TO WS-DESC-RELACION.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS NOT = "00"
               DISPLAY "SIN TABLA DE CODIGOS, NO SE PUEDE VALIDAR LA "
                   "RELACION"
           ELSE
               MOVE WS-CODIGO-RELACION TO CODIGO-KEY
               READ CODIGOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRIPCION-COD TO WS-DESC-RELACION
                       IF ACTIVO-COD = "S"
                           MOVE "S" TO WS-CODIGO-REL-OK
                       END-IF
               END-READ
               CLOSE CODIGOS-FILE
           END-IF.

       BUSCA-SECUENCIA-RELACION.
           MOVE 0 TO WS-SECUENCIA-REL-NUEVA.
           MOVE "N" TO WS-RELACION-REPETIDA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-REL.
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
                       IF NUMERO-PERSONA-REL = WS-NUMERO-BUSCA
                           MOVE SECUENCIA-REL TO WS-SECUENCIA-REL-NUEVA
                           IF NUMERO-RELACIONADO-REL = WS-RELACIONADO
                              AND CODIGO-REL = WS-CODIGO-RELACION
                              AND FECHA-FIN-REL = 0
                               MOVE "S" TO WS-RELACION-REPETIDA
                           END-IF
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.

      *    Una relacion no se borra: se cierra con su fecha de fin y
      *    queda en el archivo como historia.
       CIERRA-RELACION.
           DISPLAY "SECUENCIA DE LA RELACION (1-99)".
           ACCEPT WS-SECUENCIA-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-SECUENCIA-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-REL
               MOVE WS-SECUENCIA-ENTRADA TO SECUENCIA-REL
               READ RELACION-FILE
                   INVALID KEY
                       DISPLAY "RELACION NO ENCONTRADA"
                   NOT INVALID KEY
                       IF FECHA-FIN-REL NOT = 0
                           DISPLAY "ESA RELACION YA SE CERRO EL "
                               FECHA-FIN-REL
                       ELSE
                           DISPLAY "ACTUAL: " NUMERO-RELACIONADO-REL
                               " " CODIGO-REL " DESDE "
                               FECHA-INICIO-REL
                           DISPLAY "FECHA DE FIN DE LA RELACION"
                           PERFORM SOLICITA-FECHA-EFECTIVA
                           IF FECHA-NAC < FECHA-INICIO-REL
                               DISPLAY "LA FECHA DE FIN ES ANTERIOR "
                                   "AL INICIO, NO SE CIERRA"
                           ELSE
                               MOVE FECHA-NAC TO FECHA-FIN-REL
                               REWRITE RELACION-REC
                               DISPLAY "RELACION CERRADA EL "
                                   FECHA-FIN-REL
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    Primero las relaciones que la persona tiene registradas y
      *    despues, por la clave alterna, las que otras personas
      *    tienen con ella: la misma relacion vista del otro lado.
       LISTA-RELACIONES-PERSONA.
           MOVE 0 TO WS-RELACIONES-LISTADAS.
           DISPLAY "RELACIONES DE " WS-NUMERO-BUSCA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-REL.
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
                       IF NUMERO-PERSONA-REL = WS-NUMERO-BUSCA
                           MOVE NUMERO-RELACIONADO-REL TO
                               NUMERO-PERSONA
                           PERFORM MUESTRA-RELACION
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-NUMERO-BUSCA TO NUMERO-RELACIONADO-REL.
           MOVE "N" TO WS-FIN-RELACIONES.
           START RELACION-FILE KEY IS >= NUMERO-RELACIONADO-REL
               INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
           END-START.
           PERFORM UNTIL WS-FIN-RELACIONES = "S"
               READ RELACION-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-RELACIONES
                   NOT AT END
                       IF NUMERO-RELACIONADO-REL = WS-NUMERO-BUSCA
                           MOVE NUMERO-PERSONA-REL TO NUMERO-PERSONA
                           PERFORM MUESTRA-RELACION
                       ELSE
                           MOVE "S" TO WS-FIN-RELACIONES
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "TOTAL RELACIONES: " WS-RELACIONES-LISTADAS.

      *    La otra persona ya esta en NUMERO-PERSONA; si es de una
      *    categoria restringida para el operador la relacion no se
      *    muestra ni se cuenta.
       MUESTRA-RELACION.
           MOVE "S" TO WS-VISIBLE.
           READ PERSONAS-FILE
               INVALID KEY
                   MOVE SPACES TO APELLIDOS-REC
                   MOVE "(NO EN EL MAESTRO)" TO NOMBRE-REC
               NOT INVALID KEY
                   PERFORM VERIFICA-VISIBLE
           END-READ.
           IF WS-VISIBLE = "S"
               ADD 1 TO WS-RELACIONES-LISTADAS
               MOVE CODIGO-REL TO WS-CODIGO-RELACION
               PERFORM LEE-CODIGO-RELACION
               IF NUMERO-PERSONA-REL = WS-NUMERO-BUSCA
                   DISPLAY "   " SECUENCIA-REL " SU " CODIGO-REL " "
                       WS-DESC-RELACION(1:20) " ES "
                       NUMERO-RELACIONADO-REL " " APELLIDOS-REC
               ELSE
                   DISPLAY "   -- ES " CODIGO-REL " "
                       WS-DESC-RELACION(1:20) " DE "
                       NUMERO-PERSONA-REL " " APELLIDOS-REC
               END-IF
               IF FECHA-FIN-REL = 0
                   DISPLAY "      DESDE " FECHA-INICIO-REL " VIGENTE"
               ELSE
                   DISPLAY "      DESDE " FECHA-INICIO-REL
                       " HASTA " FECHA-FIN-REL
               END-IF
           END-IF.

      *    La baja de una persona arrastra las relaciones en los dos
      *    sentidos, las suyas y las que otros tienen con ella.
       BORRA-RELACIONES-PERSONA.
           MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA.
           OPEN I-O RELACION-FILE.
           IF WS-RELACION-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-REL
               MOVE 0 TO SECUENCIA-REL
               MOVE "N" TO WS-FIN-RELACIONES
               START RELACION-FILE KEY IS >= CLAVE-RELACION
                   INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
               END-START
               PERFORM UNTIL WS-FIN-RELACIONES = "S"
                   READ RELACION-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-RELACIONES
                       NOT AT END
                           IF NUMERO-PERSONA-REL = WS-NUMERO-BUSCA
                               DELETE RELACION-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-RELACIONES
                           END-IF
                   END-READ
               END-PERFORM
               MOVE WS-NUMERO-BUSCA TO NUMERO-RELACIONADO-REL
               MOVE "N" TO WS-FIN-RELACIONES
               START RELACION-FILE KEY IS >= NUMERO-RELACIONADO-REL
                   INVALID KEY MOVE "S" TO WS-FIN-RELACIONES
               END-START
               PERFORM UNTIL WS-FIN-RELACIONES = "S"
                   READ RELACION-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-RELACIONES
                       NOT AT END
                           IF NUMERO-RELACIONADO-REL = WS-NUMERO-BUSCA
                               DELETE RELACION-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-RELACIONES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACION-FILE
           END-IF.

       GESTIONA-NOTAS.
           MOVE "XXXXXX" TO WS-NUMERO-ENTRADA.
           DISPLAY "NUMERO DE PERSONA".
           ACCEPT WS-NUMERO-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-BUSCA
               PERFORM RESUELVE-RETIRADO
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           PERFORM MENU-NOTAS
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

      *    Las notas solo se agregan y se leen: no hay opcion para
      *    corregir ni borrar una nota escrita; lo que haga falta
      *    aclarar va en una nota nueva.
       MENU-NOTAS.
           DISPLAY NUMERO-PERSONA " " APELLIDOS-REC " " NOMBRE-REC.
           DISPLAY "1. AGREGAR NOTA".
           DISPLAY "2. LISTAR NOTAS (LA MAS RECIENTE PRIMERO)".
           ACCEPT WS-OPCION-NOTA.
           EVALUATE WS-OPCION-NOTA
               WHEN "1"
                   PERFORM CONTROLA-CONGELAMIENTO
                   IF WS-CONGELA-OK = "S"
                       PERFORM AGREGA-NOTA
                   END-IF
               WHEN "2"
                   MOVE "NOTAS" TO WS-MODO-ACCESO
                   CALL "REGISTRA-ACCESO" USING WS-OPERADOR
                       NUMERO-PERSONA WS-MODO-ACCESO
                   PERFORM LISTA-NOTAS-PERSONA
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

       AGREGA-NOTA.
           DISPLAY "TEXTO DE LA NOTA (HASTA 60 CARACTERES)".
           MOVE SPACES TO WS-TEXTO-NOTA.
           ACCEPT WS-TEXTO-NOTA.
           IF WS-TEXTO-NOTA = SPACES
               DISPLAY "NOTA EN BLANCO, NO SE GRABA"
           ELSE
               OPEN I-O NOTAS-FILE
               IF WS-NOTAS-STATUS = "35"
                   OPEN OUTPUT NOTAS-FILE
                   CLOSE NOTAS-FILE
                   OPEN I-O NOTAS-FILE
               END-IF
               PERFORM BUSCA-SECUENCIA-NOTA
               IF WS-SECUENCIA-NOT-NUEVA >= 9999
                   DISPLAY "LA PERSONA YA TIENE EL MAXIMO DE NOTAS"
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-NOT
                   COMPUTE SECUENCIA-NOT = WS-SECUENCIA-NOT-NUEVA + 1
                   MOVE WS-FECHA-HORA(1:8) TO FECHA-NOT
                   MOVE WS-FECHA-HORA(9:6) TO HORA-NOT
                   MOVE WS-OPERADOR TO OPERADOR-NOT
                   MOVE WS-TEXTO-NOTA TO TEXTO-NOT
                   WRITE NOTA-REC
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR LA NOTA"
                       NOT INVALID KEY
                           DISPLAY "NOTA GRABADA"
                   END-WRITE
               END-IF
               CLOSE NOTAS-FILE
           END-IF.

       BUSCA-SECUENCIA-NOTA.
           MOVE 0 TO WS-SECUENCIA-NOT-NUEVA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-NOT.
           MOVE 0 TO SECUENCIA-NOT.
           MOVE "N" TO WS-FIN-NOTAS.
           START NOTAS-FILE KEY IS >= CLAVE-NOTA
               INVALID KEY MOVE "S" TO WS-FIN-NOTAS
           END-START.
           PERFORM UNTIL WS-FIN-NOTAS = "S"
               READ NOTAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-NOTAS
                   NOT AT END
                       IF NUMERO-PERSONA-NOT = WS-NUMERO-BUSCA
                           MOVE SECUENCIA-NOT TO WS-SECUENCIA-NOT-NUEVA
                       ELSE
                           MOVE "S" TO WS-FIN-NOTAS
                       END-IF
               END-READ
           END-PERFORM.

      *    En la consulta basta con el indicador y las notas en
      *    orden inverso; la persona ya esta en el area de registro.
       MUESTRA-NOTAS-CONSULTA.
           MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA.
           PERFORM CUENTA-NOTAS-PERSONA.
           IF WS-TOTAL-NOTAS > 0
               DISPLAY "*** TIENE NOTAS: " WS-TOTAL-NOTAS " ***"
               PERFORM MUESTRA-TABLA-NOTAS
           END-IF.

       LISTA-NOTAS-PERSONA.
           PERFORM CUENTA-NOTAS-PERSONA.
           IF WS-TOTAL-NOTAS = 0
               DISPLAY "LA PERSONA NO TIENE NOTAS"
           ELSE
               PERFORM MUESTRA-TABLA-NOTAS
               DISPLAY "TOTAL NOTAS: " WS-TOTAL-NOTAS
           END-IF.

      *    Carga las notas de WS-NUMERO-BUSCA en la tabla; tras una
      *    fusion las secuencias no siguen la fecha, por eso se
      *    ordenan despues por fecha y hora.
       CUENTA-NOTAS-PERSONA.
           MOVE 0 TO WS-TOTAL-NOTAS.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-NOT
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
                           IF NUMERO-PERSONA-NOT = WS-NUMERO-BUSCA
                               AND WS-TOTAL-NOTAS < 200
                               ADD 1 TO WS-TOTAL-NOTAS
                               MOVE NOTA-REC TO
                                   WS-NOTA-TAB(WS-TOTAL-NOTAS)
                           ELSE
                               MOVE "S" TO WS-FIN-NOTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
               PERFORM ORDENA-NOTAS
           END-IF.

      *    Insercion descendente sobre fecha y hora (posiciones
      *    11-24 del registro).
       ORDENA-NOTAS.
           PERFORM VARYING WS-NT FROM 2 BY 1
                   UNTIL WS-NT > WS-TOTAL-NOTAS
               MOVE WS-NOTA-TAB(WS-NT) TO WS-NOTA-AUX
               MOVE WS-NT TO WS-NT2
               PERFORM UNTIL WS-NT2 = 1 OR
                       WS-NOTA-TAB(WS-NT2 - 1)(11:14) >=
                       WS-NOTA-AUX(11:14)
                   MOVE WS-NOTA-TAB(WS-NT2 - 1) TO WS-NOTA-TAB(WS-NT2)
                   SUBTRACT 1 FROM WS-NT2
               END-PERFORM
               MOVE WS-NOTA-AUX TO WS-NOTA-TAB(WS-NT2)
           END-PERFORM.

       MUESTRA-TABLA-NOTAS.
           PERFORM VARYING WS-NT FROM 1 BY 1
                   UNTIL WS-NT > WS-TOTAL-NOTAS
               MOVE WS-NOTA-TAB(WS-NT) TO NOTA-REC
               DISPLAY "   " FECHA-NOT " " HORA-NOT " " OPERADOR-NOT
               DISPLAY "      " TEXTO-NOT
           END-PERFORM.

      *    La baja de una persona se lleva sus notas.
       BORRA-NOTAS-PERSONA.
           MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA.
           OPEN I-O NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-NOT
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
                           IF NUMERO-PERSONA-NOT = WS-NUMERO-BUSCA
                               DELETE NOTAS-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-NOTAS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.

       GESTIONA-DOCUMENTOS.
           MOVE "XXXXXX" TO WS-NUMERO-ENTRADA.
           DISPLAY "NUMERO DE PERSONA".
           ACCEPT WS-NUMERO-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-BUSCA
               PERFORM RESUELVE-RETIRADO
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           PERFORM ABRE-DOCUMENTOS
                           PERFORM MENU-DOCUMENTOS
                           CLOSE DOCUMENTO-FILE
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

       ABRE-DOCUMENTOS.
           OPEN I-O DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS = "35"
               OPEN OUTPUT DOCUMENTO-FILE
               CLOSE DOCUMENTO-FILE
               OPEN I-O DOCUMENTO-FILE
           END-IF.

       MENU-DOCUMENTOS.
           DISPLAY NUMERO-PERSONA " " APELLIDOS-REC " " NOMBRE-REC.
           DISPLAY "1. REGISTRAR DOCUMENTO RECIBIDO".
           DISPLAY "2. LISTAR SUS DOCUMENTOS".
           ACCEPT WS-OPCION-DOCUMENTO.
           IF WS-OPCION-DOCUMENTO = "1"
               PERFORM CONTROLA-CONGELAMIENTO
               IF WS-CONGELA-OK NOT = "S"
                   MOVE SPACE TO WS-OPCION-DOCUMENTO
               END-IF
           END-IF.
           EVALUATE WS-OPCION-DOCUMENTO
               WHEN "1"
                   PERFORM REGISTRA-DOCUMENTO
               WHEN "2"
                   PERFORM LISTA-DOCUMENTOS-PERSONA
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *    El documento nuevo pasa a ser el vigente de su tipo: los
      *    anteriores del mismo tipo quedan reemplazados y dejan de
      *    contar como vencidos. El operador que lo registra es el
      *    que lo reviso.
       REGISTRA-DOCUMENTO.
           PERFORM SOLICITA-TIPO-DOCUMENTO.
           IF WS-TIPO-DOC-OK = "S"
               PERFORM BUSCA-SECUENCIA-DOCUMENTO
               IF WS-SECUENCIA-DOC-NUEVA > 98
                   DISPLAY "LA PERSONA YA TIENE EL MAXIMO DE "
                       "DOCUMENTOS"
               ELSE
                   DISPLAY "NUMERO DE REFERENCIA DEL DOCUMENTO"
                   MOVE SPACES TO WS-REFERENCIA-DOCUMENTO
                   ACCEPT WS-REFERENCIA-DOCUMENTO
                   DISPLAY "FECHA DE RECEPCION"
                   PERFORM SOLICITA-FECHA-EFECTIVA
                   PERFORM SOLICITA-FECHA-VENCE
                   DISPLAY "DOCUMENTO OBLIGATORIO? (S/N)"
                   MOVE SPACE TO WS-OBLIGATORIO
                   ACCEPT WS-OBLIGATORIO
                   IF WS-OBLIGATORIO = "s"
                       MOVE "S" TO WS-OBLIGATORIO
                   END-IF
                   IF WS-OBLIGATORIO NOT = "S"
                       MOVE "N" TO WS-OBLIGATORIO
                   END-IF
                   PERFORM REEMPLAZA-DOCUMENTOS-TIPO
                   MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-DOC
                   COMPUTE SECUENCIA-DOC = WS-SECUENCIA-DOC-NUEVA + 1
                   MOVE WS-TIPO-DOCUMENTO TO TIPO-DOC
                   MOVE WS-REFERENCIA-DOCUMENTO TO REFERENCIA-DOC
                   MOVE FECHA-NAC TO FECHA-RECIBIDO-DOC
                   MOVE WS-FECHA-VENCE TO FECHA-VENCE-DOC
                   MOVE WS-OPERADOR TO OPERADOR-DOC
                   MOVE WS-OBLIGATORIO TO OBLIGATORIO-DOC
                   MOVE "V" TO ESTADO-DOC
                   MOVE 0 TO FECHA-AVISO-DOC
                   WRITE DOCUMENTO-REC
                       INVALID KEY
                           DISPLAY "ERROR AL GRABAR EL DOCUMENTO"
                       NOT INVALID KEY
                           DISPLAY "DOCUMENTO GRABADO CON SECUENCIA "
                               SECUENCIA-DOC
                           IF WS-DOCUMENTOS-REEMPLAZADOS > 0
                               DISPLAY "DOCUMENTOS ANTERIORES "
                                   "REEMPLAZADOS: "
                                   WS-DOCUMENTOS-REEMPLAZADOS
                           END-IF
                   END-WRITE
               END-IF
           END-IF.

       SOLICITA-TIPO-DOCUMENTO.
           MOVE "N" TO WS-TIPO-DOC-OK.
           MOVE SPACES TO WS-TIPO-DOCUMENTO.
           DISPLAY "TIPO DE DOCUMENTO (CODIGOS.DAT)".
           ACCEPT WS-TIPO-DOCUMENTO.
           IF WS-TIPO-DOCUMENTO = SPACES
               DISPLAY "TIPO EN BLANCO"
           ELSE
               PERFORM LEE-TIPO-DOCUMENTO
               IF WS-TIPO-DOC-OK NOT = "S"
                   DISPLAY "TIPO DE DOCUMENTO INEXISTENTE O INACTIVO"
               END-IF
           END-IF.

       LEE-TIPO-DOCUMENTO.
           MOVE "N" TO WS-TIPO-DOC-OK.
           MOVE SPACES TO WS-DESC-DOCUMENTO.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS NOT = "00"
               DISPLAY "SIN TABLA DE CODIGOS, NO SE PUEDE VALIDAR EL "
                   "TIPO"
           ELSE
               MOVE WS-TIPO-DOCUMENTO TO CODIGO-KEY
               READ CODIGOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRIPCION-COD TO WS-DESC-DOCUMENTO
                       IF ACTIVO-COD = "S"
                           MOVE "S" TO WS-TIPO-DOC-OK
                       END-IF
               END-READ
               CLOSE CODIGOS-FILE
           END-IF.

      *    En blanco el documento no vence.
       SOLICITA-FECHA-VENCE.
           MOVE "N" TO WS-VENCE-OK.
           MOVE 0 TO WS-INTENTOS.
           MOVE 0 TO WS-FECHA-VENCE.
           PERFORM UNTIL WS-VENCE-OK = "S"
                   OR WS-INTENTOS >= WS-MAX-INTENTOS
               DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD, EN BLANCO = "
                   "NO VENCE)"
               MOVE SPACES TO WS-VENCE-ENTRADA
               ACCEPT WS-VENCE-ENTRADA
               ADD 1 TO WS-INTENTOS
               IF WS-VENCE-ENTRADA = SPACES
                   MOVE "S" TO WS-VENCE-OK
               ELSE
                   CALL "VALIDA-FECHA" USING WS-VENCE-ENTRADA
                       WS-VENCE-OK
                   IF WS-VENCE-OK = "S"
                       MOVE WS-VENCE-ENTRADA TO WS-FECHA-VENCE
                   ELSE
                       DISPLAY "FECHA INVALIDA, INTENTE DE NUEVO"
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VENCE-OK NOT = "S"
               DISPLAY "DEMASIADOS INTENTOS, SE GRABA SIN VENCIMIENTO"
           END-IF.

       BUSCA-SECUENCIA-DOCUMENTO.
           MOVE 0 TO WS-SECUENCIA-DOC-NUEVA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-DOC.
           MOVE 0 TO SECUENCIA-DOC.
           MOVE "N" TO WS-FIN-DOCUMENTOS.
           START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
               INVALID KEY MOVE "S" TO WS-FIN-DOCUMENTOS
           END-START.
           PERFORM UNTIL WS-FIN-DOCUMENTOS = "S"
               READ DOCUMENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-DOCUMENTOS
                   NOT AT END
                       IF NUMERO-PERSONA-DOC = WS-NUMERO-BUSCA
                           MOVE SECUENCIA-DOC TO WS-SECUENCIA-DOC-NUEVA
                       ELSE
                           MOVE "S" TO WS-FIN-DOCUMENTOS
                       END-IF
               END-READ
           END-PERFORM.

       REEMPLAZA-DOCUMENTOS-TIPO.
           MOVE 0 TO WS-DOCUMENTOS-REEMPLAZADOS.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-DOC.
           MOVE 0 TO SECUENCIA-DOC.
           MOVE "N" TO WS-FIN-DOCUMENTOS.
           START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
               INVALID KEY MOVE "S" TO WS-FIN-DOCUMENTOS
           END-START.
           PERFORM UNTIL WS-FIN-DOCUMENTOS = "S"
               READ DOCUMENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-DOCUMENTOS
                   NOT AT END
                       IF NUMERO-PERSONA-DOC = WS-NUMERO-BUSCA
                           IF TIPO-DOC = WS-TIPO-DOCUMENTO AND
                              ESTADO-DOC = "V"
                               MOVE "R" TO ESTADO-DOC
                               REWRITE DOCUMENTO-REC
                               ADD 1 TO WS-DOCUMENTOS-REEMPLAZADOS
                           END-IF
                       ELSE
                           MOVE "S" TO WS-FIN-DOCUMENTOS
                       END-IF
               END-READ
           END-PERFORM.

       LISTA-DOCUMENTOS-PERSONA.
           MOVE 0 TO WS-DOCUMENTOS-LISTADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-DOC.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-DOC.
           MOVE 0 TO SECUENCIA-DOC.
           MOVE "N" TO WS-FIN-DOCUMENTOS.
           START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
               INVALID KEY MOVE "S" TO WS-FIN-DOCUMENTOS
           END-START.
           PERFORM UNTIL WS-FIN-DOCUMENTOS = "S"
               READ DOCUMENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-DOCUMENTOS
                   NOT AT END
                       IF NUMERO-PERSONA-DOC = WS-NUMERO-BUSCA
                           ADD 1 TO WS-DOCUMENTOS-LISTADOS
                           PERFORM MUESTRA-DOCUMENTO
                       ELSE
                           MOVE "S" TO WS-FIN-DOCUMENTOS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DOCUMENTOS-LISTADOS = 0
               DISPLAY "LA PERSONA NO TIENE DOCUMENTOS REGISTRADOS"
           END-IF.

       MUESTRA-DOCUMENTO.
           DISPLAY SECUENCIA-DOC " " TIPO-DOC " " REFERENCIA-DOC
               " RECIBIDO " FECHA-RECIBIDO-DOC " POR " OPERADOR-DOC.
           IF ESTADO-DOC = "R"
               DISPLAY "      REEMPLAZADO POR UNO POSTERIOR"
           ELSE
               IF FECHA-VENCE-DOC = 0
                   DISPLAY "      NO VENCE"
               ELSE
                   IF FECHA-VENCE-DOC < WS-HOY-DOC
                       DISPLAY "      VENCIDO EL " FECHA-VENCE-DOC
                   ELSE
                       DISPLAY "      VENCE EL " FECHA-VENCE-DOC
                   END-IF
               END-IF
               IF OBLIGATORIO-DOC = "S"
                   DISPLAY "      OBLIGATORIO"
               END-IF
           END-IF.

      *    Para la consulta: documentos obligatorios vigentes de la
      *    persona del area de registro cuya fecha ya paso.
       CUENTA-OBLIGATORIOS-VENCIDOS.
           MOVE 0 TO WS-OBLIGATORIOS-VENCIDOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-DOC.
           OPEN INPUT DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS = "00"
               MOVE NUMERO-PERSONA TO NUMERO-PERSONA-DOC
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
                           IF NUMERO-PERSONA-DOC = NUMERO-PERSONA
                               IF ESTADO-DOC = "V" AND
                                  OBLIGATORIO-DOC = "S" AND
                                  FECHA-VENCE-DOC NOT = 0 AND
                                  FECHA-VENCE-DOC < WS-HOY-DOC
                                   ADD 1 TO WS-OBLIGATORIOS-VENCIDOS
                               END-IF
                           ELSE
                               MOVE "S" TO WS-FIN-DOCUMENTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTO-FILE
           END-IF.

      *    La baja de una persona se lleva su registro de documentos.
       BORRA-DOCUMENTOS-PERSONA.
           MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA.
           OPEN I-O DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-DOC
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
                           IF NUMERO-PERSONA-DOC = WS-NUMERO-BUSCA
                               DELETE DOCUMENTO-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-DOCUMENTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCUMENTO-FILE
           END-IF.

       GESTIONA-SEGUIMIENTOS.
           MOVE "XXXXXX" TO WS-NUMERO-ENTRADA.
           DISPLAY "NUMERO DE PERSONA".
           ACCEPT WS-NUMERO-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-BUSCA
               PERFORM RESUELVE-RETIRADO
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       DISPLAY "PERSONA NO ENCONTRADA"
                   NOT INVALID KEY
                       PERFORM VERIFICA-VISIBLE
                       IF WS-VISIBLE = "S"
                           PERFORM ABRE-SEGUIMIENTOS
                           PERFORM MENU-SEGUIMIENTOS
                           CLOSE SEGUIMIENTO-FILE
                       ELSE
                           PERFORM DENIEGA-ACCESO
                       END-IF
               END-READ
           END-IF.

       ABRE-SEGUIMIENTOS.
           OPEN I-O SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "35"
               OPEN OUTPUT SEGUIMIENTO-FILE
               CLOSE SEGUIMIENTO-FILE
               OPEN I-O SEGUIMIENTO-FILE
           END-IF.

       MENU-SEGUIMIENTOS.
           DISPLAY NUMERO-PERSONA " " APELLIDOS-REC " " NOMBRE-REC.
           DISPLAY "1. AGENDAR SEGUIMIENTO".
           DISPLAY "2. LISTAR SUS SEGUIMIENTOS".
           DISPLAY "3. COMPLETAR UN SEGUIMIENTO".
           ACCEPT WS-OPCION-SEGUIMIENTO.
           IF WS-OPCION-SEGUIMIENTO = "1" OR
              WS-OPCION-SEGUIMIENTO = "3"
               PERFORM CONTROLA-CONGELAMIENTO
               IF WS-CONGELA-OK NOT = "S"
                   MOVE SPACE TO WS-OPCION-SEGUIMIENTO
               END-IF
           END-IF.
           EVALUATE WS-OPCION-SEGUIMIENTO
               WHEN "1"
                   PERFORM AGENDA-SEGUIMIENTO
               WHEN "2"
                   PERFORM LISTA-SEGUIMIENTOS-PERSONA
               WHEN "3"
                   PERFORM COMPLETA-SEGUIMIENTO
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.

      *    La fecha prometida se guarda tal cual; la de vencimiento es
      *    el dia habil en que cae, para que un sabado o un feriado
      *    pase al siguiente dia de trabajo. Sin operador asignado el
      *    seguimiento queda para quien lo agenda.
       AGENDA-SEGUIMIENTO.
           PERFORM BUSCA-SECUENCIA-SEGUIMIENTO.
           IF WS-SECUENCIA-SEG-NUEVA > 998
               DISPLAY "LA PERSONA YA TIENE EL MAXIMO DE SEGUIMIENTOS"
           ELSE
               PERFORM SOLICITA-FECHA-SEGUIMIENTO
               IF WS-FECHA-SEG-OK = "S"
                   DISPLAY "MOTIVO DEL SEGUIMIENTO"
                   MOVE SPACES TO WS-MOTIVO-SEGUIMIENTO
                   ACCEPT WS-MOTIVO-SEGUIMIENTO
                   IF WS-MOTIVO-SEGUIMIENTO NOT = SPACES
                       PERFORM SOLICITA-ASIGNADO
                   END-IF
               END-IF
               IF WS-FECHA-SEG-OK = "S" AND
                  WS-MOTIVO-SEGUIMIENTO = SPACES
                   DISPLAY "SIN MOTIVO NO SE AGENDA"
               END-IF
               IF WS-FECHA-SEG-OK = "S" AND
                  WS-MOTIVO-SEGUIMIENTO NOT = SPACES AND
                  WS-ASIGNADO-OK = "S"
                   PERFORM GRABA-SEGUIMIENTO
               END-IF
           END-IF.

       GRABA-SEGUIMIENTO.
           PERFORM CALCULA-DIA-HABIL-SEG.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-SEG.
           COMPUTE SECUENCIA-SEG = WS-SECUENCIA-SEG-NUEVA + 1.
           MOVE WS-FECHA-PEDIDA TO FECHA-PEDIDA-SEG.
           MOVE WS-FECHA-HABIL TO FECHA-VENCE-SEG.
           MOVE WS-MOTIVO-SEGUIMIENTO TO MOTIVO-SEG.
           MOVE WS-ASIGNADO TO ASIGNADO-SEG.
           MOVE WS-HOY-SEG TO FECHA-ALTA-SEG.
           MOVE WS-OPERADOR TO OPERADOR-ALTA-SEG.
           MOVE "A" TO ESTADO-SEG.
           MOVE 0 TO FECHA-COLA-SEG.
           MOVE 0 TO FECHA-CIERRE-SEG.
           MOVE SPACES TO OPERADOR-CIERRE-SEG.
           WRITE SEGUIMIENTO-REC
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL SEGUIMIENTO"
               NOT INVALID KEY
                   DISPLAY "SEGUIMIENTO " SECUENCIA-SEG
                       " AGENDADO PARA " ASIGNADO-SEG
                   IF FECHA-VENCE-SEG NOT = FECHA-PEDIDA-SEG
                       DISPLAY "LA FECHA " FECHA-PEDIDA-SEG
                           " NO ES HABIL - VENCE EL "
                           FECHA-VENCE-SEG
                   END-IF
           END-WRITE.

      *    No se agenda hacia atras: la fecha tiene que ser hoy o
      *    posterior.
       SOLICITA-FECHA-SEGUIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-SEG.
           MOVE "N" TO WS-FECHA-SEG-OK.
           MOVE 0 TO WS-INTENTOS.
           PERFORM UNTIL WS-FECHA-SEG-OK = "S"
                   OR WS-INTENTOS >= WS-MAX-INTENTOS
               DISPLAY "FECHA DEL SEGUIMIENTO (AAAAMMDD)"
               MOVE SPACES TO WS-FECHA-SEG-ENTRADA
               ACCEPT WS-FECHA-SEG-ENTRADA
               ADD 1 TO WS-INTENTOS
               CALL "VALIDA-FECHA" USING WS-FECHA-SEG-ENTRADA
                   WS-FECHA-SEG-OK
               IF WS-FECHA-SEG-OK = "S"
                   MOVE WS-FECHA-SEG-ENTRADA TO WS-FECHA-PEDIDA
                   IF WS-FECHA-PEDIDA < WS-HOY-SEG
                       MOVE "N" TO WS-FECHA-SEG-OK
                       DISPLAY "LA FECHA YA PASO, INTENTE DE NUEVO"
                   END-IF
               ELSE
                   DISPLAY "FECHA INVALIDA, INTENTE DE NUEVO"
               END-IF
           END-PERFORM.
           IF WS-FECHA-SEG-OK NOT = "S"
               DISPLAY "DEMASIADOS INTENTOS, NO SE AGENDA"
           END-IF.

       CALCULA-DIA-HABIL-SEG.
           MOVE WS-FECHA-PEDIDA TO WS-FECHA-HABIL.
           MOVE "V" TO WS-FUNCION-CAL.
           CALL "DIA-HABIL" USING WS-FUNCION-CAL WS-FECHA-HABIL
               WS-RESULTADO-CAL.
           IF WS-RESULTADO-CAL NOT = "S"
               MOVE "P" TO WS-FUNCION-CAL
               CALL "DIA-HABIL" USING WS-FUNCION-CAL WS-FECHA-HABIL
                   WS-RESULTADO-CAL
           END-IF.

       SOLICITA-ASIGNADO.
           MOVE "N" TO WS-ASIGNADO-OK.
           DISPLAY "OPERADOR ASIGNADO (EN BLANCO = " WS-OPERADOR ")".
           MOVE SPACES TO WS-ASIGNADO.
           ACCEPT WS-ASIGNADO.
           IF WS-ASIGNADO = SPACES OR WS-ASIGNADO = WS-OPERADOR
               MOVE WS-OPERADOR TO WS-ASIGNADO
               MOVE "S" TO WS-ASIGNADO-OK
           ELSE
               OPEN INPUT OPERADOR-MAST
               IF WS-MAST-STATUS NOT = "00"
                   DISPLAY "SIN MAESTRO DE OPERADORES"
               ELSE
                   MOVE "N" TO WS-FIN-MAESTRO
                   PERFORM UNTIL WS-FIN-MAESTRO = "S"
                       READ OPERADOR-MAST
                           AT END
                               MOVE "S" TO WS-FIN-MAESTRO
                           NOT AT END
                               IF ID-MAESTRO = WS-ASIGNADO
                                   MOVE "S" TO WS-ASIGNADO-OK
                                   MOVE "S" TO WS-FIN-MAESTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPERADOR-MAST
               END-IF
               IF WS-ASIGNADO-OK NOT = "S"
                   DISPLAY "OPERADOR INEXISTENTE, NO SE AGENDA"
               END-IF
           END-IF.

       BUSCA-SECUENCIA-SEGUIMIENTO.
           MOVE 0 TO WS-SECUENCIA-SEG-NUEVA.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-SEG.
           MOVE 0 TO SECUENCIA-SEG.
           MOVE "N" TO WS-FIN-SEGUIMIENTOS.
           START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
               INVALID KEY MOVE "S" TO WS-FIN-SEGUIMIENTOS
           END-START.
           PERFORM UNTIL WS-FIN-SEGUIMIENTOS = "S"
               READ SEGUIMIENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-SEGUIMIENTOS
                   NOT AT END
                       IF NUMERO-PERSONA-SEG = WS-NUMERO-BUSCA
                           MOVE SECUENCIA-SEG TO WS-SECUENCIA-SEG-NUEVA
                       ELSE
                           MOVE "S" TO WS-FIN-SEGUIMIENTOS
                       END-IF
               END-READ
           END-PERFORM.

       LISTA-SEGUIMIENTOS-PERSONA.
           MOVE 0 TO WS-SEGUIMIENTOS-LISTADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-SEG.
           MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-SEG.
           MOVE 0 TO SECUENCIA-SEG.
           MOVE "N" TO WS-FIN-SEGUIMIENTOS.
           START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
               INVALID KEY MOVE "S" TO WS-FIN-SEGUIMIENTOS
           END-START.
           PERFORM UNTIL WS-FIN-SEGUIMIENTOS = "S"
               READ SEGUIMIENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-SEGUIMIENTOS
                   NOT AT END
                       IF NUMERO-PERSONA-SEG = WS-NUMERO-BUSCA
                           ADD 1 TO WS-SEGUIMIENTOS-LISTADOS
                           PERFORM MUESTRA-SEGUIMIENTO
                       ELSE
                           MOVE "S" TO WS-FIN-SEGUIMIENTOS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SEGUIMIENTOS-LISTADOS = 0
               DISPLAY "LA PERSONA NO TIENE SEGUIMIENTOS"
           END-IF.

       MUESTRA-SEGUIMIENTO.
           DISPLAY SECUENCIA-SEG " " MOTIVO-SEG " PARA " ASIGNADO-SEG.
           IF ESTADO-SEG = "C"
               DISPLAY "      COMPLETADO EL " FECHA-CIERRE-SEG
                   " POR " OPERADOR-CIERRE-SEG
                   " (VENCIA EL " FECHA-VENCE-SEG ")"
           ELSE
               IF FECHA-VENCE-SEG < WS-HOY-SEG
                   DISPLAY "      VENCIDO EL " FECHA-VENCE-SEG
               ELSE
                   DISPLAY "      ABIERTO, VENCE EL " FECHA-VENCE-SEG
               END-IF
           END-IF.

      *    Completar no toca la cola de trabajo: si el seguimiento ya
      *    salio a WORKQ.DAT, el item se cierra alli.
       COMPLETA-SEGUIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-SEG.
           DISPLAY "SECUENCIA DEL SEGUIMIENTO A COMPLETAR".
           MOVE SPACES TO WS-SECUENCIA-SEG-ENT.
           ACCEPT WS-SECUENCIA-SEG-ENT.
           CALL "VALIDA-NUMERO" USING WS-SECUENCIA-SEG-ENT
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-SECUENCIA-SEG-ENT TO WS-SECUENCIA-SEG-SEL
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-SEG
               MOVE WS-SECUENCIA-SEG-SEL TO SECUENCIA-SEG
               READ SEGUIMIENTO-FILE
                   INVALID KEY
                       DISPLAY "SEGUIMIENTO NO ENCONTRADO"
                   NOT INVALID KEY
                       IF ESTADO-SEG = "C"
                           DISPLAY "EL SEGUIMIENTO YA ESTA COMPLETADO"
                       ELSE
                           MOVE "C" TO ESTADO-SEG
                           MOVE WS-HOY-SEG TO FECHA-CIERRE-SEG
                           MOVE WS-OPERADOR TO OPERADOR-CIERRE-SEG
                           REWRITE SEGUIMIENTO-REC
                           DISPLAY "SEGUIMIENTO " SECUENCIA-SEG
                               " COMPLETADO"
                           IF FECHA-COLA-SEG NOT = 0
                               DISPLAY "YA ESTA EN LA COLA DE TRABAJO "
                                   "DESDE EL " FECHA-COLA-SEG
                                   " - CIERRE TAMBIEN EL ITEM"
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    Para la consulta: seguimientos de la persona del area de
      *    registro. Con WS-LISTA-SEG = "S" ademas se muestran los
      *    abiertos.
       CUENTA-SEGUIMIENTOS.
           MOVE 0 TO WS-SEG-ABIERTOS.
           MOVE 0 TO WS-SEG-VENCIDOS.
           MOVE 0 TO WS-SEG-COMPLETADOS.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-SEG.
           OPEN INPUT SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "00"
               MOVE NUMERO-PERSONA TO NUMERO-PERSONA-SEG
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
                           IF NUMERO-PERSONA-SEG = NUMERO-PERSONA
                               PERFORM CLASIFICA-SEGUIMIENTO
                           ELSE
                               MOVE "S" TO WS-FIN-SEGUIMIENTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUIMIENTO-FILE
           END-IF.

       CLASIFICA-SEGUIMIENTO.
           IF ESTADO-SEG = "C"
               ADD 1 TO WS-SEG-COMPLETADOS
           ELSE
               ADD 1 TO WS-SEG-ABIERTOS
               IF FECHA-VENCE-SEG < WS-HOY-SEG
                   ADD 1 TO WS-SEG-VENCIDOS
               END-IF
               IF WS-LISTA-SEG = "S"
                   PERFORM MUESTRA-SEGUIMIENTO
               END-IF
           END-IF.

      *    La baja de una persona se lleva sus seguimientos.
       BORRA-SEGUIMIENTOS-PERSONA.
           MOVE NUMERO-PERSONA TO WS-NUMERO-BUSCA.
           OPEN I-O SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "00"
               MOVE WS-NUMERO-BUSCA TO NUMERO-PERSONA-SEG
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
                           IF NUMERO-PERSONA-SEG = WS-NUMERO-BUSCA
                               DELETE SEGUIMIENTO-FILE
                           ELSE
                               MOVE "S" TO WS-FIN-SEGUIMIENTOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEGUIMIENTO-FILE
           END-IF.

       MANTENIMIENTO-LOTE.
           MOVE "N" TO WS-MAESTRO-OK.
           OPEN I-O PERSONAS-FILE.
           IF WS-PERSONAS-STATUS = "35"
               OPEN OUTPUT PERSONAS-FILE
               CLOSE PERSONAS-FILE
               OPEN I-O PERSONAS-FILE
           END-IF.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PERSONAS.DAT: "
                   WS-PERSONAS-STATUS
               MOVE "MANTENIMIENTO-LOTE" TO WS-PARRAFO
               MOVE "PERSONAS.DAT OPEN FAILED" TO WS-DESCRIPCION
               MOVE "S" TO WS-SEVERIDAD
               MOVE "OPEN" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-MAESTRO-OK
               PERFORM CUERPO-LOTE
           END-IF.

       CUERPO-LOTE.
           OPEN I-O CONTACTO-FILE.
           IF WS-CONTACTO-STATUS = "35"
               OPEN OUTPUT CONTACTO-FILE
               CLOSE CONTACTO-FILE
               OPEN I-O CONTACTO-FILE
           END-IF.
           OPEN OUTPUT REPORTE-MANT.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY-LOTE.
           PERFORM PROCESA-PENDIENTES.
      *    El lote del dia ya no se aplica linea por linea: se carga
      *    por tandas, se agrupa por persona y los conjuntos con una
      *    combinacion en conflicto se retienen enteros.
           PERFORM CARGA-REGLAS-CONFLICTO.
           OPEN OUTPUT REPORTE-CONF.
           PERFORM ENCABEZA-REPORTE-CONF.
           PERFORM UNTIL WS-FIN-TRAN = "S"
               PERFORM CARGA-TANDA
               PERFORM DETECTA-CONFLICTOS
               PERFORM APLICA-TANDA
           END-PERFORM.
           PERFORM CIERRA-REPORTE-CONF.
           CLOSE PERSONAS-FILE.
           CLOSE CONTACTO-FILE.
           MOVE SPACES TO LINEA-MANT.
           STRING "TRANSACCIONES LEIDAS: " DELIMITED BY SIZE
               WS-TRAN-LEIDAS DELIMITED BY SIZE
               WS-PEND-RETENIDAS DELIMITED BY SIZE
               INTO LINEA-MANT.
           WRITE LINEA-MANT.
           MOVE SPACES TO LINEA-MANT.
           STRING "RETENIDAS POR CONFLICTO: " DELIMITED BY SIZE
               WS-TRAN-CONFLICTO DELIMITED BY SIZE
               " CONJUNTOS: " DELIMITED BY SIZE
               WS-CONJUNTOS-CONF DELIMITED BY SIZE
               INTO LINEA-MANT.
           WRITE LINEA-MANT.
           CLOSE REPORTE-MANT.
           DISPLAY "MANTENIMIENTO EN LOTE - LEIDAS: " WS-TRAN-LEIDAS
               " APLICADAS: " WS-TRAN-APLICADAS
               " RECHAZADAS: " WS-TRAN-RECHAZADAS
               " RETENIDAS: " WS-TRAN-RETENIDAS
               " EN CONFLICTO: " WS-TRAN-CONFLICTO.

      ******************************************************************
      * Conflictos del mismo lote. Una modificacion y una baja de la
      * misma persona, dos cambios de estado, o un cambio sobre una
      * persona que un alta del mismo archivo acaba de crear dan un
      * resultado que depende del orden de llegada. Las lineas del
      * dia se agrupan por apellidos+nombre y, si dos lineas de la
      * persona forman una combinacion de la tabla CONFTRAN.TXT, se
      * retiene el conjunto entero (nunca una parte) en PERSRCH.TXT,
      * que se resuelve en el puesto de correccion (REPARA-RECHAZOS),
      * y queda listado en DATCONF.TXT para la manana.
      ******************************************************************
       CARGA-REGLAS-CONFLICTO.
           MOVE 0 TO WS-CANT-REGLAS.
           OPEN INPUT REGLA-CONF-FILE.
           IF WS-REGLA-CONF-STATUS = "00"
               MOVE "N" TO WS-FIN-REGLAS
               PERFORM UNTIL WS-FIN-REGLAS = "S"
                   READ REGLA-CONF-FILE
                       AT END
                           MOVE "S" TO WS-FIN-REGLAS
                       NOT AT END
                           IF TIPO-1-REGLA NOT = SPACE AND
                              TIPO-1-REGLA NOT = "*" AND
                              WS-CANT-REGLAS < 20
                               ADD 1 TO WS-CANT-REGLAS
                               MOVE TIPO-1-REGLA
                                   TO WS-TIPO-1-REG(WS-CANT-REGLAS)
                               MOVE TIPO-2-REGLA
                                   TO WS-TIPO-2-REG(WS-CANT-REGLAS)
                               MOVE MOTIVO-REGLA
                                   TO WS-MOTIVO-REG(WS-CANT-REGLAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGLA-CONF-FILE
           END-IF.
           IF WS-CANT-REGLAS = 0
               PERFORM REGLAS-CONFLICTO-FABRICA
           END-IF.

      *    Sin CONFTRAN.TXT rigen las combinaciones de siempre; el
      *    orden de los dos tipos no importa.
       REGLAS-CONFLICTO-FABRICA.
           MOVE 7 TO WS-CANT-REGLAS.
           MOVE "M" TO WS-TIPO-1-REG(1).
           MOVE "D" TO WS-TIPO-2-REG(1).
           MOVE "MODIFICACION Y BAJA" TO WS-MOTIVO-REG(1).
           MOVE "E" TO WS-TIPO-1-REG(2).
           MOVE "D" TO WS-TIPO-2-REG(2).
           MOVE "CAMBIO DE ESTADO Y BAJA" TO WS-MOTIVO-REG(2).
           MOVE "E" TO WS-TIPO-1-REG(3).
           MOVE "E" TO WS-TIPO-2-REG(3).
           MOVE "DOS CAMBIOS DE ESTADO" TO WS-MOTIVO-REG(3).
           MOVE "M" TO WS-TIPO-1-REG(4).
           MOVE "M" TO WS-TIPO-2-REG(4).
           MOVE "DOS MODIFICACIONES" TO WS-MOTIVO-REG(4).
           MOVE "A" TO WS-TIPO-1-REG(5).
           MOVE "M" TO WS-TIPO-2-REG(5).
           MOVE "MODIFICACION SOBRE ALTA DEL LOTE"
               TO WS-MOTIVO-REG(5).
           MOVE "A" TO WS-TIPO-1-REG(6).
           MOVE "E" TO WS-TIPO-2-REG(6).
           MOVE "ESTADO SOBRE ALTA DEL LOTE" TO WS-MOTIVO-REG(6).
           MOVE "A" TO WS-TIPO-1-REG(7).
           MOVE "D" TO WS-TIPO-2-REG(7).
           MOVE "BAJA SOBRE ALTA DEL LOTE" TO WS-MOTIVO-REG(7).

      *    Carga hasta 5000 lineas del archivo. Las de fecha efectiva
      *    futura se retienen en PERSPEND.TXT como siempre y no
      *    entran a la tanda. Un archivo mas grande se procesa en
      *    varias tandas; los conflictos se detectan dentro de cada
      *    una y el reporte lo avisa.
       CARGA-TANDA.
           MOVE 0 TO WS-CANT-TANDA.
           PERFORM UNTIL WS-FIN-TRAN = "S" OR WS-CANT-TANDA = 5000
               READ TRANSACCION-FILE
                   AT END
                       MOVE "S" TO WS-FIN-TRAN
                   NOT AT END
                       ADD 1 TO WS-TRAN-LEIDAS
                       IF FECHA-EFECTIVA-TRAN IS NUMERIC AND
                          FECHA-EFECTIVA-TRAN > WS-HOY-LOTE
                           PERFORM RETIENE-TRANSACCION
                       ELSE
                           ADD 1 TO WS-CANT-TANDA
                           MOVE LINEA-TRANSACCION
                               TO WS-LINEA-TANDA(WS-CANT-TANDA)
                           MOVE 0 TO WS-GRUPO-TANDA(WS-CANT-TANDA)
                           MOVE 0 TO WS-CONJ-TANDA(WS-CANT-TANDA)
                           MOVE 0 TO WS-REGLA-TANDA(WS-CANT-TANDA)
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-TANDAS.
           IF WS-TANDAS = 2
               DISPLAY "LOTE DE MAS DE 5000 LINEAS: CONFLICTOS "
                   "DETECTADOS POR TANDA"
               MOVE SPACES TO LINEA-CONF
               STRING "AVISO: LOTE DE MAS DE 5000 LINEAS, NO SE "
                   DELIMITED BY SIZE
                   "CRUZAN CONFLICTOS ENTRE TANDAS" DELIMITED BY SIZE
                   INTO LINEA-CONF
               WRITE LINEA-CONF
               ADD 1 TO WS-LINEAS-CONF
           END-IF.

      *    Cada linea todavia sin grupo abre el grupo de su persona;
      *    luego se prueban todos los pares del grupo contra la
      *    tabla y, con la primera regla que coincide, el grupo
      *    entero pasa a ser un conjunto retenido.
       DETECTA-CONFLICTOS.
           MOVE 0 TO WS-GRUPO-ACTUAL.
           PERFORM VARYING WS-IX-TANDA FROM 1 BY 1
                   UNTIL WS-IX-TANDA > WS-CANT-TANDA
               IF WS-GRUPO-TANDA(WS-IX-TANDA) = 0 AND
                  WS-LINEA-TANDA(WS-IX-TANDA)(2:35) NOT = SPACES
                   ADD 1 TO WS-GRUPO-ACTUAL
                   MOVE WS-GRUPO-ACTUAL
                       TO WS-GRUPO-TANDA(WS-IX-TANDA)
                   PERFORM VARYING WS-JX-TANDA FROM WS-IX-TANDA BY 1
                           UNTIL WS-JX-TANDA > WS-CANT-TANDA
                       IF WS-GRUPO-TANDA(WS-JX-TANDA) = 0 AND
                          WS-LINEA-TANDA(WS-JX-TANDA)(2:35) =
                          WS-LINEA-TANDA(WS-IX-TANDA)(2:35)
                           MOVE WS-GRUPO-ACTUAL
                               TO WS-GRUPO-TANDA(WS-JX-TANDA)
                       END-IF
                   END-PERFORM
                   PERFORM EXAMINA-GRUPO
               END-IF
           END-PERFORM.

       EXAMINA-GRUPO.
           MOVE 0 TO WS-REGLA-HALLADA.
           PERFORM VARYING WS-JX-TANDA FROM WS-IX-TANDA BY 1
                   UNTIL WS-JX-TANDA > WS-CANT-TANDA
                      OR WS-REGLA-HALLADA > 0
               IF WS-GRUPO-TANDA(WS-JX-TANDA) = WS-GRUPO-ACTUAL
                   MOVE WS-LINEA-TANDA(WS-JX-TANDA)(1:1) TO WS-TIPO-A
                   COMPUTE WS-KX-TANDA = WS-JX-TANDA + 1
                   PERFORM UNTIL WS-KX-TANDA > WS-CANT-TANDA
                              OR WS-REGLA-HALLADA > 0
                       IF WS-GRUPO-TANDA(WS-KX-TANDA) =
                          WS-GRUPO-ACTUAL
                           MOVE WS-LINEA-TANDA(WS-KX-TANDA)(1:1)
                               TO WS-TIPO-B
                           PERFORM BUSCA-REGLA-CONFLICTO
                       END-IF
                       ADD 1 TO WS-KX-TANDA
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-REGLA-HALLADA > 0
               ADD 1 TO WS-CONJUNTOS-CONF
               PERFORM VARYING WS-JX-TANDA FROM WS-IX-TANDA BY 1
                       UNTIL WS-JX-TANDA > WS-CANT-TANDA
                   IF WS-GRUPO-TANDA(WS-JX-TANDA) = WS-GRUPO-ACTUAL
                       MOVE WS-CONJUNTOS-CONF
                           TO WS-CONJ-TANDA(WS-JX-TANDA)
                       MOVE WS-REGLA-HALLADA
                           TO WS-REGLA-TANDA(WS-JX-TANDA)
                   END-IF
               END-PERFORM
           END-IF.

       BUSCA-REGLA-CONFLICTO.
           PERFORM VARYING WS-RX-REGLA FROM 1 BY 1
                   UNTIL WS-RX-REGLA > WS-CANT-REGLAS
                      OR WS-REGLA-HALLADA > 0
               IF (WS-TIPO-A = WS-TIPO-1-REG(WS-RX-REGLA) AND
                   WS-TIPO-B = WS-TIPO-2-REG(WS-RX-REGLA)) OR
                  (WS-TIPO-A = WS-TIPO-2-REG(WS-RX-REGLA) AND
                   WS-TIPO-B = WS-TIPO-1-REG(WS-RX-REGLA))
                   MOVE WS-RX-REGLA TO WS-REGLA-HALLADA
               END-IF
           END-PERFORM.

      *    La tanda se aplica en el orden del archivo; las lineas de
      *    un conjunto retenido no se tocan y van a PERSRCH.TXT.
       APLICA-TANDA.
           PERFORM VARYING WS-IX-TANDA FROM 1 BY 1
                   UNTIL WS-IX-TANDA > WS-CANT-TANDA
               MOVE WS-LINEA-TANDA(WS-IX-TANDA) TO LINEA-TRANSACCION
               IF WS-CONJ-TANDA(WS-IX-TANDA) > 0
                   IF WS-CONJ-TANDA(WS-IX-TANDA) > WS-ULTIMO-CONJ
                       PERFORM LISTA-CONJUNTO-CONF
                   END-IF
                   PERFORM RETIENE-CONFLICTO
               ELSE
                   PERFORM APLICA-TRANSACCION
               END-IF
           END-PERFORM.

       RETIENE-CONFLICTO.
           ADD 1 TO WS-TRAN-CONFLICTO.
           MOVE WS-REGLA-TANDA(WS-IX-TANDA) TO WS-RX-REGLA.
           OPEN EXTEND RETENIDA-CONF-FILE.
           IF WS-RET-CONF-STATUS = "35"
               OPEN OUTPUT RETENIDA-CONF-FILE
           END-IF.
           MOVE SPACES TO LINEA-RET-CONF.
           MOVE WS-CONJ-TANDA(WS-IX-TANDA) TO CONJUNTO-RET.
           MOVE WS-TIPO-1-REG(WS-RX-REGLA) TO TIPOS-RET(1:1).
           MOVE WS-TIPO-2-REG(WS-RX-REGLA) TO TIPOS-RET(2:1).
           MOVE LINEA-TRANSACCION TO DATO-RET.
           WRITE LINEA-RET-CONF.
           CLOSE RETENIDA-CONF-FILE.
           MOVE SPACES TO LINEA-MANT.
           STRING "CONFLICTO " DELIMITED BY SIZE
               LINEA-TRANSACCION(1:45) DELIMITED BY SIZE
               INTO LINEA-MANT.
           WRITE LINEA-MANT.

      *    Al llegar a la primera linea de un conjunto se lista el
      *    conjunto completo con el motivo de la regla.
       LISTA-CONJUNTO-CONF.
           MOVE WS-CONJ-TANDA(WS-IX-TANDA) TO WS-ULTIMO-CONJ.
           MOVE WS-REGLA-TANDA(WS-IX-TANDA) TO WS-RX-REGLA.
           MOVE SPACES TO LINEA-CONF.
           STRING "CONJUNTO " DELIMITED BY SIZE
               WS-ULTIMO-CONJ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO-1-REG(WS-RX-REGLA) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-TIPO-2-REG(WS-RX-REGLA) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOTIVO-REG(WS-RX-REGLA) DELIMITED BY SIZE
               INTO LINEA-CONF.
           WRITE LINEA-CONF.
           ADD 1 TO WS-LINEAS-CONF.
           PERFORM VARYING WS-JX-TANDA FROM WS-IX-TANDA BY 1
                   UNTIL WS-JX-TANDA > WS-CANT-TANDA
               IF WS-CONJ-TANDA(WS-JX-TANDA) = WS-ULTIMO-CONJ
                   MOVE SPACES TO LINEA-CONF
                   STRING "    " DELIMITED BY SIZE
                       WS-LINEA-TANDA(WS-JX-TANDA) DELIMITED BY SIZE
                       INTO LINEA-CONF
                   WRITE LINEA-CONF
                   ADD 1 TO WS-LINEAS-CONF
               END-IF
           END-PERFORM.

       ENCABEZA-REPORTE-CONF.
           MOVE SPACES TO LINEA-CONF.
           STRING "CONFLICTOS DEL LOTE DE MANTENIMIENTO "
               DELIMITED BY SIZE
               WS-HOY-LOTE DELIMITED BY SIZE
               INTO LINEA-CONF.
           WRITE LINEA-CONF.
           MOVE "CONJUNTOS RETENIDOS ENTEROS EN PERSRCH.TXT PARA REPARA"
               TO LINEA-CONF.
           WRITE LINEA-CONF.
           MOVE SPACES TO LINEA-CONF.
           WRITE LINEA-CONF.
           MOVE 3 TO WS-LINEAS-CONF.

       CIERRA-REPORTE-CONF.
           MOVE SPACES TO LINEA-CONF.
           WRITE LINEA-CONF.
           MOVE SPACES TO LINEA-CONF.
           STRING "CONJUNTOS: " DELIMITED BY SIZE
               WS-CONJUNTOS-CONF DELIMITED BY SIZE
               " LINEAS RETENIDAS: " DELIMITED BY SIZE
               WS-TRAN-CONFLICTO DELIMITED BY SIZE
               INTO LINEA-CONF.
           WRITE LINEA-CONF.
           ADD 2 TO WS-LINEAS-CONF.
           CLOSE REPORTE-CONF.
           MOVE "DATCONF.TXT" TO WS-ARCHIVO-CAT.
           COMPUTE WS-PAGINAS-CAT = (WS-LINEAS-CONF + 59) / 60.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           IF WS-CONJUNTOS-CONF > 0
               MOVE SPACES TO WS-TEXTO-ALERTA
               STRING "LOTE DATOS: " DELIMITED BY SIZE
                   WS-CONJUNTOS-CONF DELIMITED BY SIZE
                   " CONJUNTOS EN CONFLICTO" DELIMITED BY SIZE
                   INTO WS-TEXTO-ALERTA
               CALL "REGISTRA-ALERTA" USING WS-PROGRAMA
                   WS-TEXTO-ALERTA
           END-IF.

      ******************************************************************
      * Transacciones con fecha efectiva futura: la linea se retiene
           ELSE
               ADD 1 TO WS-PEND-APLICADAS
               ADD 1 TO WS-TRAN-LEIDAS
      *        Lo retenido se journaliza con su propio operador de
      *        lote para que el movimiento de poblacion lo distinga
      *        de lo aplicado el mismo dia.
               MOVE "MANTPEND" TO WS-OPERADOR
               PERFORM APLICA-TRANSACCION
               MOVE "MANTLOTE" TO WS-OPERADOR
           END-IF.

       REESCRIBE-PENDIENTES.
                   MOVE SPACES TO IDENT-REC
                   MOVE "S" TO PREF-CORREO-REC
                   MOVE SPACES TO CATEG-REC
                   MOVE SPACES TO IDIOMA-REC
                   WRITE PERSONA-REC
                       INVALID KEY
                           MOVE "D" TO WS-RESULTADO-TRAN
               DELETE PERSONAS-FILE
               PERFORM BORRA-CONTACTOS-PERSONA
               PERFORM BORRA-HOGAR-PERSONA
               PERFORM BORRA-RELACIONES-PERSONA
               PERFORM BORRA-NOTAS-PERSONA
               PERFORM BORRA-DOCUMENTOS-PERSONA
               PERFORM BORRA-SEGUIMIENTOS-PERSONA
               MOVE "B" TO WS-ACCION
               PERFORM REGISTRA-EN-JOURNAL
               MOVE "D" TO WS-MODO-AJUSTE
