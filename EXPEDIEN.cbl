      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Expediente de acceso del interesado: todo lo que el
      *          sistema guarda de una persona, en un solo listado
      *          EXPEDIEN.TXT. Se pide por numero de persona (un
      *          numero retirado por fusion lleva al superviviente) o
      *          por identidad nacional. Cubre el registro maestro,
      *          los contactos vigentes y cerrados, el hogar, los
      *          cambios de PERSJRNL.TXT, el historico archivado
      *          (PERSHIST.DAT / CONTHIST.DAT), las lecturas de
      *          PERSACC.TXT, las cartas de CARTAENV.TXT, los envios
      *          de campanas con sus respuestas (CAMPENV.DAT), las
      *          notas vivas y archivadas (NOTAS.DAT / NOTAHIST.DAT),
      *          los documentos registrados (DOCUMEN.DAT), los
      *          seguimientos agendados (SEGUIM.DAT)
      *          y los numeros retirados en ella segun NUMXREF.TXT;
      *          todo lo que cuelga de un numero retirado entra
      *          tambien.
      *          Emitir un expediente queda en AUDITLOG.TXT y en la
      *          bitacora de lecturas con el operador que lo pidio.
      *          Una persona de categoria que el operador no puede
      *          ver no se expide.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPEDIENTE-PERSONA.
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
           SELECT HOGARES-FILE ASSIGN TO "HOGARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA-HOG
               FILE STATUS IS WS-HOGARES-STATUS.
           SELECT HIST-FILE ASSIGN TO "PERSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-HIS
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CONTHIST-FILE ASSIGN TO "CONTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO-HC
               FILE STATUS IS WS-CONTHIST-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PERSJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ACCESO-FILE ASSIGN TO "PERSACC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESO-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "CARTAENV.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIOS-STATUS.
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
           SELECT NOTAHIST-FILE ASSIGN TO "NOTAHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-NOTA-NH
               FILE STATUS IS WS-NOTAHIST-STATUS.
           SELECT XREF-FILE ASSIGN TO "NUMXREF.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       FD  HOGARES-FILE.
       01  HOGAR-REC.
           05 NUMERO-PERSONA-HOG PIC 9(6).
           05 NUMERO-HOGAR-HOG PIC 9(4).
           05 CABEZA-HOG PIC X.

       FD  HIST-FILE.
       01  PERSONA-HIST.
           05 NUMERO-HIS PIC 9(6).
           05 APELLIDOS-HIS PIC X(20).
           05 NOMBRE-HIS PIC X(15).
           05 FECHA-NAC-HIS PIC 9(8).
           05 EDAD-HIS PIC 99.
           05 ESTADO-HIS PIC X.
           05 FECHA-ESTADO-HIS PIC 9(8).
           05 IDENT-HIS PIC X(10).
           05 PREF-CORREO-HIS PIC X.
           05 CATEG-HIS PIC X(5).
           05 IDIOMA-HIS PIC XX.

       FD  CONTHIST-FILE.
       01  CONTACTO-HIST.
           05 CLAVE-CONTACTO-HC.
               10 NUMERO-HC PIC 9(6).
               10 SECUENCIA-HC PIC 99.
           05 TIPO-HC PIC X.
           05 VALOR-HC PIC X(40).
           05 FECHA-EFECTIVA-HC PIC 9(8).
           05 FECHA-FIN-HC PIC 9(8).

       FD  JOURNAL-FILE.
       01  LINEA-JOURNAL.
           05 FECHA-JRN PIC X(8).
           05 FILLER PIC X.
           05 HORA-JRN PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-JRN PIC X(10).
           05 FILLER PIC X.
           05 ACCION-JRN PIC X.
           05 FILLER PIC X.
           05 ANTES-JRN PIC X(80).
           05 FILLER PIC X.
           05 DESPUES-JRN PIC X(80).
           05 FILLER PIC X.
           05 SELLO-JRN PIC 9(9).

       FD  ACCESO-FILE.
       01  LINEA-ACCESO.
           05 FECHA-ACC PIC X(8).
           05 FILLER PIC X.
           05 HORA-ACC PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-ACC PIC X(10).
           05 FILLER PIC X.
           05 NUMERO-ACC PIC 9(6).
           05 FILLER PIC X.
           05 MODO-ACC PIC X(10).

       FD  ENVIOS-FILE.
       01  LINEA-ENVIO.
           05 FECHA-ENV PIC X(8).
           05 FILLER PIC X.
           05 HORA-ENV PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-ENV PIC X(10).
           05 FILLER PIC X.
           05 NUMERO-ENV PIC 9(6).
           05 FILLER PIC X.
           05 TIPO-ENV PIC X.

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

       FD  NOTAHIST-FILE.
       01  NOTA-HIST.
           05 CLAVE-NOTA-NH.
               10 NUMERO-PERSONA-NH PIC 9(6).
               10 SECUENCIA-NH PIC 9(4).
           05 RESTO-NH PIC X(84).

       FD  XREF-FILE.
       01  LINEA-XREF.
           05 RETIRADO-XRF PIC 9(6).
           05 FILLER PIC X.
           05 SUPERVIVIENTE-XRF PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-XRF PIC 9(8).

       FD  AUDIT-LOG.
       01  LINEA-AUDIT PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-HOGARES-STATUS PIC XX.
       01 WS-HIST-STATUS PIC XX.
       01 WS-CONTHIST-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-ACCESO-STATUS PIC XX.
       01 WS-ENVIOS-STATUS PIC XX.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-NOTAHIST-STATUS PIC XX.
       01 WS-DOCUMENTO-STATUS PIC XX.
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "EXPEDIENTE-PERSONA".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-FUNCION-FOR PIC X VALUE "B".
       01 WS-FORMACION PIC X.
       01 WS-MODO PIC X.
       01 WS-NUMERO-ENTRADA PIC X(6).
       01 WS-ES-NUMERICO PIC X.
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-IDENT-BUSCA PIC X(10).
       01 WS-NUMERO PIC 9(6) VALUE 0.
       01 WS-ENCONTRADA PIC X VALUE "N".
       01 WS-EN-MAESTRO PIC X VALUE "N".
       01 WS-EN-HISTORICO PIC X VALUE "N".
       01 WS-CATEGORIA PIC X(5).
       01 WS-VISIBLE PIC X.
       01 WS-FIN PIC X.
       01 WS-MODO-ACCESO PIC X(10).
       01 WS-ACCION-AUDIT PIC X(12) VALUE "EXPEDIENTE".
       01 WS-SOBRE-AUDIT PIC X(10).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).

      *    Numeros que forman el expediente: el superviviente y todo
      *    numero retirado en el, directa o encadenadamente.
       01 WS-TABLA-NUMEROS.
           05 WS-NUM-EXP PIC 9(6) OCCURS 20 TIMES.
       01 WS-TOTAL-NUMEROS PIC 99 VALUE 0.
       01 WS-N PIC 99.
       01 WS-NUMERO-PRUEBA PIC 9(6).
       01 WS-PERTENECE PIC X.
       01 WS-AGREGADOS PIC 99.
       01 WS-NUMEROS-FUERA PIC 99 VALUE 0.

       01 WS-CUENTA PIC 9(5).
       01 WS-CUENTA-ED PIC ZZZZ9.
       01 WS-SECCION PIC X(60).
       01 WS-ORIGEN-NOTA PIC X(4).

       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "EXPEDIEN.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "EXPEDIEN".
       01 WS-TITULO-SRV PIC X(40).
       01 LINEA-REPORTE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               GOBACK
           END-IF.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           OPEN INPUT PERSONAS-FILE.
           OPEN INPUT HIST-FILE.
           DISPLAY "EXPEDIENTE DEL INTERESADO".
           DISPLAY "1. POR NUMERO DE PERSONA".
           DISPLAY "2. POR IDENTIDAD NACIONAL".
           ACCEPT WS-MODO.
           EVALUATE WS-MODO
               WHEN "1"
                   PERFORM PIDE-NUMERO
               WHEN "2"
                   PERFORM PIDE-IDENTIDAD
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           IF WS-ENCONTRADA = "S"
               PERFORM LEE-MAESTRO
           END-IF.
           IF WS-ENCONTRADA = "S"
               CALL "VERIFICA-CATEGORIA" USING WS-OPERADOR
                   WS-CATEGORIA WS-VISIBLE
               IF WS-VISIBLE NOT = "S"
                   MOVE "DENEGADO" TO WS-MODO-ACCESO
                   CALL "REGISTRA-ACCESO" USING WS-OPERADOR
                       WS-NUMERO WS-MODO-ACCESO
                   DISPLAY "PERSONA NO ENCONTRADA"
                   MOVE "N" TO WS-ENCONTRADA
               END-IF
           END-IF.
           IF WS-ENCONTRADA = "S"
               PERFORM ARMA-NUMEROS
               PERFORM IMPRIME-EXPEDIENTE
               PERFORM REGISTRA-EXPEDIENTE
               DISPLAY "EXPEDIENTE DE LA PERSONA " WS-NUMERO
                   " EN EXPEDIEN.TXT"
           END-IF.
           IF WS-PERSONAS-STATUS = "00"
               CLOSE PERSONAS-FILE
           END-IF.
           IF WS-HIST-STATUS = "00"
               CLOSE HIST-FILE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       PIDE-NUMERO.
           DISPLAY "NUMERO DE PERSONA".
           ACCEPT WS-NUMERO-ENTRADA.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENTRADA
               WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S"
               DISPLAY "VALOR NO NUMERICO"
           ELSE
               MOVE WS-NUMERO-ENTRADA TO WS-NUMERO-BUSCA
               CALL "RESUELVE-NUMERO" USING WS-NUMERO-BUSCA
                   WS-NUMERO-RESUELTO WS-ERA-RETIRADO
               IF WS-ERA-RETIRADO = "S"
                   DISPLAY "EL NUMERO " WS-NUMERO-BUSCA
                       " FUE RETIRADO POR FUSION - SE USA "
                       WS-NUMERO-RESUELTO
                   MOVE WS-NUMERO-RESUELTO TO WS-NUMERO-BUSCA
               END-IF
               MOVE WS-NUMERO-BUSCA TO WS-NUMERO
               MOVE "S" TO WS-ENCONTRADA
           END-IF.

      *    La identidad nacional no es clave: se recorre el maestro
      *    vivo y, si no esta, el historico.
       PIDE-IDENTIDAD.
           DISPLAY "IDENTIDAD NACIONAL".
           MOVE SPACES TO WS-IDENT-BUSCA.
           ACCEPT WS-IDENT-BUSCA.
           IF WS-IDENT-BUSCA = SPACES
               DISPLAY "IDENTIDAD EN BLANCO"
           ELSE
               IF WS-PERSONAS-STATUS = "00"
                   PERFORM BUSCA-IDENT-MAESTRO
               END-IF
               IF WS-ENCONTRADA NOT = "S"
                   AND WS-HIST-STATUS = "00"
                   PERFORM BUSCA-IDENT-HISTORICO
               END-IF
               IF WS-ENCONTRADA NOT = "S"
                   DISPLAY "NINGUNA PERSONA CON ESA IDENTIDAD"
               END-IF
           END-IF.

       BUSCA-IDENT-MAESTRO.
           MOVE 0 TO NUMERO-PERSONA.
           MOVE "N" TO WS-FIN.
           START PERSONAS-FILE KEY IS >= NUMERO-PERSONA
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ PERSONAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF IDENT-REC = WS-IDENT-BUSCA
                           MOVE NUMERO-PERSONA TO WS-NUMERO
                           MOVE "S" TO WS-ENCONTRADA
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       BUSCA-IDENT-HISTORICO.
           MOVE 0 TO NUMERO-HIS.
           MOVE "N" TO WS-FIN.
           START HIST-FILE KEY IS >= NUMERO-HIS
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ HIST-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF IDENT-HIS = WS-IDENT-BUSCA
                           MOVE NUMERO-HIS TO WS-NUMERO
                           MOVE "S" TO WS-ENCONTRADA
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

      *    La persona tiene que estar en el maestro vivo o en el
      *    historico; la categoria para el control de acceso sale del
      *    registro que se encuentre.
       LEE-MAESTRO.
           MOVE "N" TO WS-ENCONTRADA.
           IF WS-PERSONAS-STATUS = "00"
               MOVE WS-NUMERO TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EN-MAESTRO
                       MOVE "S" TO WS-ENCONTRADA
                       MOVE CATEG-REC TO WS-CATEGORIA
               END-READ
           END-IF.
           IF WS-HIST-STATUS = "00"
               MOVE WS-NUMERO TO NUMERO-HIS
               READ HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EN-HISTORICO
                       IF WS-ENCONTRADA NOT = "S"
                           MOVE "S" TO WS-ENCONTRADA
                           MOVE CATEG-HIS TO WS-CATEGORIA
                       END-IF
               END-READ
           END-IF.
           IF WS-ENCONTRADA NOT = "S"
               DISPLAY "LA PERSONA " WS-NUMERO
                   " NO ESTA EN EL MAESTRO NI EN EL HISTORICO"
           END-IF.

      ******************************************************************
      * Se recorre NUMXREF.TXT hasta que una pasada no agrega nada:
      * asi entra tambien un numero retirado en otro que a su vez fue
      * retirado despues en el superviviente.
      ******************************************************************
       ARMA-NUMEROS.
           MOVE 1 TO WS-TOTAL-NUMEROS.
           MOVE WS-NUMERO TO WS-NUM-EXP(1).
           MOVE 1 TO WS-AGREGADOS.
           PERFORM UNTIL WS-AGREGADOS = 0
               MOVE 0 TO WS-AGREGADOS
               OPEN INPUT XREF-FILE
               IF WS-XREF-STATUS = "00"
                   MOVE "N" TO WS-FIN
                   PERFORM UNTIL WS-FIN = "S"
                       READ XREF-FILE
                           AT END
                               MOVE "S" TO WS-FIN
                           NOT AT END
                               PERFORM AGREGA-RETIRADO
                       END-READ
                   END-PERFORM
                   CLOSE XREF-FILE
               END-IF
           END-PERFORM.

       AGREGA-RETIRADO.
           MOVE SUPERVIVIENTE-XRF TO WS-NUMERO-PRUEBA.
           PERFORM BUSCA-EN-NUMEROS.
           IF WS-PERTENECE = "S"
               MOVE RETIRADO-XRF TO WS-NUMERO-PRUEBA
               PERFORM BUSCA-EN-NUMEROS
               IF WS-PERTENECE NOT = "S"
                   IF WS-TOTAL-NUMEROS < 20
                       ADD 1 TO WS-TOTAL-NUMEROS
                       MOVE RETIRADO-XRF
                           TO WS-NUM-EXP(WS-TOTAL-NUMEROS)
                       ADD 1 TO WS-AGREGADOS
                   ELSE
                       IF WS-NUMEROS-FUERA < 99
                           ADD 1 TO WS-NUMEROS-FUERA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCA-EN-NUMEROS.
           MOVE "N" TO WS-PERTENECE.
           PERFORM VARYING WS-N FROM 1 BY 1
               UNTIL WS-N > WS-TOTAL-NUMEROS
               IF WS-NUM-EXP(WS-N) = WS-NUMERO-PRUEBA
                   MOVE "S" TO WS-PERTENECE
               END-IF
           END-PERFORM.

      ******************************************************************
      * El expediente, seccion por seccion, cada una cerrada con su
      * cuenta de lineas para que el interesado vea que nada falta.
      ******************************************************************
       IMPRIME-EXPEDIENTE.
           MOVE SPACES TO WS-TITULO-SRV.
           STRING "EXPEDIENTE DE LA PERSONA " DELIMITED BY SIZE
               WS-NUMERO DELIMITED BY SIZE
               INTO WS-TITULO-SRV.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EMITIDO A PETICION DE " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           PERFORM IMPRIME-NUMEROS.
           PERFORM IMPRIME-MAESTRO.
           PERFORM IMPRIME-CONTACTOS.
           PERFORM IMPRIME-HOGAR.
           PERFORM IMPRIME-CAMBIOS.
           PERFORM IMPRIME-HISTORICO.
           PERFORM IMPRIME-LECTURAS.
           PERFORM IMPRIME-CARTAS.
           PERFORM IMPRIME-CAMPANAS.
           PERFORM IMPRIME-NOTAS.
           PERFORM IMPRIME-DOCUMENTOS.
           PERFORM IMPRIME-SEGUIMIENTOS.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       ABRE-SECCION.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE WS-SECCION TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE ALL "-" TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE 0 TO WS-CUENTA.

       CIERRA-SECCION.
           MOVE WS-CUENTA TO WS-CUENTA-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LINEAS EN ESTA SECCION: " DELIMITED BY SIZE
               WS-CUENTA-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-NUMEROS.
           MOVE "NUMEROS RETIRADOS POR FUSION EN ESTA PERSONA"
               TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-STATUS = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ XREF-FILE
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE SUPERVIVIENTE-XRF TO WS-NUMERO-PRUEBA
                           PERFORM BUSCA-EN-NUMEROS
                           IF WS-PERTENECE = "S"
                               ADD 1 TO WS-CUENTA
                               MOVE SPACES TO LINEA-REPORTE
                               STRING "RETIRADO " DELIMITED BY SIZE
                                   RETIRADO-XRF DELIMITED BY SIZE
                                   " EN " DELIMITED BY SIZE
                                   SUPERVIVIENTE-XRF DELIMITED BY SIZE
                                   " EL " DELIMITED BY SIZE
                                   FECHA-XRF DELIMITED BY SIZE
                                   INTO LINEA-REPORTE
                               PERFORM ESCRIBE-LINEA-SRV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.
           IF WS-NUMEROS-FUERA > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "NUMEROS RETIRADOS FUERA DE TABLA, NO "
                   DELIMITED BY SIZE
                   "INCLUIDOS: " DELIMITED BY SIZE
                   WS-NUMEROS-FUERA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.
           PERFORM CIERRA-SECCION.

       IMPRIME-MAESTRO.
           MOVE "REGISTRO MAESTRO (PERSONAS.DAT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           IF WS-EN-MAESTRO = "S"
               MOVE WS-NUMERO TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM IMPRIME-PERSONA-REC
               END-READ
           ELSE
               MOVE "NO ESTA EN EL MAESTRO VIVO" TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.
           PERFORM CIERRA-SECCION.

       IMPRIME-PERSONA-REC.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NUMERO " DELIMITED BY SIZE
               NUMERO-PERSONA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               APELLIDOS-REC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMBRE-REC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NACIMIENTO " DELIMITED BY SIZE
               FECHA-NAC-REC DELIMITED BY SIZE
               " EDAD " DELIMITED BY SIZE
               EDAD-REC DELIMITED BY SIZE
               " ESTADO " DELIMITED BY SIZE
               ESTADO-REC DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               FECHA-ESTADO-REC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "IDENTIDAD " DELIMITED BY SIZE
               IDENT-REC DELIMITED BY SIZE
               " CORREO " DELIMITED BY SIZE
               PREF-CORREO-REC DELIMITED BY SIZE
               " CATEGORIA " DELIMITED BY SIZE
               CATEG-REC DELIMITED BY SIZE
               " IDIOMA " DELIMITED BY SIZE
               IDIOMA-REC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

      *    Contactos vivos de cada numero del expediente: los
      *    vigentes y los que ya tienen fecha de fin.
       IMPRIME-CONTACTOS.
           MOVE "CONTACTOS (CONTACTO.DAT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT CONTACTO-FILE.
           IF WS-CONTACTO-STATUS = "00"
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-CONTACTOS
               END-PERFORM
               CLOSE CONTACTO-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       LISTA-CONTACTOS.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-CON.
           MOVE 0 TO SECUENCIA-CON.
           MOVE "N" TO WS-FIN.
           START CONTACTO-FILE KEY IS >= CLAVE-CONTACTO
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ CONTACTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-PERSONA-CON = WS-NUM-EXP(WS-N)
                           PERFORM IMPRIME-CONTACTO
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIME-CONTACTO.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING NUMERO-PERSONA-CON DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               SECUENCIA-CON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIPO-CON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VALOR-CON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FECHA-EFECTIVA-CON DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           IF FECHA-FIN-CON = 0
               MOVE "VIGENTE" TO LINEA-REPORTE(70:7)
           ELSE
               MOVE "HASTA" TO LINEA-REPORTE(63:5)
               MOVE FECHA-FIN-CON TO LINEA-REPORTE(69:8)
           END-IF.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-HOGAR.
           MOVE "HOGAR (HOGARES.DAT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT HOGARES-FILE.
           IF WS-HOGARES-STATUS = "00"
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-HOG
                   READ HOGARES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO LINEA-REPORTE
                           STRING "PERSONA " DELIMITED BY SIZE
                               NUMERO-PERSONA-HOG DELIMITED BY SIZE
                               " HOGAR " DELIMITED BY SIZE
                               NUMERO-HOGAR-HOG DELIMITED BY SIZE
                               " CABEZA DEL HOGAR " DELIMITED BY SIZE
                               CABEZA-HOG DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                           PERFORM ESCRIBE-LINEA-SRV
                   END-READ
               END-PERFORM
               CLOSE HOGARES-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

      *    Cada cambio del journal que toca un numero del expediente,
      *    con la imagen anterior y la posterior del registro.
       IMPRIME-CAMBIOS.
           MOVE "CAMBIOS (PERSJRNL.TXT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           PERFORM EXAMINA-CAMBIO
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       EXAMINA-CAMBIO.
           MOVE "N" TO WS-PERTENECE.
           IF ANTES-JRN(1:6) IS NUMERIC
               MOVE ANTES-JRN(1:6) TO WS-NUMERO-PRUEBA
               PERFORM BUSCA-EN-NUMEROS
           END-IF.
           IF WS-PERTENECE NOT = "S"
               AND DESPUES-JRN(1:6) IS NUMERIC
               MOVE DESPUES-JRN(1:6) TO WS-NUMERO-PRUEBA
               PERFORM BUSCA-EN-NUMEROS
           END-IF.
           IF WS-PERTENECE = "S"
               ADD 1 TO WS-CUENTA
               MOVE SPACES TO LINEA-REPORTE
               STRING FECHA-JRN DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HORA-JRN DELIMITED BY SIZE
                   " ACCION " DELIMITED BY SIZE
                   ACCION-JRN DELIMITED BY SIZE
                   " POR " DELIMITED BY SIZE
                   OPERADOR-JRN DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
               IF ANTES-JRN NOT = SPACES
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "ANT " DELIMITED BY SIZE
                       ANTES-JRN(1:76) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ESCRIBE-LINEA-SRV
               END-IF
               IF DESPUES-JRN NOT = SPACES
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "DES " DELIMITED BY SIZE
                       DESPUES-JRN(1:76) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ESCRIBE-LINEA-SRV
               END-IF
           END-IF.

       IMPRIME-HISTORICO.
           MOVE "HISTORICO ARCHIVADO (PERSHIST.DAT / CONTHIST.DAT)"
               TO WS-SECCION.
           PERFORM ABRE-SECCION.
           IF WS-HIST-STATUS = "00"
               OPEN INPUT CONTHIST-FILE
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-HISTORICO
               END-PERFORM
               IF WS-CONTHIST-STATUS = "00"
                   CLOSE CONTHIST-FILE
               END-IF
           END-IF.
           PERFORM CIERRA-SECCION.

       LISTA-HISTORICO.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-HIS.
           READ HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CUENTA
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "NUMERO " DELIMITED BY SIZE
                       NUMERO-HIS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       APELLIDOS-HIS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMBRE-HIS DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ESCRIBE-LINEA-SRV
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "NACIMIENTO " DELIMITED BY SIZE
                       FECHA-NAC-HIS DELIMITED BY SIZE
                       " EDAD " DELIMITED BY SIZE
                       EDAD-HIS DELIMITED BY SIZE
                       " ESTADO " DELIMITED BY SIZE
                       ESTADO-HIS DELIMITED BY SIZE
                       " DESDE " DELIMITED BY SIZE
                       FECHA-ESTADO-HIS DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ESCRIBE-LINEA-SRV
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "IDENTIDAD " DELIMITED BY SIZE
                       IDENT-HIS DELIMITED BY SIZE
                       " CORREO " DELIMITED BY SIZE
                       PREF-CORREO-HIS DELIMITED BY SIZE
                       " CATEGORIA " DELIMITED BY SIZE
                       CATEG-HIS DELIMITED BY SIZE
                       " IDIOMA " DELIMITED BY SIZE
                       IDIOMA-HIS DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ESCRIBE-LINEA-SRV
           END-READ.
           IF WS-CONTHIST-STATUS = "00"
               PERFORM LISTA-CONTACTOS-HIST
           END-IF.

       LISTA-CONTACTOS-HIST.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-HC.
           MOVE 0 TO SECUENCIA-HC.
           MOVE "N" TO WS-FIN.
           START CONTHIST-FILE KEY IS >= CLAVE-CONTACTO-HC
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ CONTHIST-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-HC = WS-NUM-EXP(WS-N)
                           ADD 1 TO WS-CUENTA
                           MOVE SPACES TO LINEA-REPORTE
                           STRING NUMERO-HC DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               SECUENCIA-HC DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               TIPO-HC DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VALOR-HC DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FECHA-EFECTIVA-HC DELIMITED BY SIZE
                               INTO LINEA-REPORTE
                           IF FECHA-FIN-HC NOT = 0
                               MOVE "HASTA" TO LINEA-REPORTE(63:5)
                               MOVE FECHA-FIN-HC
                                   TO LINEA-REPORTE(69:8)
                           END-IF
                           PERFORM ESCRIBE-LINEA-SRV
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIME-LECTURAS.
           MOVE "LECTURAS DEL REGISTRO (PERSACC.TXT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT ACCESO-FILE.
           IF WS-ACCESO-STATUS = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ACCESO-FILE
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE NUMERO-ACC TO WS-NUMERO-PRUEBA
                           PERFORM BUSCA-EN-NUMEROS
                           IF WS-PERTENECE = "S"
                               ADD 1 TO WS-CUENTA
                               MOVE LINEA-ACCESO TO LINEA-REPORTE
                               PERFORM ESCRIBE-LINEA-SRV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESO-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       IMPRIME-CARTAS.
           MOVE "CARTAS Y ETIQUETAS ENVIADAS (CARTAENV.TXT)"
               TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT ENVIOS-FILE.
           IF WS-ENVIOS-STATUS = "00"
               MOVE "N" TO WS-FIN
               PERFORM UNTIL WS-FIN = "S"
                   READ ENVIOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN
                       NOT AT END
                           MOVE NUMERO-ENV TO WS-NUMERO-PRUEBA
                           PERFORM BUSCA-EN-NUMEROS
                           IF WS-PERTENECE = "S"
                               PERFORM IMPRIME-ENVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENVIOS-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       IMPRIME-ENVIO.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING FECHA-ENV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-ENV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-ENV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-ENV DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           EVALUATE TIPO-ENV
               WHEN "C"
                   MOVE "CARTA" TO LINEA-REPORTE(35:20)
               WHEN "E"
                   MOVE "ETIQUETA" TO LINEA-REPORTE(35:20)
               WHEN "L"
                   MOVE "ETIQUETA POR COD.POSTAL"
                       TO LINEA-REPORTE(35:23)
               WHEN OTHER
                   MOVE TIPO-ENV TO LINEA-REPORTE(35:1)
           END-EVALUATE.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-CAMPANAS.
           MOVE "ENVIOS DE CAMPANAS Y RESPUESTAS (CAMPENV.DAT)"
               TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT CAMPENV-FILE.
           IF WS-CAMPENV-STATUS = "00"
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-CAMPANAS
               END-PERFORM
               CLOSE CAMPENV-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       LISTA-CAMPANAS.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-CE.
           MOVE 0 TO FECHA-ENVIO-CE.
           MOVE LOW-VALUES TO CODIGO-CAMP-CE.
           MOVE "N" TO WS-FIN.
           START CAMPENV-FILE KEY IS >= CLAVE-CE
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ CAMPENV-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-PERSONA-CE = WS-NUM-EXP(WS-N)
                           PERFORM IMPRIME-CAMPANA
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIME-CAMPANA.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING FECHA-ENVIO-CE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-PERSONA-CE DELIMITED BY SIZE
               " CAMPANA " DELIMITED BY SIZE
               CODIGO-CAMP-CE DELIMITED BY SIZE
               " PIEZA " DELIMITED BY SIZE
               TIPO-CE DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               OPERADOR-CE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           IF RESPUESTA-CE NOT = SPACE
               MOVE "RESPUESTA" TO LINEA-REPORTE(60:9)
               MOVE RESPUESTA-CE TO LINEA-REPORTE(70:1)
               MOVE FECHA-RESP-CE TO LINEA-REPORTE(72:8)
           END-IF.
           PERFORM ESCRIBE-LINEA-SRV.

      *    Las notas archivadas tienen el mismo formato que las vivas;
      *    se pasan al area de NOTA-REC para imprimirlas igual.
       IMPRIME-NOTAS.
           MOVE "NOTAS DE LA PERSONA (NOTAS.DAT / NOTAHIST.DAT)"
               TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT NOTAS-FILE.
           IF WS-NOTAS-STATUS = "00"
               MOVE "VIVA" TO WS-ORIGEN-NOTA
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-NOTAS
               END-PERFORM
               CLOSE NOTAS-FILE
           END-IF.
           OPEN INPUT NOTAHIST-FILE.
           IF WS-NOTAHIST-STATUS = "00"
               MOVE "HIST" TO WS-ORIGEN-NOTA
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-NOTAS-HIST
               END-PERFORM
               CLOSE NOTAHIST-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       LISTA-NOTAS.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-NOT.
           MOVE 0 TO SECUENCIA-NOT.
           MOVE "N" TO WS-FIN.
           START NOTAS-FILE KEY IS >= CLAVE-NOTA
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ NOTAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-PERSONA-NOT = WS-NUM-EXP(WS-N)
                           PERFORM IMPRIME-NOTA
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       LISTA-NOTAS-HIST.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-NH.
           MOVE 0 TO SECUENCIA-NH.
           MOVE "N" TO WS-FIN.
           START NOTAHIST-FILE KEY IS >= CLAVE-NOTA-NH
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ NOTAHIST-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-PERSONA-NH = WS-NUM-EXP(WS-N)
                           MOVE NOTA-HIST TO NOTA-REC
                           PERFORM IMPRIME-NOTA
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIME-NOTA.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING FECHA-NOT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-NOT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-PERSONA-NOT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORIGEN-NOTA DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               OPERADOR-NOT DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE TEXTO-NOT TO LINEA-REPORTE(5:60).
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-DOCUMENTOS.
           MOVE "DOCUMENTOS REGISTRADOS (DOCUMEN.DAT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT DOCUMENTO-FILE.
           IF WS-DOCUMENTO-STATUS = "00"
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-DOCUMENTOS
               END-PERFORM
               CLOSE DOCUMENTO-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       LISTA-DOCUMENTOS.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-DOC.
           MOVE 0 TO SECUENCIA-DOC.
           MOVE "N" TO WS-FIN.
           START DOCUMENTO-FILE KEY IS >= CLAVE-DOC
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ DOCUMENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-PERSONA-DOC = WS-NUM-EXP(WS-N)
                           PERFORM IMPRIME-DOCUMENTO
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIME-DOCUMENTO.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING NUMERO-PERSONA-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECUENCIA-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIPO-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REFERENCIA-DOC DELIMITED BY SIZE
               " REC " DELIMITED BY SIZE
               FECHA-RECIBIDO-DOC DELIMITED BY SIZE
               " VEN " DELIMITED BY SIZE
               FECHA-VENCE-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTADO-DOC DELIMITED BY SIZE
               OBLIGATORIO-DOC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-DOC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-SEGUIMIENTOS.
           MOVE "SEGUIMIENTOS AGENDADOS (SEGUIM.DAT)" TO WS-SECCION.
           PERFORM ABRE-SECCION.
           OPEN INPUT SEGUIMIENTO-FILE.
           IF WS-SEGUIMIENTO-STATUS = "00"
               PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-TOTAL-NUMEROS
                   PERFORM LISTA-SEGUIMIENTOS
               END-PERFORM
               CLOSE SEGUIMIENTO-FILE
           END-IF.
           PERFORM CIERRA-SECCION.

       LISTA-SEGUIMIENTOS.
           MOVE WS-NUM-EXP(WS-N) TO NUMERO-PERSONA-SEG.
           MOVE 0 TO SECUENCIA-SEG.
           MOVE "N" TO WS-FIN.
           START SEGUIMIENTO-FILE KEY IS >= CLAVE-SEG
               INVALID KEY MOVE "S" TO WS-FIN
           END-START.
           PERFORM UNTIL WS-FIN = "S"
               READ SEGUIMIENTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN
                   NOT AT END
                       IF NUMERO-PERSONA-SEG = WS-NUM-EXP(WS-N)
                           PERFORM IMPRIME-SEGUIMIENTO
                       ELSE
                           MOVE "S" TO WS-FIN
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIME-SEGUIMIENTO.
           ADD 1 TO WS-CUENTA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING NUMERO-PERSONA-SEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECUENCIA-SEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTADO-SEG DELIMITED BY SIZE
               " VENCE " DELIMITED BY SIZE
               FECHA-VENCE-SEG DELIMITED BY SIZE
               " PARA " DELIMITED BY SIZE
               ASIGNADO-SEG DELIMITED BY SIZE
               " CIERRE " DELIMITED BY SIZE
               FECHA-CIERRE-SEG DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE MOTIVO-SEG TO LINEA-REPORTE(5:40).
           PERFORM ESCRIBE-LINEA-SRV.

      *    Emitir el expediente es en si mismo una lectura de la
      *    persona: queda en la bitacora de lecturas y en AUDITLOG.
       REGISTRA-EXPEDIENTE.
           MOVE "EXPEDIEN.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           MOVE "EXPEDIENTE" TO WS-MODO-ACCESO.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR WS-NUMERO
               WS-MODO-ACCESO.
           MOVE WS-NUMERO TO WS-SOBRE-AUDIT.
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
               WS-SOBRE-AUDIT DELIMITED BY SIZE
               " POR=" DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-AUDIT.
           WRITE LINEA-AUDIT.
           CLOSE AUDIT-LOG.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       END PROGRAM EXPEDIENTE-PERSONA.
