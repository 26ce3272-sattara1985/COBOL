      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Visor de solo lectura de los archivos de la suite,
      *          guiado por el layout de VISLAY.TXT (una linea por
      *          campo: archivo, nombre del campo, posicion,
      *          longitud, tipo A texto / N numero / F fecha
      *          AAAAMMDD / H hora HHMMSS / I importe con 2
      *          decimales implicitos, y S si el campo es parte de
      *          la clave). Muestra el archivo registro a registro
      *          con los campos rotulados y formateados, busca un
      *          valor en un campo, salta a un numero de registro o
      *          a una clave, y al terminar puede mandar a imprimir
      *          el extracto VISEXT.TXT con los registros mostrados.
      *          Los maestros indexados de la suite (PERSONAS,
      *          WORKQ, CONTACTO, CODIGOS, HOGARES, RELACION, NOTAS,
      *          DOCUMEN, SEGUIM, CAMPANA y CAMPENV .DAT) se leen
      *          por su clave; otro .DAT se rechaza como indexado no
      *          soportado y todo lo demas se lee como secuencial de
      *          lineas. Nunca abre nada mas que INPUT. Las personas
      *          que OPERCAT.TXT oculta al operador no se muestran,
      *          no se extraen ni se encuentran al buscar. Cada uso
      *          queda en VISORLOG.TXT y cada persona mostrada o
      *          denegada en PERSACC.TXT. Reservado a supervisores.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISOR-ARCHIVOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO "VISLAY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.
           SELECT SECUENCIAL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ARCHIVO
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SECUENCIAL-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-WQ
               FILE STATUS IS WS-WORKQ-STATUS.
           SELECT CONTACTO-FILE ASSIGN TO "CONTACTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CONTACTO
               FILE STATUS IS WS-CONTACTO-STATUS.
           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-KEY
               FILE STATUS IS WS-CODIGOS-STATUS.
           SELECT HOGARES-FILE ASSIGN TO "HOGARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-PERSONA-HOG
               FILE STATUS IS WS-HOGARES-STATUS.
           SELECT RELACION-FILE ASSIGN TO "RELACION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-RELACION
               ALTERNATE RECORD KEY IS NUMERO-RELACIONADO-REL
                   WITH DUPLICATES
               FILE STATUS IS WS-RELACION-STATUS.
           SELECT NOTAS-FILE ASSIGN TO "NOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-NOTA
               FILE STATUS IS WS-NOTAS-STATUS.
           SELECT DOCUMENTO-FILE ASSIGN TO "DOCUMEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-DOC
               FILE STATUS IS WS-DOCUMENTO-STATUS.
           SELECT SEGUIMIENTO-FILE ASSIGN TO "SEGUIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-SEG
               FILE STATUS IS WS-SEGUIMIENTO-STATUS.
           SELECT CAMPANAS-FILE ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-CAMP
               FILE STATUS IS WS-CAMPANAS-STATUS.
           SELECT CAMPENV-FILE ASSIGN TO "CAMPENV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-CE
               FILE STATUS IS WS-CAMPENV-STATUS.
           SELECT EXTRACTO-FILE ASSIGN TO "VISEXT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
           SELECT LOG-FILE ASSIGN TO "VISORLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LAYOUT-FILE.
       01  LINEA-LAYOUT.
           05 ARCHIVO-LAY PIC X(12).
           05 FILLER PIC X.
           05 CAMPO-LAY PIC X(20).
           05 FILLER PIC X.
           05 POSICION-LAY PIC 9(4).
           05 FILLER PIC X.
           05 LONGITUD-LAY PIC 9(3).
           05 FILLER PIC X.
           05 TIPO-LAY PIC X.
           05 FILLER PIC X.
           05 CLAVE-LAY PIC X.

       FD  SECUENCIAL-FILE.
       01  LINEA-SECUENCIAL PIC X(512).

       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  WORKQ-FILE.
       01  ITEM-WQ.
           05 NUMERO-WQ PIC 9(6).
           05 ORIGEN-WQ PIC X(12).
           05 REFERENCIA-WQ PIC X(40).
           05 ESTADO-WQ PIC X.
           05 OPERADOR-WQ PIC X(10).
           05 FECHA-ALTA-WQ PIC 9(8).
           05 FECHA-CIERRE-WQ PIC 9(8).
           05 RESOLUCION-WQ PIC X(4).

      *Del resto de los maestros basta la clave: el visor toma el
      *registro entero y lo parte segun VISLAY.TXT.
       FD  CONTACTO-FILE.
       01  CONTACTO-REC.
           05 CLAVE-CONTACTO PIC X(8).
           05 FILLER PIC X(57).

       FD  CODIGOS-FILE.
       01  CODIGO-REC.
           05 CODIGO-KEY PIC X(5).
           05 FILLER PIC X(40).

       FD  HOGARES-FILE.
       01  HOGAR-REC.
           05 NUMERO-PERSONA-HOG PIC 9(6).
           05 FILLER PIC X(5).

       FD  RELACION-FILE.
       01  RELACION-REC.
           05 CLAVE-RELACION PIC X(8).
           05 NUMERO-RELACIONADO-REL PIC 9(6).
           05 FILLER PIC X(21).

       FD  NOTAS-FILE.
       01  NOTA-REC.
           05 CLAVE-NOTA PIC X(10).
           05 FILLER PIC X(84).

       FD  DOCUMENTO-FILE.
       COPY DOCUMEN.

       FD  SEGUIMIENTO-FILE.
       COPY SEGUIM.

       FD  CAMPANAS-FILE.
       COPY CAMPANA.

       FD  CAMPENV-FILE.
       COPY CAMPENV.

       FD  EXTRACTO-FILE.
       01  LINEA-EXTRACTO PIC X(132).

       FD  LOG-FILE.
       01  LINEA-LOG.
           05 FECHA-LOG PIC X(8).
           05 FILLER PIC X.
           05 HORA-LOG PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-LOG PIC X(10).
           05 FILLER PIC X.
           05 ARCHIVO-LOG PIC X(12).
           05 FILLER PIC X.
           05 ACCION-LOG PIC X(8).
           05 FILLER PIC X.
           05 DETALLE-LOG PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-LAYOUT-STATUS PIC XX.
       01 WS-SECUENCIAL-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-WORKQ-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-HOGARES-STATUS PIC XX.
       01 WS-RELACION-STATUS PIC XX.
       01 WS-NOTAS-STATUS PIC XX.
       01 WS-DOCUMENTO-STATUS PIC XX.
       01 WS-SEGUIMIENTO-STATUS PIC XX.
       01 WS-CAMPANAS-STATUS PIC XX.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-EXTRACTO-STATUS PIC XX.
       01 WS-LOG-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "VISOR-ARCHIVOS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-NOMBRE-ARCHIVO PIC X(12).
      *    S secuencial de lineas, P PERSONAS.DAT, W WORKQ.DAT,
      *    C CONTACTO, O CODIGOS, H HOGARES, R RELACION, N NOTAS,
      *    D DOCUMEN, G SEGUIM, A CAMPANA, E CAMPENV; X un .DAT
      *    indexado sin FD en el visor.
       01 WS-MODO-ARCHIVO PIC X.
       01 WS-PUNTOS-DAT PIC 9(2).
       01 WS-VISIBLE PIC X VALUE "S".
       01 WS-ABIERTO PIC X VALUE "N".
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FIN-LAYOUT PIC X.
       01 WS-BUFFER PIC X(512).
       01 WS-NUM-REG PIC 9(7) VALUE 0.
       01 WS-OBJETIVO PIC 9(7).
       01 WS-GUARDADO PIC 9(7).
       01 WS-COMANDO PIC X.
       01 WS-CAMPOS PIC 9(3) VALUE 0.
       01 WS-C PIC 9(3).
       01 WS-HALLADO PIC 9(3).
       01 WS-TABLA-CAMPOS.
           05 WS-CAMPO OCCURS 80 TIMES.
               10 WS-CAMPO-NOMBRE PIC X(20).
               10 WS-CAMPO-POS PIC 9(4).
               10 WS-CAMPO-LONG PIC 9(3).
               10 WS-CAMPO-TIPO PIC X.
               10 WS-CAMPO-CLAVE PIC X.
       01 WS-LONG-CLAVE PIC 9(3) VALUE 0.
       01 WS-CLAVE-NUMERICA PIC X VALUE "S".
       01 WS-CLAVE-REG PIC X(60).
       01 WS-PUNTERO PIC 9(3).
       01 WS-CAMPO-ENT PIC X(20).
       01 WS-VALOR-ENT PIC X(40).
       01 WS-BUSCADO PIC X(60).
       01 WS-LONG-BUSCADA PIC 9(3).
       01 WS-LONG-VALOR PIC 9(3).
       01 WS-BUSCA-NUMERICO PIC X.
       01 WS-ENCONTRADO PIC X.
       01 WS-NUMERO-ENT PIC X(7).
       01 WS-ES-NUMERICO PIC X.
       01 WS-VALOR-CAMPO PIC X(60).
       01 WS-VALOR-MOSTRAR PIC X(70).
       01 WS-LONG-MOSTRAR PIC 9(3).
       01 WS-IMPORTE PIC S9(13)V99.
       01 WS-IMPORTE-ED PIC -(12)9.99.
       01 WS-ACCION-LOG PIC X(8).
       01 WS-DETALLE-LOG PIC X(40).
       01 WS-NUM-ED PIC Z(6)9.
       01 WS-MOSTRADOS PIC 9(5) VALUE 0.
       01 WS-LINEAS-EXT PIC 9(7) VALUE 0.
       01 WS-IMPRIMIR PIC X.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 0.
       01 WS-MODO-ACCESO PIC X(10) VALUE "VISOR".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "OPCION RESERVADA A SUPERVISORES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ARCHIVO A CONSULTAR".
           ACCEPT WS-NOMBRE-ARCHIVO.
           INSPECT WS-NOMBRE-ARCHIVO CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CLASIFICA-ARCHIVO.
           PERFORM CARGA-LAYOUT.
           EVALUATE TRUE
               WHEN WS-MODO-ARCHIVO = "X"
                   DISPLAY "ARCHIVO INDEXADO NO SOPORTADO: "
                       WS-NOMBRE-ARCHIVO
                   MOVE "RECHAZO" TO WS-ACCION-LOG
                   MOVE "INDEXADO NO SOPORTADO" TO WS-DETALLE-LOG
                   PERFORM GRABA-LOG
               WHEN WS-CAMPOS = 0
                   DISPLAY "ARCHIVO SIN LAYOUT EN VISLAY.TXT"
                   MOVE "RECHAZO" TO WS-ACCION-LOG
                   MOVE "SIN LAYOUT" TO WS-DETALLE-LOG
                   PERFORM GRABA-LOG
               WHEN OTHER
                   PERFORM ABRE-ARCHIVO
                   IF WS-ABIERTO NOT = "S"
                       DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-ARCHIVO
                       MOVE "RECHAZO" TO WS-ACCION-LOG
                       MOVE "NO SE PUDO ABRIR" TO WS-DETALLE-LOG
                       PERFORM GRABA-LOG
                   ELSE
                       PERFORM CONSULTA-ARCHIVO
                   END-IF
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CONSULTA-ARCHIVO.
           MOVE "ABRE" TO WS-ACCION-LOG.
           MOVE SPACES TO WS-DETALLE-LOG.
           PERFORM GRABA-LOG.
           PERFORM ABRE-EXTRACTO.
           PERFORM LEE-SIGUIENTE.
           PERFORM MUESTRA-REGISTRO.
           MOVE SPACE TO WS-COMANDO.
           PERFORM UNTIL WS-COMANDO = "F"
               PERFORM PIDE-COMANDO
           END-PERFORM.
           PERFORM CIERRA-ARCHIVO.
           PERFORM CIERRA-EXTRACTO.
           MOVE "FIN" TO WS-ACCION-LOG.
           MOVE SPACES TO WS-DETALLE-LOG.
           MOVE WS-MOSTRADOS TO WS-NUM-ED.
           STRING "REGISTROS MOSTRADOS: " DELIMITED BY SIZE
               WS-NUM-ED DELIMITED BY SIZE
               INTO WS-DETALLE-LOG.
           PERFORM GRABA-LOG.

      ******************************************************************
      * Tipo de acceso segun el nombre: los maestros indexados que el
      * visor conoce van por su FD; otro .DAT es indexado y no se
      * puede leer como lineas, asi que se rechaza.
      ******************************************************************
       CLASIFICA-ARCHIVO.
           EVALUATE WS-NOMBRE-ARCHIVO
               WHEN "PERSONAS.DAT"
                   MOVE "P" TO WS-MODO-ARCHIVO
               WHEN "WORKQ.DAT"
                   MOVE "W" TO WS-MODO-ARCHIVO
               WHEN "CONTACTO.DAT"
                   MOVE "C" TO WS-MODO-ARCHIVO
               WHEN "CODIGOS.DAT"
                   MOVE "O" TO WS-MODO-ARCHIVO
               WHEN "HOGARES.DAT"
                   MOVE "H" TO WS-MODO-ARCHIVO
               WHEN "RELACION.DAT"
                   MOVE "R" TO WS-MODO-ARCHIVO
               WHEN "NOTAS.DAT"
                   MOVE "N" TO WS-MODO-ARCHIVO
               WHEN "DOCUMEN.DAT"
                   MOVE "D" TO WS-MODO-ARCHIVO
               WHEN "SEGUIM.DAT"
                   MOVE "G" TO WS-MODO-ARCHIVO
               WHEN "CAMPANA.DAT"
                   MOVE "A" TO WS-MODO-ARCHIVO
               WHEN "CAMPENV.DAT"
                   MOVE "E" TO WS-MODO-ARCHIVO
               WHEN OTHER
                   MOVE 0 TO WS-PUNTOS-DAT
                   INSPECT WS-NOMBRE-ARCHIVO TALLYING WS-PUNTOS-DAT
                       FOR ALL ".DAT"
                   IF WS-PUNTOS-DAT > 0
                       MOVE "X" TO WS-MODO-ARCHIVO
                   ELSE
                       MOVE "S" TO WS-MODO-ARCHIVO
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * Layout: las lineas del archivo pedido, en el orden en que
      * estan; un asterisco en la columna 1 es comentario.
      ******************************************************************
       CARGA-LAYOUT.
           MOVE 0 TO WS-CAMPOS.
           MOVE 0 TO WS-LONG-CLAVE.
           MOVE "S" TO WS-CLAVE-NUMERICA.
           OPEN INPUT LAYOUT-FILE.
           IF WS-LAYOUT-STATUS = "00"
               MOVE "N" TO WS-FIN-LAYOUT
               PERFORM UNTIL WS-FIN-LAYOUT = "S"
                   READ LAYOUT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-LAYOUT
                       NOT AT END
                           IF ARCHIVO-LAY = WS-NOMBRE-ARCHIVO AND
                              ARCHIVO-LAY(1:1) NOT = "*"
                               PERFORM AGREGA-CAMPO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
           END-IF.

       AGREGA-CAMPO.
           IF POSICION-LAY IS NOT NUMERIC OR
              LONGITUD-LAY IS NOT NUMERIC OR
              POSICION-LAY = 0 OR LONGITUD-LAY = 0 OR
              POSICION-LAY + LONGITUD-LAY - 1 > 512
               DISPLAY "LAYOUT INVALIDO, CAMPO IGNORADO: " CAMPO-LAY
           ELSE
               IF WS-CAMPOS < 80
                   ADD 1 TO WS-CAMPOS
                   MOVE CAMPO-LAY TO WS-CAMPO-NOMBRE(WS-CAMPOS)
                   MOVE POSICION-LAY TO WS-CAMPO-POS(WS-CAMPOS)
                   MOVE LONGITUD-LAY TO WS-CAMPO-LONG(WS-CAMPOS)
                   MOVE TIPO-LAY TO WS-CAMPO-TIPO(WS-CAMPOS)
                   MOVE CLAVE-LAY TO WS-CAMPO-CLAVE(WS-CAMPOS)
                   IF CLAVE-LAY = "S" AND
                      WS-LONG-CLAVE + LONGITUD-LAY <= 60
                       ADD LONGITUD-LAY TO WS-LONG-CLAVE
                       IF TIPO-LAY NOT = "N"
                           MOVE "N" TO WS-CLAVE-NUMERICA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * Acceso al archivo: siempre INPUT.
      ******************************************************************
       ABRE-ARCHIVO.
           MOVE "N" TO WS-ABIERTO.
           MOVE 0 TO WS-NUM-REG.
           MOVE "N" TO WS-FIN-ARCHIVO.
           EVALUATE WS-MODO-ARCHIVO
               WHEN "P"
                   OPEN INPUT PERSONAS-FILE
                   IF WS-PERSONAS-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "W"
                   OPEN INPUT WORKQ-FILE
                   IF WS-WORKQ-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "C"
                   OPEN INPUT CONTACTO-FILE
                   IF WS-CONTACTO-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "O"
                   OPEN INPUT CODIGOS-FILE
                   IF WS-CODIGOS-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "H"
                   OPEN INPUT HOGARES-FILE
                   IF WS-HOGARES-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "R"
                   OPEN INPUT RELACION-FILE
                   IF WS-RELACION-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "N"
                   OPEN INPUT NOTAS-FILE
                   IF WS-NOTAS-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "D"
                   OPEN INPUT DOCUMENTO-FILE
                   IF WS-DOCUMENTO-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "G"
                   OPEN INPUT SEGUIMIENTO-FILE
                   IF WS-SEGUIMIENTO-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "A"
                   OPEN INPUT CAMPANAS-FILE
                   IF WS-CAMPANAS-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN "E"
                   OPEN INPUT CAMPENV-FILE
                   IF WS-CAMPENV-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
               WHEN OTHER
                   OPEN INPUT SECUENCIAL-FILE
                   IF WS-SECUENCIAL-STATUS = "00"
                       MOVE "S" TO WS-ABIERTO
                   END-IF
           END-EVALUATE.

       CIERRA-ARCHIVO.
           IF WS-ABIERTO = "S"
               EVALUATE WS-MODO-ARCHIVO
                   WHEN "P"
                       CLOSE PERSONAS-FILE
                   WHEN "W"
                       CLOSE WORKQ-FILE
                   WHEN "C"
                       CLOSE CONTACTO-FILE
                   WHEN "O"
                       CLOSE CODIGOS-FILE
                   WHEN "H"
                       CLOSE HOGARES-FILE
                   WHEN "R"
                       CLOSE RELACION-FILE
                   WHEN "N"
                       CLOSE NOTAS-FILE
                   WHEN "D"
                       CLOSE DOCUMENTO-FILE
                   WHEN "G"
                       CLOSE SEGUIMIENTO-FILE
                   WHEN "A"
                       CLOSE CAMPANAS-FILE
                   WHEN "E"
                       CLOSE CAMPENV-FILE
                   WHEN OTHER
                       CLOSE SECUENCIAL-FILE
               END-EVALUATE
               MOVE "N" TO WS-ABIERTO
           END-IF.

      *    Una persona que OPERCAT.TXT oculta al operador se lee para
      *    no perder la cuenta de registros, pero queda no visible.
       LEE-SIGUIENTE.
           MOVE SPACES TO WS-BUFFER.
           MOVE "S" TO WS-VISIBLE.
           EVALUATE WS-MODO-ARCHIVO
               WHEN "P"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE PERSONA-REC TO WS-BUFFER
                           CALL "VERIFICA-CATEGORIA" USING WS-OPERADOR
                               CATEG-REC WS-VISIBLE
                   END-READ
               WHEN "W"
                   READ WORKQ-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE ITEM-WQ TO WS-BUFFER
                   END-READ
               WHEN "C"
                   READ CONTACTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE CONTACTO-REC TO WS-BUFFER
                   END-READ
               WHEN "O"
                   READ CODIGOS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE CODIGO-REC TO WS-BUFFER
                   END-READ
               WHEN "H"
                   READ HOGARES-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE HOGAR-REC TO WS-BUFFER
                   END-READ
               WHEN "R"
                   READ RELACION-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE RELACION-REC TO WS-BUFFER
                   END-READ
               WHEN "N"
                   READ NOTAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE NOTA-REC TO WS-BUFFER
                   END-READ
               WHEN "D"
                   READ DOCUMENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE DOCUMENTO-REC TO WS-BUFFER
                   END-READ
               WHEN "G"
                   READ SEGUIMIENTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE SEGUIMIENTO-REC TO WS-BUFFER
                   END-READ
               WHEN "A"
                   READ CAMPANAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE CAMPANA-REC TO WS-BUFFER
                   END-READ
               WHEN "E"
                   READ CAMPENV-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE CAMPENV-REC TO WS-BUFFER
                   END-READ
               WHEN OTHER
                   READ SECUENCIAL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE LINEA-SECUENCIAL TO WS-BUFFER
                   END-READ
           END-EVALUATE.
           IF WS-FIN-ARCHIVO NOT = "S"
               ADD 1 TO WS-NUM-REG
           END-IF.

      *    Ir al registro n: se vuelve a abrir y se lee hasta el.
       POSICIONA.
           PERFORM CIERRA-ARCHIVO.
           PERFORM ABRE-ARCHIVO.
           PERFORM UNTIL WS-NUM-REG >= WS-OBJETIVO
                   OR WS-FIN-ARCHIVO = "S"
               PERFORM LEE-SIGUIENTE
           END-PERFORM.

      ******************************************************************
      * Comandos del visor.
      ******************************************************************
       PIDE-COMANDO.
           DISPLAY "S=SIGUIENTE A=ANTERIOR R=IR A REGISTRO "
               "K=IR A CLAVE B=BUSCAR F=FIN".
           ACCEPT WS-COMANDO.
           INSPECT WS-COMANDO CONVERTING "sarkbf" TO "SARKBF".
           EVALUATE WS-COMANDO
               WHEN "S"
                   IF WS-FIN-ARCHIVO = "S"
                       DISPLAY "FIN DE ARCHIVO"
                   ELSE
                       PERFORM LEE-SIGUIENTE
                       PERFORM MUESTRA-REGISTRO
                   END-IF
               WHEN "A"
                   IF WS-NUM-REG < 2 AND WS-FIN-ARCHIVO NOT = "S"
                       DISPLAY "YA EN EL PRIMER REGISTRO"
                   ELSE
                       IF WS-FIN-ARCHIVO = "S"
                           MOVE WS-NUM-REG TO WS-OBJETIVO
                       ELSE
                           COMPUTE WS-OBJETIVO = WS-NUM-REG - 1
                       END-IF
                       PERFORM POSICIONA
                       PERFORM MUESTRA-REGISTRO
                   END-IF
               WHEN "R"
                   PERFORM IR-A-REGISTRO
               WHEN "K"
                   PERFORM IR-A-CLAVE
               WHEN "B"
                   PERFORM BUSCA-VALOR
               WHEN "F"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "COMANDO INVALIDO"
           END-EVALUATE.

       IR-A-REGISTRO.
           DISPLAY "NUMERO DE REGISTRO".
           ACCEPT WS-NUMERO-ENT.
           CALL "VALIDA-NUMERO" USING WS-NUMERO-ENT WS-ES-NUMERICO.
           IF WS-ES-NUMERICO NOT = "S" OR WS-NUMERO-ENT = ZEROS
               DISPLAY "NUMERO INVALIDO"
           ELSE
               MOVE WS-NUMERO-ENT TO WS-OBJETIVO
               MOVE "IR-REG" TO WS-ACCION-LOG
               MOVE WS-NUMERO-ENT TO WS-DETALLE-LOG
               PERFORM GRABA-LOG
               MOVE WS-NUM-REG TO WS-GUARDADO
               PERFORM POSICIONA
               IF WS-FIN-ARCHIVO = "S"
                   DISPLAY "EL ARCHIVO TIENE " WS-NUM-REG " REGISTROS"
                   MOVE WS-GUARDADO TO WS-OBJETIVO
                   PERFORM POSICIONA
               END-IF
               PERFORM MUESTRA-REGISTRO
           END-IF.

      *    La clave es la concatenacion de los campos marcados S en
      *    el layout; si todos son numericos el valor se completa
      *    con ceros a la izquierda.
       IR-A-CLAVE.
           IF WS-LONG-CLAVE = 0
               DISPLAY "EL LAYOUT NO DEFINE CLAVE PARA ESTE ARCHIVO"
           ELSE
               DISPLAY "VALOR DE LA CLAVE"
               ACCEPT WS-VALOR-ENT
               MOVE "IR-CLAVE" TO WS-ACCION-LOG
               MOVE WS-VALOR-ENT TO WS-DETALLE-LOG
               PERFORM GRABA-LOG
               MOVE WS-LONG-CLAVE TO WS-LONG-BUSCADA
               MOVE WS-CLAVE-NUMERICA TO WS-BUSCA-NUMERICO
               PERFORM PREPARA-BUSCADO
               MOVE WS-NUM-REG TO WS-GUARDADO
               MOVE 0 TO WS-OBJETIVO
               PERFORM POSICIONA
               MOVE "N" TO WS-ENCONTRADO
               PERFORM UNTIL WS-ENCONTRADO = "S"
                       OR WS-FIN-ARCHIVO = "S"
                   PERFORM LEE-SIGUIENTE
                   IF WS-FIN-ARCHIVO NOT = "S" AND
                      WS-VISIBLE = "S"
                       PERFORM ARMA-CLAVE-REGISTRO
                       IF WS-CLAVE-REG(1:WS-LONG-CLAVE) =
                          WS-BUSCADO(1:WS-LONG-CLAVE)
                           MOVE "S" TO WS-ENCONTRADO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FIN-DE-BUSQUEDA
           END-IF.

       ARMA-CLAVE-REGISTRO.
           MOVE SPACES TO WS-CLAVE-REG.
           MOVE 1 TO WS-PUNTERO.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAMPOS
               IF WS-CAMPO-CLAVE(WS-C) = "S" AND
                  WS-PUNTERO + WS-CAMPO-LONG(WS-C) <= 61
                   STRING WS-BUFFER(WS-CAMPO-POS(WS-C):
                       WS-CAMPO-LONG(WS-C)) DELIMITED BY SIZE
                       INTO WS-CLAVE-REG WITH POINTER WS-PUNTERO
               END-IF
           END-PERFORM.

       BUSCA-VALOR.
           DISPLAY "CAMPO".
           ACCEPT WS-CAMPO-ENT.
           INSPECT WS-CAMPO-ENT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-HALLADO.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAMPOS OR WS-HALLADO > 0
               IF WS-CAMPO-NOMBRE(WS-C) = WS-CAMPO-ENT
                   MOVE WS-C TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = 0
               DISPLAY "CAMPO NO DEFINIDO EN EL LAYOUT"
           ELSE
               DISPLAY "VALOR A BUSCAR"
               ACCEPT WS-VALOR-ENT
               MOVE "BUSCA" TO WS-ACCION-LOG
               MOVE SPACES TO WS-DETALLE-LOG
               STRING WS-CAMPO-ENT DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   WS-VALOR-ENT DELIMITED BY SIZE
                   INTO WS-DETALLE-LOG
               PERFORM GRABA-LOG
               MOVE WS-CAMPO-LONG(WS-HALLADO) TO WS-LONG-BUSCADA
               IF WS-LONG-BUSCADA > 40
                   MOVE 40 TO WS-LONG-BUSCADA
               END-IF
               MOVE "N" TO WS-BUSCA-NUMERICO
               IF WS-CAMPO-TIPO(WS-HALLADO) = "N"
                   MOVE "S" TO WS-BUSCA-NUMERICO
               END-IF
               PERFORM PREPARA-BUSCADO
               MOVE WS-NUM-REG TO WS-GUARDADO
               MOVE "N" TO WS-ENCONTRADO
               PERFORM UNTIL WS-ENCONTRADO = "S"
                       OR WS-FIN-ARCHIVO = "S"
                   PERFORM LEE-SIGUIENTE
                   IF WS-FIN-ARCHIVO NOT = "S" AND
                      WS-VISIBLE = "S"
                       IF WS-BUFFER(WS-CAMPO-POS(WS-HALLADO):
                          WS-LONG-BUSCADA) =
                          WS-BUSCADO(1:WS-LONG-BUSCADA)
                           MOVE "S" TO WS-ENCONTRADO
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM FIN-DE-BUSQUEDA
           END-IF.

      *    Sin coincidencia se vuelve al registro donde se estaba.
       FIN-DE-BUSQUEDA.
           IF WS-ENCONTRADO = "S"
               PERFORM MUESTRA-REGISTRO
           ELSE
               DISPLAY "NO ENCONTRADO"
               MOVE WS-GUARDADO TO WS-OBJETIVO
               PERFORM POSICIONA
               IF WS-NUM-REG > 0
                   PERFORM MUESTRA-REGISTRO
               END-IF
           END-IF.

       PREPARA-BUSCADO.
           MOVE SPACES TO WS-BUSCADO.
           MOVE WS-VALOR-ENT TO WS-BUSCADO.
           MOVE 0 TO WS-LONG-VALOR.
           INSPECT FUNCTION TRIM(WS-VALOR-ENT TRAILING)
               TALLYING WS-LONG-VALOR FOR CHARACTERS.
           IF WS-BUSCA-NUMERICO = "S" AND WS-LONG-VALOR > 0 AND
              WS-LONG-VALOR < WS-LONG-BUSCADA AND
              WS-VALOR-ENT(1:WS-LONG-VALOR) IS NUMERIC
               MOVE ALL "0" TO WS-BUSCADO(1:WS-LONG-BUSCADA)
               MOVE WS-VALOR-ENT(1:WS-LONG-VALOR)
                   TO WS-BUSCADO(WS-LONG-BUSCADA - WS-LONG-VALOR + 1:
                       WS-LONG-VALOR)
           END-IF.

      ******************************************************************
      * Presentacion: cada campo rotulado y formateado segun su tipo;
      * lo mismo va al extracto.
      ******************************************************************
       MUESTRA-REGISTRO.
           EVALUATE TRUE
               WHEN WS-FIN-ARCHIVO = "S"
                   DISPLAY "FIN DE ARCHIVO - " WS-NUM-REG " REGISTROS"
               WHEN WS-VISIBLE NOT = "S"
                   PERFORM DENIEGA-ACCESO
               WHEN OTHER
                   PERFORM PRESENTA-REGISTRO
           END-EVALUATE.

       PRESENTA-REGISTRO.
           ADD 1 TO WS-MOSTRADOS.
           MOVE WS-NUM-REG TO WS-NUM-ED.
           DISPLAY "----- " WS-NOMBRE-ARCHIVO " REGISTRO "
               WS-NUM-ED " -----".
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "REGISTRO " DELIMITED BY SIZE
               WS-NUM-ED DELIMITED BY SIZE
               INTO LINEA-EXTRACTO.
           PERFORM ESCRIBE-EXTRACTO.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-CAMPOS
               PERFORM FORMATEA-CAMPO
               DISPLAY "  " WS-CAMPO-NOMBRE(WS-C) ": "
                   WS-VALOR-MOSTRAR
               MOVE SPACES TO LINEA-EXTRACTO
               STRING "  " DELIMITED BY SIZE
                   WS-CAMPO-NOMBRE(WS-C) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-VALOR-MOSTRAR DELIMITED BY SIZE
                   INTO LINEA-EXTRACTO
               PERFORM ESCRIBE-EXTRACTO
           END-PERFORM.
           IF WS-MODO-ARCHIVO = "P"
               CALL "REGISTRA-ACCESO" USING WS-OPERADOR
                   NUMERO-PERSONA WS-MODO-ACCESO
           END-IF.

      *    Persona fuera de las categorias del operador: ni pantalla
      *    ni extracto, y el intento queda en PERSACC.TXT.
       DENIEGA-ACCESO.
           MOVE "DENEGADO" TO WS-MODO-ACCESO.
           CALL "REGISTRA-ACCESO" USING WS-OPERADOR NUMERO-PERSONA
               WS-MODO-ACCESO.
           MOVE "VISOR" TO WS-MODO-ACCESO.
           MOVE WS-NUM-REG TO WS-NUM-ED.
           DISPLAY "REGISTRO " WS-NUM-ED " NO DISPONIBLE".

       FORMATEA-CAMPO.
           MOVE SPACES TO WS-VALOR-CAMPO.
           MOVE WS-CAMPO-LONG(WS-C) TO WS-LONG-MOSTRAR.
           IF WS-LONG-MOSTRAR > 60
               MOVE 60 TO WS-LONG-MOSTRAR
           END-IF.
           MOVE WS-BUFFER(WS-CAMPO-POS(WS-C):WS-LONG-MOSTRAR)
               TO WS-VALOR-CAMPO.
           MOVE WS-VALOR-CAMPO TO WS-VALOR-MOSTRAR.
           EVALUATE WS-CAMPO-TIPO(WS-C)
               WHEN "F"
                   IF WS-LONG-MOSTRAR = 8 AND
                      WS-VALOR-CAMPO(1:8) IS NUMERIC
                       MOVE SPACES TO WS-VALOR-MOSTRAR
                       STRING WS-VALOR-CAMPO(7:2) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-VALOR-CAMPO(5:2) DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           WS-VALOR-CAMPO(1:4) DELIMITED BY SIZE
                           INTO WS-VALOR-MOSTRAR
                   END-IF
               WHEN "H"
                   IF WS-LONG-MOSTRAR = 6 AND
                      WS-VALOR-CAMPO(1:6) IS NUMERIC
                       MOVE SPACES TO WS-VALOR-MOSTRAR
                       STRING WS-VALOR-CAMPO(1:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           WS-VALOR-CAMPO(3:2) DELIMITED BY SIZE
                           ":" DELIMITED BY SIZE
                           WS-VALOR-CAMPO(5:2) DELIMITED BY SIZE
                           INTO WS-VALOR-MOSTRAR
                   END-IF
               WHEN "N"
                   IF WS-VALOR-CAMPO(1:WS-LONG-MOSTRAR) IS NOT NUMERIC
                       MOVE SPACES TO WS-VALOR-MOSTRAR
                       STRING WS-VALOR-CAMPO(1:WS-LONG-MOSTRAR)
                           DELIMITED BY SIZE
                           " (NO NUMERICO)" DELIMITED BY SIZE
                           INTO WS-VALOR-MOSTRAR
                   END-IF
               WHEN "I"
                   IF WS-LONG-MOSTRAR <= 15 AND
                      WS-VALOR-CAMPO(1:WS-LONG-MOSTRAR) IS NUMERIC
                       COMPUTE WS-IMPORTE = FUNCTION NUMVAL(
                           WS-VALOR-CAMPO(1:WS-LONG-MOSTRAR)) / 100
                       MOVE WS-IMPORTE TO WS-IMPORTE-ED
                       MOVE WS-IMPORTE-ED TO WS-VALOR-MOSTRAR
                   ELSE
                       MOVE SPACES TO WS-VALOR-MOSTRAR
                       STRING WS-VALOR-CAMPO(1:WS-LONG-MOSTRAR)
                           DELIMITED BY SIZE
                           " (NO NUMERICO)" DELIMITED BY SIZE
                           INTO WS-VALOR-MOSTRAR
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * Extracto de los registros mostrados. Si no se manda a imprimir
      * se vacia: no queda una copia suelta de los datos vistos.
      ******************************************************************
       ABRE-EXTRACTO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE 0 TO WS-LINEAS-EXT.
           OPEN OUTPUT EXTRACTO-FILE.
           MOVE SPACES TO LINEA-EXTRACTO.
           STRING "EXTRACTO DE " DELIMITED BY SIZE
               WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               " OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-EXTRACTO.
           PERFORM ESCRIBE-EXTRACTO.
           MOVE ALL "-" TO LINEA-EXTRACTO(1:60).
           PERFORM ESCRIBE-EXTRACTO.

       ESCRIBE-EXTRACTO.
           WRITE LINEA-EXTRACTO.
           ADD 1 TO WS-LINEAS-EXT.

       CIERRA-EXTRACTO.
           CLOSE EXTRACTO-FILE.
           MOVE "N" TO WS-IMPRIMIR.
           IF WS-MOSTRADOS > 0
               DISPLAY "IMPRIMIR EXTRACTO DE LOS REGISTROS MOSTRADOS "
                   "(S/N)"
               ACCEPT WS-IMPRIMIR
               INSPECT WS-IMPRIMIR CONVERTING "s" TO "S"
           END-IF.
           IF WS-IMPRIMIR = "S"
               MOVE "VISEXT.TXT" TO WS-ARCHIVO-CAT
               COMPUTE WS-PAGINAS-CAT = WS-LINEAS-EXT / 60 + 1
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
               MOVE "IMPRIME" TO WS-ACCION-LOG
               MOVE SPACES TO WS-DETALLE-LOG
               MOVE WS-MOSTRADOS TO WS-NUM-ED
               STRING "VISEXT.TXT REGISTROS: " DELIMITED BY SIZE
                   WS-NUM-ED DELIMITED BY SIZE
                   INTO WS-DETALLE-LOG
               PERFORM GRABA-LOG
               DISPLAY "EXTRACTO EN VISEXT.TXT"
           ELSE
               OPEN OUTPUT EXTRACTO-FILE
               CLOSE EXTRACTO-FILE
           END-IF.

       GRABA-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF.
           MOVE SPACES TO LINEA-LOG.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-LOG.
           MOVE WS-FECHA-HORA(9:6) TO HORA-LOG.
           MOVE WS-OPERADOR TO OPERADOR-LOG.
           MOVE WS-NOMBRE-ARCHIVO TO ARCHIVO-LOG.
           MOVE WS-ACCION-LOG TO ACCION-LOG.
           MOVE WS-DETALLE-LOG TO DETALLE-LOG.
           WRITE LINEA-LOG.
           CLOSE LOG-FILE.

       END PROGRAM VISOR-ARCHIVOS.
