      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Nightly flattened extract for the analysts, so the
      *          ad-hoc joins of the person master with its contacts,
      *          households and category descriptions stop turning
      *          into special programs. One line per active person
      *          in ANALEXT.TXT (layout EXTANAL) carrying the person
      *          fields with status and mailing preference, the
      *          category description from CODIGOS.DAT, the current
      *          address, phone and email from CONTACTO.DAT and the
      *          household number, head flag and household size from
      *          HOGARES.DAT. A header with date, time and layout
      *          version opens the file and a trailer with the line
      *          count, the hash of the person numbers and the counts
      *          with address, phone, email and household closes it.
      *          Every run also rewrites ANALLAY.TXT, the published
      *          column layout (name, start, length, type and
      *          meaning of each column), so the analysts load the
      *          file themselves. A missing CODIGOS, CONTACTO or
      *          HOGARES file leaves those columns blank and ends
      *          RC 4; a missing person master ends RC 8.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-ANALISTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT CODIGOS-FILE ASSIGN TO "CODIGOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-KEY
               FILE STATUS IS WS-CODIGOS-STATUS.
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
           SELECT EXTRACTO-FILE ASSIGN TO "ANALEXT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.
           SELECT LAYOUT-FILE ASSIGN TO "ANALLAY.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  CODIGOS-FILE.
       01  CODIGO-REC.
           05 CODIGO-KEY PIC X(5).
           05 DESCRIPCION-COD PIC X(39).
           05 ACTIVO-COD PIC X.

      *En un contacto tipo D el VALOR-CON lleva la direccion postal
      *estructurada en posiciones fijas, como la lee GENERA-CARTAS.
       FD  CONTACTO-FILE.
       01  CONTACTO-REC.
           05 CLAVE-CONTACTO.
               10 NUMERO-PERSONA-CON PIC 9(6).
               10 SECUENCIA-CON PIC 99.
           05 TIPO-CON PIC X.
           05 VALOR-CON.
               10 CALLE-CON PIC X(18).
               10 CIUDAD-CON PIC X(12).
               10 REGION-CON PIC X(5).
               10 CP-CON PIC X(5).
           05 FECHA-EFECTIVA-CON PIC 9(8).
           05 FECHA-FIN-CON PIC 9(8).

       FD  HOGARES-FILE.
       01  HOGAR-REC.
           05 NUMERO-PERSONA-HOG PIC 9(6).
           05 NUMERO-HOGAR-HOG PIC 9(4).
           05 CABEZA-HOG PIC X.

       FD  EXTRACTO-FILE.
       COPY EXTANAL.

       FD  LAYOUT-FILE.
       01  LINEA-LAYOUT PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-HOGARES-STATUS PIC XX.
       01 WS-EXTRACTO-STATUS PIC XX.
       01 WS-LAYOUT-STATUS PIC XX.
       01 WS-HAY-CODIGOS PIC X VALUE "N".
       01 WS-HAY-CONTACTOS PIC X VALUE "N".
       01 WS-HAY-HOGARES PIC X VALUE "N".
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FIN-CONTACTOS PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-VERSION-LAYOUT PIC 99 VALUE 1.
       01 WS-REGISTROS PIC 9(7) VALUE 0.
       01 WS-HASH PIC 9(12) VALUE 0.
       01 WS-CON-DIRECCION PIC 9(7) VALUE 0.
       01 WS-CON-TELEFONO PIC 9(7) VALUE 0.
       01 WS-CON-EMAIL PIC 9(7) VALUE 0.
       01 WS-EN-HOGAR PIC 9(7) VALUE 0.
       01 WS-NO-ACTIVAS PIC 9(7) VALUE 0.
       01 WS-H PIC 9(4).
      *Tamano de cada hogar, indexado por su numero, contado en una
      *pasada previa sobre HOGARES.DAT.
       01 WS-TABLA-HOGARES.
           05 WS-MIEMBROS PIC 9(3) OCCURS 9999.
       01 WS-L PIC 99.
       01 WS-INICIO PIC 9(3).
       01 WS-INICIO-ED PIC ZZ9.
       01 WS-LARGO-ED PIC ZZ9.
      *Columnas publicadas en ANALLAY.TXT: nombre, largo, tipo
      *(A alfanumerico, N numerico) y significado. El inicio de
      *cada una se calcula sumando los largos y el blanco que separa.
       01 WS-COLUMNAS-AN.
           05 FILLER PIC X(18) VALUE "REGISTRO".
           05 FILLER PIC 9(3) VALUE 1.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "H CABECERA, D PERSONA, T COLA".
           05 FILLER PIC X(18) VALUE "NUMERO".
           05 FILLER PIC 9(3) VALUE 6.
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(38) VALUE "NUMERO DE PERSONA".
           05 FILLER PIC X(18) VALUE "APELLIDOS".
           05 FILLER PIC 9(3) VALUE 20.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "APELLIDOS".
           05 FILLER PIC X(18) VALUE "NOMBRE".
           05 FILLER PIC 9(3) VALUE 15.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "NOMBRE".
           05 FILLER PIC X(18) VALUE "FECHA-NAC".
           05 FILLER PIC 9(3) VALUE 8.
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(38) VALUE "FECHA DE NACIMIENTO AAAAMMDD".
           05 FILLER PIC X(18) VALUE "EDAD".
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(38) VALUE "EDAD AL DIA DEL EXTRACTO".
           05 FILLER PIC X(18) VALUE "ESTADO".
           05 FILLER PIC 9(3) VALUE 1.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38)
               VALUE "SIEMPRE A: SOLO VAN PERSONAS ACTIVAS".
           05 FILLER PIC X(18) VALUE "FECHA-ESTADO".
           05 FILLER PIC 9(3) VALUE 8.
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(38)
               VALUE "FECHA EFECTIVA DEL ESTADO AAAAMMDD".
           05 FILLER PIC X(18) VALUE "IDENTIDAD".
           05 FILLER PIC 9(3) VALUE 10.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38)
               VALUE "IDENTIDAD NACIONAL (BLANCO = SIN)".
           05 FILLER PIC X(18) VALUE "PREF-CORREO".
           05 FILLER PIC 9(3) VALUE 1.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38)
               VALUE "N NO ESCRIBIRLE, OTRO ADMITE CORREO".
           05 FILLER PIC X(18) VALUE "IDIOMA".
           05 FILLER PIC 9(3) VALUE 2.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38)
               VALUE "IDIOMA DE CORRESPONDENCIA (BLANCO=ES)".
           05 FILLER PIC X(18) VALUE "CATEGORIA".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38)
               VALUE "CODIGO DE CATEGORIA (BLANCO = SIN)".
           05 FILLER PIC X(18) VALUE "DESC-CATEGORIA".
           05 FILLER PIC 9(3) VALUE 39.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "DESCRIPCION SEGUN CODIGOS.DAT".
           05 FILLER PIC X(18) VALUE "CALLE".
           05 FILLER PIC 9(3) VALUE 18.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "DIRECCION VIGENTE: CALLE".
           05 FILLER PIC X(18) VALUE "CIUDAD".
           05 FILLER PIC 9(3) VALUE 12.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "DIRECCION VIGENTE: CIUDAD".
           05 FILLER PIC X(18) VALUE "REGION".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "DIRECCION VIGENTE: REGION".
           05 FILLER PIC X(18) VALUE "CODIGO-POSTAL".
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38)
               VALUE "DIRECCION VIGENTE: CODIGO POSTAL".
           05 FILLER PIC X(18) VALUE "TELEFONO".
           05 FILLER PIC 9(3) VALUE 40.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "TELEFONO VIGENTE".
           05 FILLER PIC X(18) VALUE "EMAIL".
           05 FILLER PIC 9(3) VALUE 40.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "CORREO ELECTRONICO VIGENTE".
           05 FILLER PIC X(18) VALUE "HOGAR".
           05 FILLER PIC 9(3) VALUE 4.
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(38)
               VALUE "NUMERO DE HOGAR (CERO = SIN HOGAR)".
           05 FILLER PIC X(18) VALUE "JEFE-HOGAR".
           05 FILLER PIC 9(3) VALUE 1.
           05 FILLER PIC X VALUE "A".
           05 FILLER PIC X(38) VALUE "S CABEZA DEL HOGAR, N NO".
           05 FILLER PIC X(18) VALUE "MIEMBROS-HOGAR".
           05 FILLER PIC 9(3) VALUE 3.
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC X(38) VALUE "PERSONAS EN EL HOGAR".
       01 WS-COLUMNAS-TABLA REDEFINES WS-COLUMNAS-AN.
           05 WS-COLUMNA OCCURS 23.
               10 WS-COL-NOMBRE PIC X(18).
               10 WS-COL-LARGO PIC 9(3).
               10 WS-COL-TIPO PIC X.
               10 WS-COL-SIGNIFICADO PIC X(38).
       01 WS-PROGRAMA PIC X(20) VALUE "EXTRACTO-ANALISTAS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO HAY PERSONAS REGISTRADAS - SIN EXTRACTO"
               MOVE 8 TO WS-RC-FINAL
           ELSE
               PERFORM CUENTA-HOGARES
               PERFORM ABRE-REFERENCIAS
               OPEN OUTPUT EXTRACTO-FILE
               MOVE SPACES TO EXTRACTO-AN-CAB
               MOVE "H" TO REGISTRO-ANH
               MOVE WS-FECHA-HORA(1:8) TO FECHA-ANH
               MOVE WS-FECHA-HORA(9:6) TO HORA-ANH
               MOVE "PERSONAS" TO ORIGEN-ANH
               MOVE WS-VERSION-LAYOUT TO VERSION-ANH
               WRITE EXTRACTO-AN-CAB
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF ESTADO-REC = "I" OR ESTADO-REC = "F"
                               ADD 1 TO WS-NO-ACTIVAS
                           ELSE
                               PERFORM ESCRIBE-PERSONA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO EXTRACTO-AN-COLA
               MOVE "T" TO REGISTRO-ANT
               MOVE WS-REGISTROS TO REGISTROS-ANT
               MOVE WS-HASH TO HASH-ANT
               MOVE WS-CON-DIRECCION TO CON-DIRECCION-ANT
               MOVE WS-CON-TELEFONO TO CON-TELEFONO-ANT
               MOVE WS-CON-EMAIL TO CON-EMAIL-ANT
               MOVE WS-EN-HOGAR TO EN-HOGAR-ANT
               WRITE EXTRACTO-AN-COLA
               CLOSE EXTRACTO-FILE
               CLOSE PERSONAS-FILE
               PERFORM CIERRA-REFERENCIAS
               PERFORM PUBLICA-LAYOUT
               DISPLAY "EXTRACTO PARA ANALISTAS (ANALEXT.TXT) - "
                   "PERSONAS: " WS-REGISTROS
                   " NO ACTIVAS OMITIDAS: " WS-NO-ACTIVAS
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      *    El tamano de cada hogar sale de una pasada completa por
      *    HOGARES.DAT antes de escribir la primera persona.
       CUENTA-HOGARES.
           INITIALIZE WS-TABLA-HOGARES.
           OPEN INPUT HOGARES-FILE.
           IF WS-HOGARES-STATUS = "00"
               MOVE "S" TO WS-HAY-HOGARES
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ HOGARES-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF NUMERO-HOGAR-HOG > 0
                               ADD 1 TO
                                   WS-MIEMBROS(NUMERO-HOGAR-HOG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOGARES-FILE
           ELSE
               DISPLAY "SIN HOGARES.DAT - COLUMNAS DE HOGAR EN CERO"
               MOVE 4 TO WS-RC-FINAL
           END-IF.

       ABRE-REFERENCIAS.
           OPEN INPUT CODIGOS-FILE.
           IF WS-CODIGOS-STATUS = "00"
               MOVE "S" TO WS-HAY-CODIGOS
           ELSE
               DISPLAY "SIN CODIGOS.DAT - DESCRIPCIONES EN BLANCO"
               MOVE 4 TO WS-RC-FINAL
           END-IF.
           OPEN INPUT CONTACTO-FILE.
           IF WS-CONTACTO-STATUS = "00"
               MOVE "S" TO WS-HAY-CONTACTOS
           ELSE
               DISPLAY "SIN CONTACTO.DAT - CONTACTOS EN BLANCO"
               MOVE 4 TO WS-RC-FINAL
           END-IF.
           IF WS-HAY-HOGARES = "S"
               OPEN INPUT HOGARES-FILE
           END-IF.

       CIERRA-REFERENCIAS.
           IF WS-HAY-CODIGOS = "S"
               CLOSE CODIGOS-FILE
           END-IF.
           IF WS-HAY-CONTACTOS = "S"
               CLOSE CONTACTO-FILE
           END-IF.
           IF WS-HAY-HOGARES = "S"
               CLOSE HOGARES-FILE
           END-IF.

       ESCRIBE-PERSONA.
           MOVE SPACES TO EXTRACTO-AN-REC.
           MOVE "D" TO REGISTRO-AN.
           MOVE NUMERO-PERSONA TO NUMERO-AN.
           MOVE APELLIDOS-REC TO APELLIDOS-AN.
           MOVE NOMBRE-REC TO NOMBRE-AN.
           MOVE FECHA-NAC-REC TO FECHA-NAC-AN.
           MOVE EDAD-REC TO EDAD-AN.
           MOVE ESTADO-REC TO ESTADO-AN.
           IF ESTADO-AN = SPACE
               MOVE "A" TO ESTADO-AN
           END-IF.
           MOVE FECHA-ESTADO-REC TO FECHA-ESTADO-AN.
           IF FECHA-ESTADO-REC NOT NUMERIC
               MOVE 0 TO FECHA-ESTADO-AN
           END-IF.
           MOVE IDENT-REC TO IDENT-AN.
           MOVE PREF-CORREO-REC TO PREF-CORREO-AN.
           MOVE IDIOMA-REC TO IDIOMA-AN.
           MOVE CATEG-REC TO CATEG-AN.
           IF CATEG-REC NOT = SPACES AND WS-HAY-CODIGOS = "S"
               MOVE CATEG-REC TO CODIGO-KEY
               READ CODIGOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DESCRIPCION-COD TO DESC-CATEG-AN
               END-READ
           END-IF.
           IF WS-HAY-CONTACTOS = "S"
               PERFORM BUSCA-CONTACTOS
           END-IF.
           MOVE 0 TO HOGAR-AN.
           MOVE "N" TO JEFE-HOGAR-AN.
           MOVE 0 TO MIEMBROS-HOGAR-AN.
           IF WS-HAY-HOGARES = "S"
               MOVE NUMERO-PERSONA TO NUMERO-PERSONA-HOG
               READ HOGARES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TOMA-HOGAR
               END-READ
           END-IF.
           WRITE EXTRACTO-AN-REC.
           ADD 1 TO WS-REGISTROS.
           ADD NUMERO-PERSONA TO WS-HASH.

       TOMA-HOGAR.
           IF NUMERO-HOGAR-HOG > 0
               ADD 1 TO WS-EN-HOGAR
               MOVE NUMERO-HOGAR-HOG TO HOGAR-AN
               MOVE WS-MIEMBROS(NUMERO-HOGAR-HOG) TO MIEMBROS-HOGAR-AN
               IF CABEZA-HOG = "S"
                   MOVE "S" TO JEFE-HOGAR-AN
               END-IF
           END-IF.

      *    Como GENERA-CARTAS, de cada tipo vale el ultimo contacto
      *    vigente (sin fecha de fin) en orden de secuencia.
       BUSCA-CONTACTOS.
           MOVE "N" TO WS-FIN-CONTACTOS.
           MOVE NUMERO-PERSONA TO NUMERO-PERSONA-CON.
           MOVE 0 TO SECUENCIA-CON.
           START CONTACTO-FILE KEY IS >= CLAVE-CONTACTO
               INVALID KEY MOVE "S" TO WS-FIN-CONTACTOS
           END-START.
           PERFORM UNTIL WS-FIN-CONTACTOS = "S"
               READ CONTACTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CONTACTOS
                   NOT AT END
                       IF NUMERO-PERSONA-CON NOT = NUMERO-PERSONA
                           MOVE "S" TO WS-FIN-CONTACTOS
                       ELSE
                           IF FECHA-FIN-CON = 0
                               PERFORM TOMA-CONTACTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF CALLE-AN NOT = SPACES OR CP-AN NOT = SPACES
               ADD 1 TO WS-CON-DIRECCION
           END-IF.
           IF TELEFONO-AN NOT = SPACES
               ADD 1 TO WS-CON-TELEFONO
           END-IF.
           IF EMAIL-AN NOT = SPACES
               ADD 1 TO WS-CON-EMAIL
           END-IF.

       TOMA-CONTACTO.
           EVALUATE TIPO-CON
               WHEN "D"
                   MOVE CALLE-CON TO CALLE-AN
                   MOVE CIUDAD-CON TO CIUDAD-AN
                   MOVE REGION-CON TO REGION-AN
                   MOVE CP-CON TO CP-AN
               WHEN "T"
                   MOVE VALOR-CON TO TELEFONO-AN
               WHEN "E"
                   MOVE VALOR-CON TO EMAIL-AN
           END-EVALUATE.

       PUBLICA-LAYOUT.
           OPEN OUTPUT LAYOUT-FILE.
           MOVE SPACES TO LINEA-LAYOUT.
           STRING "ANALEXT.TXT - LAYOUT VERSION " DELIMITED BY SIZE
               WS-VERSION-LAYOUT DELIMITED BY SIZE
               " - LARGO DE REGISTRO 267 - " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           MOVE "COLUMNA            INICIO LARGO TIPO SIGNIFICADO"
               TO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           MOVE 1 TO WS-INICIO.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > 23
               MOVE WS-INICIO TO WS-INICIO-ED
               MOVE WS-COL-LARGO(WS-L) TO WS-LARGO-ED
               MOVE SPACES TO LINEA-LAYOUT
               STRING WS-COL-NOMBRE(WS-L) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-INICIO-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LARGO-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-COL-TIPO(WS-L) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COL-SIGNIFICADO(WS-L) DELIMITED BY SIZE
                   INTO LINEA-LAYOUT
               WRITE LINEA-LAYOUT
               COMPUTE WS-INICIO = WS-INICIO + WS-COL-LARGO(WS-L) + 1
           END-PERFORM.
           MOVE "CABECERA H: FECHA 3-10, HORA 12-17, ORIGEN 19-26, "
               TO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           MOVE "  VERSION DE LAYOUT 28-29" TO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           MOVE "COLA T: REGISTROS D 3-9, HASH DE NUMEROS 11-22, "
               TO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           MOVE "  CON DIRECCION 24-30, CON TELEFONO 32-38, "
               TO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           MOVE "  CON EMAIL 40-46, EN HOGAR 48-54" TO LINEA-LAYOUT.
           WRITE LINEA-LAYOUT.
           CLOSE LAYOUT-FILE.
           MOVE "ANALLAY.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.

       END PROGRAM EXTRACTO-ANALISTAS.
