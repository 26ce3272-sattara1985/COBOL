      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Cruce del extracto del registro oficial de
      *          defunciones (DEFUNC.ENT) contra PERSONAS.DAT. La
      *          coincidencia exacta es por identidad nacional
      *          (IDENT-REC): si la persona no esta ya fallecida se
      *          propone su cambio a estado F con la fecha de
      *          defuncion del registro como FECHA-ESTADO-REC, por la
      *          via de las transacciones retenidas: la linea E entra
      *          en PERSPEND.TXT con fecha efectiva DIASDEF dias
      *          habiles mas adelante (parametro de LEE-CONFIG, 1 por
      *          defecto) y la aplica el lote de DATOS esa noche,
      *          validada y journalizada como cualquier otra. Como
      *          el lote busca por nombre, una coincidencia exacta
      *          cuyo nombre comparte otra persona del maestro no se
      *          propone y pasa a revision. Sin identidad que cruce,
      *          apellidos + nombre + FECHA-NAC-REC solo dan
      *          candidatas, que van a DEFCAND.TXT para la cola de
      *          trabajo (COLA-TRABAJO). DEFUREP.TXT lista cada cruce
      *          y los totales de exactas, candidatas, ya fallecidas
      *          y sin cruce. El extracto se trata como novedades: una
      *          persona con un cambio a F ya retenido no se vuelve a
      *          proponer.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRUCE-DEFUNCIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO "DEFUNC.ENT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT PENDIENTE-FILE ASSIGN TO "PERSPEND.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIENTE-STATUS.
           SELECT CANDIDATAS-FILE ASSIGN TO "DEFCAND.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CANDIDATAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "DEFUREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA-FILE.
       01  LINEA-ENTRADA.
           05 IDENT-ENT PIC X(10).
           05 APELLIDOS-ENT PIC X(20).
           05 NOMBRE-ENT PIC X(15).
           05 FECHA-NAC-ENT PIC X(8).
           05 FECHA-DEF-ENT PIC X(8).

       FD  PERSONAS-FILE.
       COPY PERSONA.

      *Mismo formato que la linea de PERSTRAN.TXT que lee DATOS.
       FD  PENDIENTE-FILE.
       01  LINEA-PENDIENTE.
           05 TIPO-PEN PIC X.
           05 APELLIDOS-PEN PIC X(20).
           05 NOMBRE-PEN PIC X(15).
           05 FECHA-PEN PIC X(8).
           05 ESTADO-PEN PIC X.
           05 FECHA-EFECTIVA-PEN PIC X(8).

      *La referencia del item de la cola son las primeras 40
      *posiciones: marca, numero de persona, fecha de defuncion y
      *apellidos; el resto queda para quien revisa.
       FD  CANDIDATAS-FILE.
       01  LINEA-CANDIDATA.
           05 MARCA-CND PIC X(3).
           05 FILLER PIC X.
           05 NUMERO-CND PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-DEF-CND PIC 9(8).
           05 FILLER PIC X.
           05 APELLIDOS-CND PIC X(20).
           05 FILLER PIC X.
           05 NOMBRE-CND PIC X(15).
           05 FILLER PIC X.
           05 IDENT-CND PIC X(10).
           05 FILLER PIC X.
           05 MOTIVO-CND PIC X(8).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-PENDIENTE-STATUS PIC XX.
       01 WS-CANDIDATAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "CRUCE-DEFUNCIONES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARAMETRO-CFG PIC X(10).
       01 WS-TIPO-CFG PIC X.
       01 WS-DEFECTO-CFG PIC X(20).
       01 WS-VALOR-CFG PIC X(20).
       01 WS-DIAS-RETENCION PIC 9(3) VALUE 1.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FECHA-EFECTIVA PIC 9(8).
       01 WS-FUNCION-CAL PIC X.
       01 WS-RESULTADO-CAL PIC X.
       01 WS-D PIC 9(3).
       01 WS-FIN-ENTRADA PIC X.
       01 WS-FIN-MAESTRO PIC X.
       01 WS-FIN-PENDIENTES PIC X.
       01 WS-FECHA-OK PIC X.
       01 WS-NOMBRE-UNICO PIC X.
       01 WS-YA-RETENIDA PIC X.
       01 WS-MAESTRO-OK PIC X VALUE "N".
       01 WS-R PIC 9(4).
       01 WS-C PIC 9(4).
       01 WS-P PIC 9(4).
       01 WS-SITUACION PIC X(10).
       01 WS-LEIDOS PIC 9(5) VALUE 0.
       01 WS-RECHAZADOS PIC 9(5) VALUE 0.
       01 WS-EXACTAS PIC 9(5) VALUE 0.
       01 WS-PROPUESTAS PIC 9(5) VALUE 0.
       01 WS-YA-PROPUESTAS PIC 9(5) VALUE 0.
       01 WS-HOMONIMAS PIC 9(5) VALUE 0.
       01 WS-CANDIDATAS PIC 9(5) VALUE 0.
       01 WS-YA-FALLECIDAS PIC 9(5) VALUE 0.
       01 WS-SIN-CRUCE PIC 9(5) VALUE 0.
      *Lineas validas del extracto con lo que el barrido del maestro
      *encontro para cada una: E=exacta por identidad, Y=exacta pero
      *la persona ya figura fallecida.
       01 WS-REGISTROS PIC 9(4) VALUE 0.
       01 WS-TABLA-REGISTRO.
           05 WS-REG OCCURS 5000.
               10 WS-IDENT-RG PIC X(10).
               10 WS-APELLIDOS-RG PIC X(20).
               10 WS-NOMBRE-RG PIC X(15).
               10 WS-NACE-RG PIC 9(8).
               10 WS-DEFUNCION-RG PIC 9(8).
               10 WS-RESULTADO-RG PIC X.
               10 WS-NUMERO-RG PIC 9(6).
               10 WS-CLAVE-PER-RG PIC X(35).
      *Candidatas por nombre y fecha de nacimiento; solo se usan
      *para las lineas que no tuvieron cruce exacto.
       01 WS-TOTAL-CAND PIC 9(4) VALUE 0.
       01 WS-TABLA-CANDIDATAS.
           05 WS-CAND OCCURS 2000.
               10 WS-REG-CAND PIC 9(4).
               10 WS-NUMERO-CAND PIC 9(6).
      *Personas (por nombre) que ya tienen un cambio a F retenido.
       01 WS-TOTAL-RETENIDAS PIC 9(4) VALUE 0.
       01 WS-TABLA-RETENIDAS.
           05 WS-CLAVE-RETENIDA PIC X(35) OCCURS 2000.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           PERFORM CARGA-CONFIG.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CRUCE CON EL REGISTRO DE DEFUNCIONES AL "
               DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " - CAMBIOS RETENIDOS HASTA " DELIMITED BY SIZE
               WS-FECHA-EFECTIVA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               MOVE "SIN EXTRACTO DEL REGISTRO (DEFUNC.ENT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               PERFORM CARGA-EXTRACTO
               CLOSE ENTRADA-FILE
               OPEN INPUT PERSONAS-FILE
               IF WS-PERSONAS-STATUS NOT = "00"
                   MOVE "NO SE PUDO ABRIR PERSONAS.DAT"
                       TO LINEA-REPORTE
                   WRITE LINEA-REPORTE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM CARGA-RETENIDAS
                   PERFORM BARRE-MAESTRO
                   PERFORM RESUELVE-CRUCES
                   PERFORM ESCRIBE-TOTALES
                   CLOSE PERSONAS-FILE
               END-IF
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "DEFUREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "DEFUNCIONES - EXACTAS: " WS-EXACTAS
               " CANDIDATAS: " WS-CANDIDATAS
               " YA FALLECIDAS: " WS-YA-FALLECIDAS
               " SIN CRUCE: " WS-SIN-CRUCE.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      *    La fecha efectiva de las propuestas se corre DIASDEF dias
      *    habiles desde hoy; con 0 se aplican en el lote de esta
      *    misma noche.
       CARGA-CONFIG.
           MOVE "DIASDEF" TO WS-PARAMETRO-CFG.
           MOVE "N" TO WS-TIPO-CFG.
           MOVE "1" TO WS-DEFECTO-CFG.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-PARAMETRO-CFG
               WS-TIPO-CFG WS-DEFECTO-CFG WS-VALOR-CFG.
           IF WS-VALOR-CFG(18:3) IS NUMERIC
               MOVE WS-VALOR-CFG(18:3) TO WS-DIAS-RETENCION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           MOVE WS-HOY TO WS-FECHA-EFECTIVA.
           MOVE "P" TO WS-FUNCION-CAL.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIAS-RETENCION
               CALL "DIA-HABIL" USING WS-FUNCION-CAL
                   WS-FECHA-EFECTIVA WS-RESULTADO-CAL
           END-PERFORM.

      *    Una linea sin fecha de defuncion valida, con fecha futura o
      *    sin identidad ni nombre no se puede cruzar y se rechaza.
       CARGA-EXTRACTO.
           MOVE "N" TO WS-FIN-ENTRADA.
           PERFORM UNTIL WS-FIN-ENTRADA = "S"
               READ ENTRADA-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ENTRADA
                   NOT AT END
                       ADD 1 TO WS-LEIDOS
                       PERFORM VALIDA-LINEA
               END-READ
           END-PERFORM.

       VALIDA-LINEA.
           CALL "VALIDA-FECHA" USING FECHA-DEF-ENT WS-FECHA-OK.
           IF WS-FECHA-OK = "S"
               IF FECHA-DEF-ENT > WS-HOY
                   MOVE "N" TO WS-FECHA-OK
               END-IF
           END-IF.
           IF IDENT-ENT = SPACES AND
              (APELLIDOS-ENT = SPACES OR NOMBRE-ENT = SPACES)
               MOVE "N" TO WS-FECHA-OK
           END-IF.
           IF WS-FECHA-OK NOT = "S" OR WS-REGISTROS >= 5000
               ADD 1 TO WS-RECHAZADOS
               MOVE SPACES TO LINEA-REPORTE
               STRING "RECHAZADA  " DELIMITED BY SIZE
                   LINEA-ENTRADA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               ADD 1 TO WS-REGISTROS
               MOVE IDENT-ENT TO WS-IDENT-RG(WS-REGISTROS)
               MOVE APELLIDOS-ENT TO WS-APELLIDOS-RG(WS-REGISTROS)
               MOVE NOMBRE-ENT TO WS-NOMBRE-RG(WS-REGISTROS)
               IF FECHA-NAC-ENT IS NUMERIC
                   MOVE FECHA-NAC-ENT TO WS-NACE-RG(WS-REGISTROS)
               ELSE
                   MOVE 0 TO WS-NACE-RG(WS-REGISTROS)
               END-IF
               MOVE FECHA-DEF-ENT TO WS-DEFUNCION-RG(WS-REGISTROS)
               MOVE SPACE TO WS-RESULTADO-RG(WS-REGISTROS)
               MOVE 0 TO WS-NUMERO-RG(WS-REGISTROS)
               MOVE SPACES TO WS-CLAVE-PER-RG(WS-REGISTROS)
           END-IF.

       CARGA-RETENIDAS.
           OPEN INPUT PENDIENTE-FILE.
           IF WS-PENDIENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-PENDIENTES
               PERFORM UNTIL WS-FIN-PENDIENTES = "S"
                   READ PENDIENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-PENDIENTES
                       NOT AT END
                           IF TIPO-PEN = "E" AND ESTADO-PEN = "F"
                              AND WS-TOTAL-RETENIDAS < 2000
                               ADD 1 TO WS-TOTAL-RETENIDAS
                               MOVE LINEA-PENDIENTE(2:35) TO
                                   WS-CLAVE-RETENIDA(WS-TOTAL-RETENIDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDIENTE-FILE
           END-IF.

      ******************************************************************
      * Un solo barrido del maestro: cada persona se compara con todas
      * las lineas del extracto. La identidad manda; nombre y fecha de
      * nacimiento solo anotan candidatas entre personas no
      * fallecidas.
      ******************************************************************
       BARRE-MAESTRO.
           MOVE 0 TO NUMERO-PERSONA.
           MOVE "N" TO WS-FIN-MAESTRO.
           START PERSONAS-FILE KEY IS >= NUMERO-PERSONA
               INVALID KEY MOVE "S" TO WS-FIN-MAESTRO
           END-START.
           PERFORM UNTIL WS-FIN-MAESTRO = "S"
               READ PERSONAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-MAESTRO
                   NOT AT END
                       PERFORM VARYING WS-R FROM 1 BY 1
                               UNTIL WS-R > WS-REGISTROS
                           PERFORM COMPARA-PERSONA
                       END-PERFORM
               END-READ
           END-PERFORM.

       COMPARA-PERSONA.
           IF WS-IDENT-RG(WS-R) NOT = SPACES AND
              IDENT-REC = WS-IDENT-RG(WS-R)
               MOVE NUMERO-PERSONA TO WS-NUMERO-RG(WS-R)
               MOVE CLAVE-NOMBRE TO WS-CLAVE-PER-RG(WS-R)
               IF ESTADO-REC = "F"
                   MOVE "Y" TO WS-RESULTADO-RG(WS-R)
               ELSE
                   MOVE "E" TO WS-RESULTADO-RG(WS-R)
               END-IF
           ELSE
               IF ESTADO-REC NOT = "F" AND
                  APELLIDOS-REC = WS-APELLIDOS-RG(WS-R) AND
                  NOMBRE-REC = WS-NOMBRE-RG(WS-R) AND
                  FECHA-NAC-REC = WS-NACE-RG(WS-R) AND
                  FECHA-NAC-REC NOT = 0 AND
                  WS-TOTAL-CAND < 2000
                   ADD 1 TO WS-TOTAL-CAND
                   MOVE WS-R TO WS-REG-CAND(WS-TOTAL-CAND)
                   MOVE NUMERO-PERSONA TO WS-NUMERO-CAND(WS-TOTAL-CAND)
               END-IF
           END-IF.

       RESUELVE-CRUCES.
           OPEN EXTEND PENDIENTE-FILE.
           IF WS-PENDIENTE-STATUS = "35"
               OPEN OUTPUT PENDIENTE-FILE
           END-IF.
           OPEN EXTEND CANDIDATAS-FILE.
           IF WS-CANDIDATAS-STATUS = "35"
               OPEN OUTPUT CANDIDATAS-FILE
           END-IF.
           MOVE "SITUACION  PERSONA APELLIDOS            NOMBRE" &
               "          IDENTIDAD  DEFUNCION" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-REGISTROS
               EVALUATE WS-RESULTADO-RG(WS-R)
                   WHEN "E"
                       ADD 1 TO WS-EXACTAS
                       PERFORM PROPONE-FALLECIMIENTO
                   WHEN "Y"
                       ADD 1 TO WS-YA-FALLECIDAS
                       MOVE "YA FALLEC." TO WS-SITUACION
                       MOVE WS-NUMERO-RG(WS-R) TO NUMERO-PERSONA
                       PERFORM LISTA-CRUCE
                   WHEN OTHER
                       PERFORM ENVIA-CANDIDATAS
               END-EVALUATE
           END-PERFORM.
           CLOSE CANDIDATAS-FILE.
           CLOSE PENDIENTE-FILE.

      *    El lote de DATOS ubica a la persona por apellidos + nombre:
      *    si el nombre no es unico en el maestro la propuesta podria
      *    caer sobre otra persona y se manda a revision.
       PROPONE-FALLECIMIENTO.
           PERFORM VERIFICA-NOMBRE-UNICO.
           PERFORM VERIFICA-RETENIDA.
           MOVE WS-NUMERO-RG(WS-R) TO NUMERO-PERSONA.
           IF WS-YA-RETENIDA = "S"
               ADD 1 TO WS-YA-PROPUESTAS
               MOVE "YA RETEN." TO WS-SITUACION
               PERFORM LISTA-CRUCE
           ELSE
               IF WS-NOMBRE-UNICO = "S"
                   MOVE SPACES TO LINEA-PENDIENTE
                   MOVE "E" TO TIPO-PEN
                   MOVE WS-CLAVE-PER-RG(WS-R) TO LINEA-PENDIENTE(2:35)
                   MOVE WS-DEFUNCION-RG(WS-R) TO FECHA-PEN
                   MOVE "F" TO ESTADO-PEN
                   MOVE WS-FECHA-EFECTIVA TO FECHA-EFECTIVA-PEN
                   WRITE LINEA-PENDIENTE
                   ADD 1 TO WS-PROPUESTAS
                   MOVE "EXACTA" TO WS-SITUACION
                   PERFORM LISTA-CRUCE
               ELSE
                   ADD 1 TO WS-HOMONIMAS
                   MOVE "HOMONIMO" TO WS-SITUACION
                   PERFORM LISTA-CRUCE
                   MOVE WS-NUMERO-RG(WS-R) TO NUMERO-CND
                   MOVE "HOMONIMO" TO MOTIVO-CND
                   PERFORM ESCRIBE-CANDIDATA
               END-IF
           END-IF.

       VERIFICA-NOMBRE-UNICO.
           MOVE "S" TO WS-NOMBRE-UNICO.
           MOVE WS-CLAVE-PER-RG(WS-R) TO CLAVE-NOMBRE.
           START PERSONAS-FILE KEY IS = CLAVE-NOMBRE
               INVALID KEY MOVE "N" TO WS-NOMBRE-UNICO
           END-START.
           IF WS-NOMBRE-UNICO = "S"
               READ PERSONAS-FILE NEXT
                   AT END
                       MOVE "N" TO WS-NOMBRE-UNICO
               END-READ
           END-IF.
           IF WS-NOMBRE-UNICO = "S"
               READ PERSONAS-FILE NEXT
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLAVE-NOMBRE = WS-CLAVE-PER-RG(WS-R)
                           MOVE "N" TO WS-NOMBRE-UNICO
                       END-IF
               END-READ
           END-IF.

       VERIFICA-RETENIDA.
           MOVE "N" TO WS-YA-RETENIDA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-TOTAL-RETENIDAS
               IF WS-CLAVE-RETENIDA(WS-P) = WS-CLAVE-PER-RG(WS-R)
                   MOVE "S" TO WS-YA-RETENIDA
               END-IF
           END-PERFORM.

      *    Sin cruce exacto, cada candidata por nombre y fecha de
      *    nacimiento es un item de revision; sin candidatas la
      *    linea queda sin cruce.
       ENVIA-CANDIDATAS.
           MOVE 0 TO WS-P.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CAND
               IF WS-REG-CAND(WS-C) = WS-R
                   ADD 1 TO WS-P
                   ADD 1 TO WS-CANDIDATAS
                   MOVE WS-NUMERO-CAND(WS-C) TO NUMERO-PERSONA
                   MOVE "CANDIDATA" TO WS-SITUACION
                   PERFORM LISTA-CRUCE
                   MOVE WS-NUMERO-CAND(WS-C) TO NUMERO-CND
                   MOVE "NOMBRE" TO MOTIVO-CND
                   PERFORM ESCRIBE-CANDIDATA
               END-IF
           END-PERFORM.
           IF WS-P = 0
               ADD 1 TO WS-SIN-CRUCE
           END-IF.

       ESCRIBE-CANDIDATA.
           MOVE "DEF" TO MARCA-CND.
           MOVE WS-DEFUNCION-RG(WS-R) TO FECHA-DEF-CND.
           MOVE WS-APELLIDOS-RG(WS-R) TO APELLIDOS-CND.
           MOVE WS-NOMBRE-RG(WS-R) TO NOMBRE-CND.
           MOVE WS-IDENT-RG(WS-R) TO IDENT-CND.
           WRITE LINEA-CANDIDATA.
           INITIALIZE LINEA-CANDIDATA.

       LISTA-CRUCE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-SITUACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO-PERSONA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-APELLIDOS-RG(WS-R) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE-RG(WS-R) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IDENT-RG(WS-R) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEFUNCION-RG(WS-R) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "LINEAS LEIDAS: " DELIMITED BY SIZE
               WS-LEIDOS DELIMITED BY SIZE
               " RECHAZADAS: " DELIMITED BY SIZE
               WS-RECHAZADOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "EXACTAS: " DELIMITED BY SIZE
               WS-EXACTAS DELIMITED BY SIZE
               " (PROPUESTAS A ESTADO F: " DELIMITED BY SIZE
               WS-PROPUESTAS DELIMITED BY SIZE
               " YA RETENIDAS: " DELIMITED BY SIZE
               WS-YA-PROPUESTAS DELIMITED BY SIZE
               " HOMONIMOS A REVISION: " DELIMITED BY SIZE
               WS-HOMONIMAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CANDIDATAS: " DELIMITED BY SIZE
               WS-CANDIDATAS DELIMITED BY SIZE
               " YA FALLECIDAS: " DELIMITED BY SIZE
               WS-YA-FALLECIDAS DELIMITED BY SIZE
               " SIN CRUCE: " DELIMITED BY SIZE
               WS-SIN-CRUCE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM CRUCE-DEFUNCIONES.
