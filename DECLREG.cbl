      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Declaracion mensual al regulador, corrida despues
      *          del CIERRE-MENSUAL del periodo. Cuenta todo
      *          PERSONAS.DAT por categoria (CATEG-REC), estado
      *          (A activo, I inactivo, F fallecido; un estado en
      *          blanco cuenta como activo) y banda de edad (las de
      *          REPORTE-DEMOGRAFICO: 16-25, 26-40, 41-60, 61-99) y
      *          la graba en el formato de registro fijo del
      *          regulador, RGaaaamm.TXT:
      *            H cabecera: entidad (CONFIG.DAT, parametro
      *              ENTIDAD), periodo y fecha de generacion
      *            D una celda categoria/estado/banda con personas
      *            T cola: cantidad de registros D y total de
      *              personas declaradas
      *          Antes de grabar cuadra el mismo corte contra el
      *          total de control PERSCTL.TXT (todas las personas
      *          del maestro) y contra CATREP.TXT de
      *          REPORTE-CATEGORIAS, que debe ser del dia, cubrir
      *          todo el maestro y coincidir categoria por categoria
      *          con las activas contadas. Si algo no cuadra no se
      *          graba la declaracion, se registra en LOG-ERROR y la
      *          corrida termina con RC 8. La copia de prueba legible
      *          RPaaaamm.TXT sale siempre, con el cuadre y, en su
      *          caso, las diferencias encontradas. DECLCTL.TXT
      *          guarda un renglon por periodo declarado y no se
      *          declara dos veces el mismo periodo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARACION-MENSUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT PERIODOS-FILE ASSIGN TO "TOTPERIOD.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PERIODOS-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "PERSCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT CATREP-FILE ASSIGN TO "CATREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATREP-STATUS.
           SELECT DECL-FILE ASSIGN TO DYNAMIC WS-NOMBRE-DECL
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-STATUS.
           SELECT DECLCTL-FILE ASSIGN TO "DECLCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECLCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  PERIODOS-FILE.
       01  LINEA-PERIODO.
           05 PERIODO-HIST PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-CIERRE-HIST PIC 9(8).

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 TOTAL-CONTROL PIC 9(5).

      *CATREP.TXT tal como lo escribe REPORTE-CATEGORIAS: titulo con
      *la fecha, cabeceras, detalle entre dos lineas de guiones y la
      *linea del total de activas.
       FD  CATREP-FILE.
       01  LINEA-CATREP PIC X(80).
       01  LINEA-CATREP-DET.
           05 CODIGO-CRP PIC X(5).
           05 FILLER PIC X(2).
           05 DESCRIPCION-CRP PIC X(30).
           05 FILLER PIC X.
           05 PERSONAS-CRP PIC 9(5).
           05 FILLER PIC X(37).
       01  LINEA-CATREP-TOT.
           05 ETIQUETA-CRP PIC X(24).
           05 TOTAL-CRP PIC 9(5).
           05 FILLER PIC X(51).

      *Formato de registro fijo del regulador, 50 posiciones.
       FD  DECL-FILE.
       01  LINEA-DECL-DET.
           05 REGISTRO-DRD PIC X.
           05 PERIODO-DRD PIC 9(6).
           05 CATEGORIA-DRD PIC X(5).
           05 ESTADO-DRD PIC X.
           05 BANDA-DRD PIC X(5).
           05 PERSONAS-DRD PIC 9(7).
           05 FILLER PIC X(25).
       01  LINEA-DECL-CAB.
           05 REGISTRO-DRH PIC X.
           05 ENTIDAD-DRH PIC X(8).
           05 PERIODO-DRH PIC 9(6).
           05 FECHA-DRH PIC 9(8).
           05 FILLER PIC X(27).
       01  LINEA-DECL-COL.
           05 REGISTRO-DRT PIC X.
           05 PERIODO-DRT PIC 9(6).
           05 REGISTROS-DRT PIC 9(7).
           05 PERSONAS-DRT PIC 9(9).
           05 FILLER PIC X(27).

       FD  DECLCTL-FILE.
       01  LINEA-DECLCTL.
           05 PERIODO-DCT PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-DCT PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-DCT PIC X(10).
           05 FILLER PIC X.
           05 REGISTROS-DCT PIC 9(7).
           05 FILLER PIC X.
           05 PERSONAS-DCT PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-PERIODOS-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-CATREP-STATUS PIC XX.
       01 WS-DECL-STATUS PIC XX.
       01 WS-DECLCTL-STATUS PIC XX.
       01 WS-NOMBRE-DECL PIC X(12).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-PERIODO PIC 9(6) VALUE 0.
       01 WS-PERIODO-ENT PIC X(6).
       01 WS-ULTIMO-CERRADO PIC 9(6) VALUE 0.
       01 WS-ES-NUMERICO PIC X.
       01 WS-PERIODO-CERRADO PIC X VALUE "N".
       01 WS-YA-DECLARADO PIC X VALUE "N".
       01 WS-CUADRA PIC X VALUE "S".
       01 WS-TOTAL-LEIDAS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ACTIVAS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CONTROL PIC 9(7) VALUE 0.
       01 WS-TOTAL-CATREP PIC 9(7) VALUE 0.
       01 WS-FECHA-CATREP PIC X(8).
       01 WS-SEPARADORES PIC 9 VALUE 0.
       01 WS-HAY-TOTAL-CATREP PIC X VALUE "N".
       01 WS-REGISTROS-D PIC 9(7) VALUE 0.
       01 WS-PERSONAS-D PIC 9(9) VALUE 0.
       01 WS-DIFERENCIAS PIC 9(4) VALUE 0.
       01 WS-C PIC 9(3).
       01 WS-D PIC 9(3).
       01 WS-E PIC 9.
       01 WS-B PIC 9.
       01 WS-HALLADA PIC X.
       01 WS-DESBORDE PIC 9(5) VALUE 0.
       01 WS-CANT-ED PIC ZZZZZZ9.
       01 WS-CANT-ED2 PIC ZZZZZZ9.
       01 WS-CODIGO-LIN PIC X(5).
       01 WS-ENTIDAD-PARAM PIC X(10) VALUE "ENTIDAD".
       01 WS-TIPO-CFG PIC X VALUE "X".
       01 WS-ENTIDAD-DEFECTO PIC X(20) VALUE "00000000".
       01 WS-ENTIDAD PIC X(20).
       01 WS-PROGRAMA PIC X(20) VALUE "DECLARACION-MENSUAL".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
      *La copia de prueba sale por el servicio de impresion
      *compartido, con la cabecera estandar y marca de fin.
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12).
       01 WS-ID-SRV PIC X(8) VALUE "DECLREG".
       01 WS-TITULO-SRV PIC X(40)
           VALUE "DECLARACION MENSUAL AL REGULADOR".
       01 LINEA-REPORTE PIC X(80).
       01 WS-ESTADOS-DCL PIC X(3) VALUE "AIF".
       01 WS-BANDAS-DCL.
           05 FILLER PIC X(5) VALUE "16-25".
           05 FILLER PIC X(5) VALUE "26-40".
           05 FILLER PIC X(5) VALUE "41-60".
           05 FILLER PIC X(5) VALUE "61-99".
       01 WS-BANDAS-TABLA REDEFINES WS-BANDAS-DCL.
           05 WS-BANDA-TXT PIC X(5) OCCURS 4.
      *Una fila por categoria con la matriz estado x banda; ACTIVAS es
      *la suma de la fila A, que es lo que cuenta REPORTE-CATEGORIAS.
       01 WS-TABLA-DECL.
           05 WS-DCL OCCURS 100.
               10 WS-DCL-CODIGO PIC X(5).
               10 WS-DCL-ESTADO OCCURS 3.
                   15 WS-DCL-BANDA PIC 9(6) OCCURS 4.
               10 WS-DCL-ACTIVAS PIC 9(6).
               10 WS-DCL-EN-CATREP PIC X.
       01 WS-TOTAL-CATEGORIAS PIC 9(3) VALUE 0.
       01 WS-DCL-SWAP PIC X(84).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "DECLARACION RESERVADA A SUPERVISORES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           CALL "LEE-CONFIG" USING WS-PROGRAMA WS-ENTIDAD-PARAM
               WS-TIPO-CFG WS-ENTIDAD-DEFECTO WS-ENTIDAD.
           PERFORM BUSCA-PERIODOS-CERRADOS.
           DISPLAY "PERIODO A DECLARAR (AAAAMM, EN BLANCO = ULTIMO "
               "CERRADO)".
           ACCEPT WS-PERIODO-ENT.
           IF WS-PERIODO-ENT = SPACES
               MOVE WS-ULTIMO-CERRADO TO WS-PERIODO
           ELSE
               CALL "VALIDA-NUMERO" USING WS-PERIODO-ENT
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "PERIODO INVALIDO"
                   MOVE 8 TO RETURN-CODE
                   CALL "CIERRA-OPERADOR" USING WS-PROGRAMA
                       WS-OPERADOR
                   GOBACK
               END-IF
               MOVE WS-PERIODO-ENT TO WS-PERIODO
           END-IF.
           PERFORM BUSCA-PERIODOS-CERRADOS.
           IF WS-PERIODO-CERRADO NOT = "S"
               DISPLAY "EL PERIODO " WS-PERIODO " NO ESTA CERRADO - "
                   "CORRA ANTES EL CIERRE-MENSUAL"
               MOVE 8 TO RETURN-CODE
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               GOBACK
           END-IF.
           PERFORM VERIFICA-NO-DECLARADO.
           IF WS-YA-DECLARADO = "S"
               DISPLAY "EL PERIODO " WS-PERIODO " YA FUE DECLARADO"
               MOVE 8 TO RETURN-CODE
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               GOBACK
           END-IF.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO HAY PERSONAS REGISTRADAS"
               MOVE 8 TO RETURN-CODE
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               GOBACK
           END-IF.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ PERSONAS-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       PERFORM ACUMULA-PERSONA
               END-READ
           END-PERFORM.
           CLOSE PERSONAS-FILE.
           PERFORM ORDENA-CATEGORIAS.
           PERFORM ABRE-PRUEBA.
           PERFORM CUADRA-CONTROL.
           PERFORM CUADRA-CATEGORIAS.
           PERFORM IMPRIME-DESGLOSE.
           IF WS-CUADRA = "S"
               PERFORM GRABA-DECLARACION
               PERFORM REGISTRA-DECLARACION
               MOVE "DECLARACION EMITIDA" TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
               MOVE SPACES TO LINEA-REPORTE
               STRING "  ARCHIVO " DELIMITED BY SIZE
                   WS-NOMBRE-DECL DELIMITED BY SIZE
                   " REGISTROS D " DELIMITED BY SIZE
                   WS-REGISTROS-D DELIMITED BY SIZE
                   " PERSONAS " DELIMITED BY SIZE
                   WS-PERSONAS-D DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               STRING "DECLARACION NO EMITIDA - " DELIMITED BY SIZE
                   WS-DIFERENCIAS DELIMITED BY SIZE
                   " DIFERENCIAS DE CUADRE" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           END-IF.
           PERFORM CIERRA-PRUEBA.
           IF WS-CUADRA = "S"
               DISPLAY "DECLARACION DEL PERIODO " WS-PERIODO
                   " GRABADA EN " WS-NOMBRE-DECL
               DISPLAY "COPIA DE PRUEBA: " WS-ARCHIVO-SRV
           ELSE
               MOVE "CUADRA-CATEGORIAS" TO WS-PARRAFO
               MOVE "DECLARACION NO CUADRA CON CONTROLES"
                   TO WS-DESCRIPCION
               MOVE "S" TO WS-SEVERIDAD
               MOVE "DCLX" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               DISPLAY "LA DECLARACION NO CUADRA - NO SE GRABO. VEA "
                   WS-ARCHIVO-SRV
               MOVE 8 TO RETURN-CODE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

      *    Una sola pasada sirve para las dos preguntas: cual fue el
      *    ultimo periodo cerrado y si el pedido lo esta.
       BUSCA-PERIODOS-CERRADOS.
           MOVE "N" TO WS-PERIODO-CERRADO.
           OPEN INPUT PERIODOS-FILE.
           IF WS-PERIODOS-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ PERIODOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF PERIODO-HIST > WS-ULTIMO-CERRADO
                               MOVE PERIODO-HIST TO WS-ULTIMO-CERRADO
                           END-IF
                           IF PERIODO-HIST = WS-PERIODO
                               MOVE "S" TO WS-PERIODO-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS-FILE
           END-IF.

       VERIFICA-NO-DECLARADO.
           OPEN INPUT DECLCTL-FILE.
           IF WS-DECLCTL-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ DECLCTL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF PERIODO-DCT = WS-PERIODO
                               MOVE "S" TO WS-YA-DECLARADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECLCTL-FILE
           END-IF.

      *    Todo el maestro entra en la declaracion, sin filtro de
      *    categorias visibles: el regulador recibe la entidad
      *    completa.
       ACUMULA-PERSONA.
           ADD 1 TO WS-TOTAL-LEIDAS.
           EVALUATE ESTADO-REC
               WHEN "I"
                   MOVE 2 TO WS-E
               WHEN "F"
                   MOVE 3 TO WS-E
               WHEN OTHER
                   MOVE 1 TO WS-E
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EDAD-REC <= 25
                   MOVE 1 TO WS-B
               WHEN EDAD-REC <= 40
                   MOVE 2 TO WS-B
               WHEN EDAD-REC <= 60
                   MOVE 3 TO WS-B
               WHEN OTHER
                   MOVE 4 TO WS-B
           END-EVALUATE.
           MOVE "N" TO WS-HALLADA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CATEGORIAS
                   OR WS-HALLADA = "S"
               IF WS-DCL-CODIGO(WS-C) = CATEG-REC
                   MOVE "S" TO WS-HALLADA
               END-IF
           END-PERFORM.
           IF WS-HALLADA = "S"
               SUBTRACT 1 FROM WS-C
           ELSE
               IF WS-TOTAL-CATEGORIAS < 100
                   ADD 1 TO WS-TOTAL-CATEGORIAS
                   MOVE WS-TOTAL-CATEGORIAS TO WS-C
                   INITIALIZE WS-DCL(WS-C)
                   MOVE CATEG-REC TO WS-DCL-CODIGO(WS-C)
                   MOVE "N" TO WS-DCL-EN-CATREP(WS-C)
                   MOVE "S" TO WS-HALLADA
               ELSE
                   ADD 1 TO WS-DESBORDE
               END-IF
           END-IF.
           IF WS-HALLADA = "S"
               ADD 1 TO WS-DCL-BANDA(WS-C WS-E WS-B)
               IF WS-E = 1
                   ADD 1 TO WS-DCL-ACTIVAS(WS-C)
                   ADD 1 TO WS-TOTAL-ACTIVAS
               END-IF
           END-IF.

      *    El regulador recibe las categorias en orden de codigo;
      *    las sin categoria (en blanco) quedan primero.
       ORDENA-CATEGORIAS.
           PERFORM VARYING WS-C FROM 2 BY 1
                   UNTIL WS-C > WS-TOTAL-CATEGORIAS
               MOVE WS-C TO WS-D
               PERFORM UNTIL WS-D < 2
                   OR WS-DCL-CODIGO(WS-D - 1) <= WS-DCL-CODIGO(WS-D)
                   MOVE WS-DCL(WS-D) TO WS-DCL-SWAP
                   MOVE WS-DCL(WS-D - 1) TO WS-DCL(WS-D)
                   MOVE WS-DCL-SWAP TO WS-DCL(WS-D - 1)
                   SUBTRACT 1 FROM WS-D
               END-PERFORM
           END-PERFORM.

       ABRE-PRUEBA.
           MOVE SPACES TO WS-ARCHIVO-SRV.
           STRING "RP" DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-ARCHIVO-SRV.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "PERIODO " DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               "  ENTIDAD " DELIMITED BY SIZE
               WS-ENTIDAD(1:8) DELIMITED BY SIZE
               "  CORTE " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               "  OPERADOR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "CUADRE CONTRA CONTROLES:" TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

      *    PERSCTL.TXT lleva el total de registros del maestro, de
      *    cualquier estado: debe ser lo mismo que se leyo.
       CUADRA-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "  FALTA EL TOTAL DE CONTROL PERSCTL.TXT"
                   TO LINEA-REPORTE
               PERFORM ANOTA-DIFERENCIA
           ELSE
               READ CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-TOTAL-CONTROL
                   NOT AT END
                       MOVE TOTAL-CONTROL TO WS-TOTAL-CONTROL
               END-READ
               CLOSE CONTROL-FILE
               MOVE WS-TOTAL-LEIDAS TO WS-CANT-ED
               MOVE WS-TOTAL-CONTROL TO WS-CANT-ED2
               MOVE SPACES TO LINEA-REPORTE
               STRING "  PERSONAS EN MAESTRO " DELIMITED BY SIZE
                   WS-CANT-ED DELIMITED BY SIZE
                   "  PERSCTL.TXT " DELIMITED BY SIZE
                   WS-CANT-ED2 DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               IF WS-TOTAL-LEIDAS = WS-TOTAL-CONTROL
                   PERFORM ESCRIBE-LINEA-SRV
               ELSE
                   PERFORM ANOTA-DIFERENCIA
               END-IF
           END-IF.
           IF WS-DESBORDE > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "  MAS DE 100 CATEGORIAS - PERSONAS SIN LUGAR "
                   DELIMITED BY SIZE
                   WS-DESBORDE DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-DIFERENCIA
           END-IF.

      *    CATREP.TXT debe ser del mismo corte (fecha de hoy) y traer
      *    cada categoria con las mismas activas contadas aqui; una
      *    corrida de REPORTE-CATEGORIAS con visibilidad parcial no
      *    cuadra y obliga a repetirla con un operador que vea todo.
       CUADRA-CATEGORIAS.
           OPEN INPUT CATREP-FILE.
           IF WS-CATREP-STATUS NOT = "00"
               MOVE "  FALTA CATREP.TXT - CORRA REPORTE-CATEGORIAS"
                   TO LINEA-REPORTE
               PERFORM ANOTA-DIFERENCIA
           ELSE
               MOVE SPACES TO WS-FECHA-CATREP
               MOVE 0 TO WS-SEPARADORES
               MOVE "N" TO WS-FIN-ARCHIVO
               READ CATREP-FILE
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF LINEA-CATREP(1:22) =
                           "PERSONAS POR CATEGORIA"
                           MOVE LINEA-CATREP(25:8) TO WS-FECHA-CATREP
                       END-IF
               END-READ
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CATREP-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM TOMA-LINEA-CATREP
                   END-READ
               END-PERFORM
               CLOSE CATREP-FILE
               PERFORM CIERRA-CUADRE-CATREP
           END-IF.

       TOMA-LINEA-CATREP.
           IF LINEA-CATREP(1:5) = "-----"
               ADD 1 TO WS-SEPARADORES
           ELSE
               IF WS-SEPARADORES = 1
                   PERFORM CUADRA-UNA-CATEGORIA
               END-IF
               IF WS-SEPARADORES = 2 AND
                  ETIQUETA-CRP = "TOTAL PERSONAS ACTIVAS: "
                   MOVE "S" TO WS-HAY-TOTAL-CATREP
                   IF TOTAL-CRP IS NUMERIC
                       MOVE TOTAL-CRP TO WS-TOTAL-CATREP
                   END-IF
               END-IF
           END-IF.

       CUADRA-UNA-CATEGORIA.
           MOVE "N" TO WS-HALLADA.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CATEGORIAS
                   OR WS-HALLADA = "S"
               IF WS-DCL-CODIGO(WS-C) = CODIGO-CRP
                   MOVE "S" TO WS-HALLADA
               END-IF
           END-PERFORM.
           IF WS-HALLADA = "S"
               SUBTRACT 1 FROM WS-C
               MOVE "S" TO WS-DCL-EN-CATREP(WS-C)
               IF PERSONAS-CRP NOT NUMERIC OR
                  PERSONAS-CRP NOT = WS-DCL-ACTIVAS(WS-C)
                   MOVE WS-DCL-ACTIVAS(WS-C) TO WS-CANT-ED
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  CATEGORIA " DELIMITED BY SIZE
                       CODIGO-CRP DELIMITED BY SIZE
                       " ACTIVAS " DELIMITED BY SIZE
                       WS-CANT-ED DELIMITED BY SIZE
                       " CATREP.TXT " DELIMITED BY SIZE
                       PERSONAS-CRP DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ANOTA-DIFERENCIA
               END-IF
           ELSE
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CATEGORIA " DELIMITED BY SIZE
                   CODIGO-CRP DELIMITED BY SIZE
                   " EN CATREP.TXT Y NO EN EL MAESTRO"
                   DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-DIFERENCIA
           END-IF.

       CIERRA-CUADRE-CATREP.
           IF WS-FECHA-CATREP NOT = WS-HOY
               MOVE SPACES TO LINEA-REPORTE
               STRING "  CATREP.TXT ES DEL " DELIMITED BY SIZE
                   WS-FECHA-CATREP DELIMITED BY SIZE
                   " Y NO DE ESTE CORTE" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ANOTA-DIFERENCIA
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CATEGORIAS
               IF WS-DCL-EN-CATREP(WS-C) NOT = "S" AND
                  WS-DCL-ACTIVAS(WS-C) > 0
                   MOVE WS-DCL-ACTIVAS(WS-C) TO WS-CANT-ED
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  CATEGORIA " DELIMITED BY SIZE
                       WS-DCL-CODIGO(WS-C) DELIMITED BY SIZE
                       " CON " DELIMITED BY SIZE
                       WS-CANT-ED DELIMITED BY SIZE
                       " ACTIVAS FALTA EN CATREP.TXT"
                       DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   PERFORM ANOTA-DIFERENCIA
               END-IF
           END-PERFORM.
           MOVE WS-TOTAL-ACTIVAS TO WS-CANT-ED.
           MOVE WS-TOTAL-CATREP TO WS-CANT-ED2.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  ACTIVAS CONTADAS " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               "  CATREP.TXT " DELIMITED BY SIZE
               WS-CANT-ED2 DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           IF WS-HAY-TOTAL-CATREP = "S" AND
              WS-TOTAL-CATREP = WS-TOTAL-ACTIVAS
               PERFORM ESCRIBE-LINEA-SRV
           ELSE
               PERFORM ANOTA-DIFERENCIA
           END-IF.

       ANOTA-DIFERENCIA.
           MOVE "N" TO WS-CUADRA.
           ADD 1 TO WS-DIFERENCIAS.
           MOVE "*" TO LINEA-REPORTE(1:1).
           PERFORM ESCRIBE-LINEA-SRV.

      *    La copia legible muestra exactamente las celdas que
      *    lleva el archivo del regulador, con el total por fila.
       IMPRIME-DESGLOSE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "CATEG  E    16-25    26-40    41-60    61-99    TOTAL"
               TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CATEGORIAS
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 3
                   PERFORM IMPRIME-FILA-DESGLOSE
               END-PERFORM
           END-PERFORM.
           MOVE WS-TOTAL-LEIDAS TO WS-CANT-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL PERSONAS DECLARADAS " DELIMITED BY SIZE
               WS-CANT-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-FILA-DESGLOSE.
           MOVE WS-DCL-CODIGO(WS-C) TO WS-CODIGO-LIN.
           IF WS-CODIGO-LIN = SPACES
               MOVE "(SIN)" TO WS-CODIGO-LIN
           END-IF.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-CODIGO-LIN TO LINEA-REPORTE(1:5).
           MOVE WS-ESTADOS-DCL(WS-E:1) TO LINEA-REPORTE(8:1).
           MOVE 0 TO WS-PERSONAS-D.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE WS-DCL-BANDA(WS-C WS-E WS-B) TO WS-CANT-ED
               MOVE WS-CANT-ED TO LINEA-REPORTE(WS-B * 9 + 2:7)
               ADD WS-DCL-BANDA(WS-C WS-E WS-B) TO WS-PERSONAS-D
           END-PERFORM.
           MOVE WS-PERSONAS-D TO WS-CANT-ED.
           MOVE WS-CANT-ED TO LINEA-REPORTE(47:7).
           PERFORM ESCRIBE-LINEA-SRV.

      *    Solo las celdas con personas van al archivo; la cola
      *    declara cuantas son y cuantas personas suman.
       GRABA-DECLARACION.
           MOVE SPACES TO WS-NOMBRE-DECL.
           STRING "RG" DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-NOMBRE-DECL.
           MOVE 0 TO WS-REGISTROS-D.
           MOVE 0 TO WS-PERSONAS-D.
           OPEN OUTPUT DECL-FILE.
           MOVE SPACES TO LINEA-DECL-CAB.
           MOVE "H" TO REGISTRO-DRH.
           MOVE WS-ENTIDAD(1:8) TO ENTIDAD-DRH.
           MOVE WS-PERIODO TO PERIODO-DRH.
           MOVE WS-HOY TO FECHA-DRH.
           WRITE LINEA-DECL-CAB.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-TOTAL-CATEGORIAS
               PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 3
                   PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                       IF WS-DCL-BANDA(WS-C WS-E WS-B) > 0
                           PERFORM GRABA-CELDA
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO LINEA-DECL-COL.
           MOVE "T" TO REGISTRO-DRT.
           MOVE WS-PERIODO TO PERIODO-DRT.
           MOVE WS-REGISTROS-D TO REGISTROS-DRT.
           MOVE WS-PERSONAS-D TO PERSONAS-DRT.
           WRITE LINEA-DECL-COL.
           CLOSE DECL-FILE.

       GRABA-CELDA.
           MOVE SPACES TO LINEA-DECL-DET.
           MOVE "D" TO REGISTRO-DRD.
           MOVE WS-PERIODO TO PERIODO-DRD.
           MOVE WS-DCL-CODIGO(WS-C) TO CATEGORIA-DRD.
           MOVE WS-ESTADOS-DCL(WS-E:1) TO ESTADO-DRD.
           MOVE WS-BANDA-TXT(WS-B) TO BANDA-DRD.
           MOVE WS-DCL-BANDA(WS-C WS-E WS-B) TO PERSONAS-DRD.
           WRITE LINEA-DECL-DET.
           ADD 1 TO WS-REGISTROS-D.
           ADD WS-DCL-BANDA(WS-C WS-E WS-B) TO WS-PERSONAS-D.

       REGISTRA-DECLARACION.
           OPEN EXTEND DECLCTL-FILE.
           IF WS-DECLCTL-STATUS = "35"
               OPEN OUTPUT DECLCTL-FILE
           END-IF.
           MOVE SPACES TO LINEA-DECLCTL.
           MOVE WS-PERIODO TO PERIODO-DCT.
           MOVE WS-HOY TO FECHA-DCT.
           MOVE WS-OPERADOR TO OPERADOR-DCT.
           MOVE WS-REGISTROS-D TO REGISTROS-DCT.
           MOVE WS-PERSONAS-D TO PERSONAS-DCT.
           WRITE LINEA-DECLCTL.
           CLOSE DECLCTL-FILE.

       CIERRA-PRUEBA.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE WS-ARCHIVO-SRV TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       END PROGRAM DECLARACION-MENSUAL.
