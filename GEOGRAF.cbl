      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Distribucion geografica de las personas activas, en
      *          el molde de REPORTE-DEMOGRAFICO: por region o
      *          provincia y, dentro de ella, por distrito postal
      *          (las tres primeras cifras del codigo postal), con el
      *          total y el reparto en las mismas bandas de edad
      *          (16-25, 26-40, 41-60, 61-99). La direccion es la D
      *          vigente de CONTACTO.DAT (o la devuelta, si no queda
      *          otra) y la region sale de la tabla postal
      *          CODPOST.TXT cuando el codigo existe; si no, de la
      *          propia direccion. Las personas sin direccion se
      *          cuentan aparte. Quien lo corre se identifica con
      *          CAPTURA-OPERADOR y solo entran las categorias que
      *          puede ver (VERIFICA-CATEGORIA). Sale en GEOREP.TXT
      *          por el servicio de impresion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-GEOGRAFICO.
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
           SELECT CODPOST-FILE ASSIGN TO "CODPOST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CODPOST-STATUS.

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
           05 VALOR-CON.
               10 CALLE-CON PIC X(18).
               10 CIUDAD-CON PIC X(12).
               10 REGION-CON PIC X(5).
               10 CP-CON PIC X(5).
           05 FECHA-EFECTIVA-CON PIC 9(8).
           05 FECHA-FIN-CON PIC 9(8).

       FD  CODPOST-FILE.
       01  LINEA-CODPOST.
           05 CODIGO-CP PIC X(5).
           05 FILLER PIC X.
           05 CIUDAD-CP PIC X(12).
           05 FILLER PIC X.
           05 REGION-CP PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-CODPOST-STATUS PIC XX.
       01 WS-FIN-PERSONAS PIC X VALUE "N".
       01 WS-FIN-CONTACTOS PIC X.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-HAY-CONTACTOS PIC X VALUE "N".
       01 WS-PROGRAMA PIC X(20) VALUE "REPORTE-GEOGRAFICO".
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
      *El reporte sale por el servicio de impresion compartido, que
      *pone la cabecera estandar, pagina y marca de fin.
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "GEOREP.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "GEOGR".
       01 WS-TITULO-SRV PIC X(40)
           VALUE "DISTRIBUCION GEOGRAFICA DE PERSONAS".
       01 LINEA-REPORTE PIC X(80).
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-VISIBLE PIC X.
       01 WS-DIRECCION-PER PIC X(40).
       01 WS-DIR-R REDEFINES WS-DIRECCION-PER.
           05 FILLER PIC X(30).
           05 WS-REGION-DIR PIC X(5).
           05 WS-CP-DIR PIC X(5).
       01 WS-DIRECCION-U PIC X(40).
       01 WS-REGION-BUSCA PIC X(5).
       01 WS-DISTRITO-BUSCA PIC X(3).
       01 WS-BANDA PIC 9.
       01 WS-B PIC 9.
       01 WS-T PIC 9(5).
       01 WS-G PIC 9(4).
       01 WS-H PIC 9(4).
       01 WS-ENCONTRADO PIC 9(5).
       01 WS-TOTAL-ACTIVAS PIC 9(6) VALUE 0.
       01 WS-TOTAL-INACTIVOS PIC 9(6) VALUE 0.
       01 WS-TOTAL-FALLECIDOS PIC 9(6) VALUE 0.
       01 WS-SIN-DIRECCION PIC 9(6) VALUE 0.
       01 WS-FUERA-TABLA PIC 9(6) VALUE 0.
       01 WS-REGION-ANTERIOR PIC X(5).
       01 WS-EDITADO PIC ZZZZZ9.
      *Tabla postal en memoria, para la region de referencia.
       01 WS-TOTAL-CP PIC 9(5) VALUE 0.
       01 WS-TABLA-CP.
           05 WS-CP-REF OCCURS 20000.
               10 WS-CODIGO-REF PIC X(5).
               10 WS-REGION-REF PIC X(5).
      *Acumuladores por region + distrito; se ordenan al final.
       01 WS-TOTAL-GEO PIC 9(4) VALUE 0.
       01 WS-TABLA-GEO.
           05 WS-GEO OCCURS 3000.
               10 WS-CLAVE-GEO.
                   15 WS-REGION-GEO PIC X(5).
                   15 WS-DISTRITO-GEO PIC X(3).
               10 WS-BANDA-GEO PIC 9(6) OCCURS 4.
               10 WS-PERSONAS-GEO PIC 9(6).
       01 WS-GEO-ENTRADA PIC X(38).
       01 WS-SUBTOTAL.
           05 WS-BANDA-SUB PIC 9(6) OCCURS 4.
           05 WS-PERSONAS-SUB PIC 9(6).
       01 WS-GRAN-TOTAL.
           05 WS-BANDA-TOT PIC 9(6) OCCURS 4.
           05 WS-PERSONAS-TOT PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO HAY PERSONAS REGISTRADAS"
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM CARGA-TABLA-POSTAL
               OPEN INPUT CONTACTO-FILE
               IF WS-CONTACTO-STATUS = "00"
                   MOVE "S" TO WS-HAY-CONTACTOS
               END-IF
               PERFORM UNTIL WS-FIN-PERSONAS = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-PERSONAS
                       NOT AT END
                           CALL "VERIFICA-CATEGORIA" USING
                               WS-OPERADOR CATEG-REC WS-VISIBLE
                           IF WS-VISIBLE = "S"
                               PERFORM CLASIFICA-PERSONA
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HAY-CONTACTOS = "S"
                   CLOSE CONTACTO-FILE
               END-IF
               CLOSE PERSONAS-FILE
               PERFORM ORDENA-GEO
               PERFORM ESCRIBE-REPORTE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-TABLA-POSTAL.
           OPEN INPUT CODPOST-FILE.
           IF WS-CODPOST-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CODPOST-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-TOTAL-CP < 20000
                               ADD 1 TO WS-TOTAL-CP
                               MOVE CODIGO-CP TO
                                   WS-CODIGO-REF(WS-TOTAL-CP)
                               MOVE REGION-CP TO
                                   WS-REGION-REF(WS-TOTAL-CP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODPOST-FILE
           END-IF.

      *    Como en el demografico, inactivos y fallecidos no entran en
      *    la distribucion; solo se cuentan para que el total cuadre.
       CLASIFICA-PERSONA.
           IF ESTADO-REC = "I"
               ADD 1 TO WS-TOTAL-INACTIVOS
           ELSE
               IF ESTADO-REC = "F"
                   ADD 1 TO WS-TOTAL-FALLECIDOS
               ELSE
                   PERFORM ACUMULA-PERSONA
               END-IF
           END-IF.

       ACUMULA-PERSONA.
           ADD 1 TO WS-TOTAL-ACTIVAS.
           EVALUATE TRUE
               WHEN EDAD-REC <= 25
                   MOVE 1 TO WS-BANDA
               WHEN EDAD-REC <= 40
                   MOVE 2 TO WS-BANDA
               WHEN EDAD-REC <= 60
                   MOVE 3 TO WS-BANDA
               WHEN OTHER
                   MOVE 4 TO WS-BANDA
           END-EVALUATE.
           ADD 1 TO WS-BANDA-TOT(WS-BANDA).
           ADD 1 TO WS-PERSONAS-TOT.
           PERFORM BUSCA-DIRECCION-PERSONA.
           IF WS-DIRECCION-PER = SPACES
               ADD 1 TO WS-SIN-DIRECCION
           ELSE
               PERFORM UBICA-DIRECCION
               PERFORM SUMA-EN-TABLA
           END-IF.

      *    La D vigente de secuencia mas alta; si no hay ninguna, la
      *    devuelta (U) vigente, que sigue diciendo donde vive.
       BUSCA-DIRECCION-PERSONA.
           MOVE SPACES TO WS-DIRECCION-PER.
           MOVE SPACES TO WS-DIRECCION-U.
           IF WS-HAY-CONTACTOS = "S"
               MOVE "N" TO WS-FIN-CONTACTOS
               MOVE NUMERO-PERSONA TO NUMERO-PERSONA-CON
               MOVE 0 TO SECUENCIA-CON
               START CONTACTO-FILE KEY IS >= CLAVE-CONTACTO
                   INVALID KEY MOVE "S" TO WS-FIN-CONTACTOS
               END-START
               PERFORM UNTIL WS-FIN-CONTACTOS = "S"
                   READ CONTACTO-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-CONTACTOS
                       NOT AT END
                           IF NUMERO-PERSONA-CON NOT = NUMERO-PERSONA
                               MOVE "S" TO WS-FIN-CONTACTOS
                           ELSE
                               IF TIPO-CON = "D" AND FECHA-FIN-CON = 0
                                   MOVE VALOR-CON TO WS-DIRECCION-PER
                               END-IF
                               IF TIPO-CON = "U" AND FECHA-FIN-CON = 0
                                   MOVE VALOR-CON TO WS-DIRECCION-U
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DIRECCION-PER = SPACES
                   MOVE WS-DIRECCION-U TO WS-DIRECCION-PER
               END-IF
           END-IF.

       UBICA-DIRECCION.
           MOVE WS-CP-DIR(1:3) TO WS-DISTRITO-BUSCA.
           MOVE WS-REGION-DIR TO WS-REGION-BUSCA.
           MOVE 0 TO WS-ENCONTRADO.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOTAL-CP OR WS-ENCONTRADO > 0
               IF WS-CODIGO-REF(WS-T) = WS-CP-DIR
                   MOVE WS-T TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO > 0
               MOVE WS-REGION-REF(WS-ENCONTRADO) TO WS-REGION-BUSCA
           ELSE
               ADD 1 TO WS-FUERA-TABLA
           END-IF.

       SUMA-EN-TABLA.
           MOVE 0 TO WS-H.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-TOTAL-GEO OR WS-H > 0
               IF WS-REGION-GEO(WS-G) = WS-REGION-BUSCA AND
                  WS-DISTRITO-GEO(WS-G) = WS-DISTRITO-BUSCA
                   MOVE WS-G TO WS-H
               END-IF
           END-PERFORM.
           IF WS-H = 0 AND WS-TOTAL-GEO < 3000
               ADD 1 TO WS-TOTAL-GEO
               MOVE WS-TOTAL-GEO TO WS-H
               MOVE WS-REGION-BUSCA TO WS-REGION-GEO(WS-H)
               MOVE WS-DISTRITO-BUSCA TO WS-DISTRITO-GEO(WS-H)
               PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
                   MOVE 0 TO WS-BANDA-GEO(WS-H WS-B)
               END-PERFORM
               MOVE 0 TO WS-PERSONAS-GEO(WS-H)
           END-IF.
           IF WS-H > 0
               ADD 1 TO WS-BANDA-GEO(WS-H WS-BANDA)
               ADD 1 TO WS-PERSONAS-GEO(WS-H)
           END-IF.

      *    Ordenado por insercion sobre region + distrito, como el de
      *    etiquetas por codigo postal de GENERA-CARTAS.
       ORDENA-GEO.
           PERFORM VARYING WS-G FROM 2 BY 1
                   UNTIL WS-G > WS-TOTAL-GEO
               MOVE WS-GEO(WS-G) TO WS-GEO-ENTRADA
               MOVE WS-G TO WS-H
               PERFORM UNTIL WS-H = 1 OR
                       WS-CLAVE-GEO(WS-H - 1) <= WS-GEO-ENTRADA(1:8)
                   MOVE WS-GEO(WS-H - 1) TO WS-GEO(WS-H)
                   SUBTRACT 1 FROM WS-H
               END-PERFORM
               MOVE WS-GEO-ENTRADA TO WS-GEO(WS-H)
           END-PERFORM.

       ESCRIBE-REPORTE.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           IF WS-TOTAL-ACTIVAS = 0
               MOVE "NO HAY PERSONAS ACTIVAS" TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           ELSE
               MOVE "REGION DISTRITO    16-25  26-40  41-60  61-99"
                   & "   TOTAL" TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
               MOVE SPACES TO WS-REGION-ANTERIOR
               INITIALIZE WS-SUBTOTAL
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-TOTAL-GEO
                   IF WS-G > 1 AND
                      WS-REGION-GEO(WS-G) NOT = WS-REGION-ANTERIOR
                       PERFORM ESCRIBE-SUBTOTAL
                   END-IF
                   MOVE WS-REGION-GEO(WS-G) TO WS-REGION-ANTERIOR
                   PERFORM ESCRIBE-DISTRITO
               END-PERFORM
               IF WS-TOTAL-GEO > 0
                   PERFORM ESCRIBE-SUBTOTAL
               END-IF
               PERFORM ESCRIBE-TOTALES
           END-IF.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           MOVE "GEOREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "REPORTE GEOGRAFICO GENERADO (GEOREP.TXT) - "
               "PERSONAS ACTIVAS: " WS-TOTAL-ACTIVAS.

       ESCRIBE-DISTRITO.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-REGION-GEO(WS-G) TO LINEA-REPORTE(1:5).
           MOVE WS-DISTRITO-GEO(WS-G) TO LINEA-REPORTE(8:3).
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE WS-BANDA-GEO(WS-G WS-B) TO WS-EDITADO
               MOVE WS-EDITADO TO LINEA-REPORTE(WS-B * 7 + 9:6)
               ADD WS-BANDA-GEO(WS-G WS-B) TO WS-BANDA-SUB(WS-B)
           END-PERFORM.
           MOVE WS-PERSONAS-GEO(WS-G) TO WS-EDITADO.
           MOVE WS-EDITADO TO LINEA-REPORTE(46:6).
           ADD WS-PERSONAS-GEO(WS-G) TO WS-PERSONAS-SUB.
           PERFORM ESCRIBE-LINEA-SRV.

       ESCRIBE-SUBTOTAL.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE WS-REGION-ANTERIOR TO LINEA-REPORTE(1:5).
           MOVE "TOTAL" TO LINEA-REPORTE(8:5).
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE WS-BANDA-SUB(WS-B) TO WS-EDITADO
               MOVE WS-EDITADO TO LINEA-REPORTE(WS-B * 7 + 9:6)
           END-PERFORM.
           MOVE WS-PERSONAS-SUB TO WS-EDITADO.
           MOVE WS-EDITADO TO LINEA-REPORTE(46:6).
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           INITIALIZE WS-SUBTOTAL.

       ESCRIBE-TOTALES.
           MOVE "--------------------------------------------------"
               TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           MOVE "TODAS" TO LINEA-REPORTE(1:5).
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > 4
               MOVE WS-BANDA-TOT(WS-B) TO WS-EDITADO
               MOVE WS-EDITADO TO LINEA-REPORTE(WS-B * 7 + 9:6)
           END-PERFORM.
           MOVE WS-PERSONAS-TOT TO WS-EDITADO.
           MOVE WS-EDITADO TO LINEA-REPORTE(46:6).
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SIN DIRECCION (EN EL TOTAL):        "
               DELIMITED BY SIZE
               WS-SIN-DIRECCION DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CODIGO POSTAL FUERA DE LA TABLA:    "
               DELIMITED BY SIZE
               WS-FUERA-TABLA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "INACTIVOS (NO INCLUIDOS):           "
               DELIMITED BY SIZE
               WS-TOTAL-INACTIVOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "FALLECIDOS (NO INCLUIDOS):          "
               DELIMITED BY SIZE
               WS-TOTAL-FALLECIDOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       END PROGRAM REPORTE-GEOGRAFICO.
