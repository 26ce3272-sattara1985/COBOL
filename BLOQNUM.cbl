      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Bloques de numeros de persona para la captura sin
      *          conexion de las sucursales. Un supervisor emite a
      *          una sucursal un bloque reservado tomado de
      *          NUMCTL.TXT (el control avanza hasta el final del
      *          bloque, asi ASIGNA-NUMERO nunca lo reparte), puede
      *          recuperar un bloque emitido para que sus numeros
      *          sin usar no se acepten mas, y saca la conciliacion
      *          BLOQREP.TXT: por bloque cuantos numeros estan
      *          usados (en PERSONAS.DAT o cargados segun el libro
      *          NUMBUSO.TXT), anulados por la sucursal, sin usar o
      *          recuperados, y por sucursal los numeros que llegaron
      *          fuera de bloque. Los bloques quedan en NUMBLOQ.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQUES-NUMERO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQUES-FILE ASSIGN TO "NUMBLOQ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUES-STATUS.
           SELECT USO-FILE ASSIGN TO "NUMBUSO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USO-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "NUMCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "BLOQREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQUES-FILE.
       COPY NUMBLOQ.

       FD  USO-FILE.
       COPY NUMBUSO.

       FD  CONTROL-FILE.
       01  LINEA-CONTROL.
           05 ULTIMO-NUMERO PIC 9(6).

       FD  PERSONAS-FILE.
       COPY PERSONA.

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BLOQUES-STATUS PIC XX.
       01 WS-USO-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "BLOQUES-NUMERO".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-OPCION PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FIN-MAESTRO PIC X.
       01 WS-MAESTRO-ABIERTO PIC X VALUE "N".
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4) VALUE 0.
       01 WS-SUCURSAL PIC X(2).
       01 WS-SUC-RESULTADO PIC X.
       01 WS-SUC-NOMBRE PIC X(20).
       01 WS-SUC-REGION PIC X(10).
       01 WS-TAMANO-ENT PIC X(3).
       01 WS-TAMANO PIC 9(3).
       01 WS-ES-NUMERICO PIC X.
       01 WS-BLOQUE-ENT PIC X(4).
       01 WS-BLOQUE PIC 9(4).
       01 WS-ULTIMO PIC 9(6).
       01 WS-ULTIMO-BLOQUE PIC 9(4) VALUE 0.
       01 WS-BLOQUES PIC 9(4) VALUE 0.
       01 WS-B PIC 9(4).
       01 WS-HALLADO PIC 9(4).
       01 WS-TABLA-BLOQUES.
           05 WS-BLQ OCCURS 500 TIMES.
               10 WS-BLQ-REG PIC X(50).
       01 WS-USOS PIC 9(5) VALUE 0.
       01 WS-U PIC 9(5).
       01 WS-TABLA-USOS.
           05 WS-USO OCCURS 10000 TIMES.
               10 WS-USO-SUCURSAL PIC X(2).
               10 WS-USO-NUMERO PIC 9(6).
               10 WS-USO-RESULTADO PIC X.
       01 WS-NUM PIC 9(6).
       01 WS-EN-MAESTRO PIC X.
       01 WS-USADOS PIC 9(6).
       01 WS-ANULADOS PIC 9(6).
       01 WS-LIBRES PIC 9(6).
       01 WS-TAMANO-BLQ PIC 9(6).
       01 WS-TOTAL-FUERA PIC 9(6).
       01 WS-ESTADO-TXT PIC X(10).
       01 WS-LIBRES-TXT PIC X(11).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL < 2
               DISPLAY "OPCION RESERVADA A SUPERVISORES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "1. EMITIR BLOQUE A SUCURSAL".
           DISPLAY "2. RECUPERAR BLOQUE".
           DISPLAY "3. CONCILIACION DE BLOQUES".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           PERFORM CARGA-BLOQUES.
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM EMITE-BLOQUE
               WHEN "2"
                   PERFORM RECUPERA-BLOQUE
               WHEN "3"
                   PERFORM CONCILIA-BLOQUES
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-BLOQUES.
           MOVE 0 TO WS-BLOQUES.
           MOVE 0 TO WS-ULTIMO-BLOQUE.
           OPEN INPUT BLOQUES-FILE.
           IF WS-BLOQUES-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ BLOQUES-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-BLOQUES < 500
                               ADD 1 TO WS-BLOQUES
                               MOVE NUMBLOQ-REC
                                   TO WS-BLQ-REG(WS-BLOQUES)
                           END-IF
                           IF BLOQUE-BLQ > WS-ULTIMO-BLOQUE
                               MOVE BLOQUE-BLQ TO WS-ULTIMO-BLOQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUES-FILE
           END-IF.

      ******************************************************************
      * Emision: el bloque sale del contador central, que queda en el
      * ultimo numero del bloque.
      ******************************************************************
       EMITE-BLOQUE.
           DISPLAY "SUCURSAL".
           ACCEPT WS-SUCURSAL.
           INSPECT WS-SUCURSAL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           CALL "VALIDA-SUCURSAL" USING WS-SUCURSAL
               WS-SUC-RESULTADO WS-SUC-NOMBRE WS-SUC-REGION.
           IF WS-SUC-RESULTADO NOT = "S"
               DISPLAY "SUCURSAL " WS-SUCURSAL " NO VIGENTE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "CANTIDAD DE NUMEROS (1-999)"
               ACCEPT WS-TAMANO-ENT
               CALL "VALIDA-NUMERO" USING WS-TAMANO-ENT
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "CANTIDAD INVALIDA"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-TAMANO-ENT) TO WS-TAMANO
                   IF WS-TAMANO = 0
                       DISPLAY "CANTIDAD INVALIDA"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM GRABA-BLOQUE
                   END-IF
               END-IF
           END-IF.

       GRABA-BLOQUE.
           MOVE 0 TO WS-ULTIMO.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   NOT AT END
                       MOVE ULTIMO-NUMERO TO WS-ULTIMO
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF WS-ULTIMO + WS-TAMANO > 999999
               DISPLAY "NO QUEDAN NUMEROS PARA UN BLOQUE DE "
                   WS-TAMANO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
               MOVE SPACES TO NUMBLOQ-REC
               ADD 1 TO WS-ULTIMO-BLOQUE
               MOVE WS-ULTIMO-BLOQUE TO BLOQUE-BLQ
               MOVE WS-SUCURSAL TO SUCURSAL-BLQ
               COMPUTE DESDE-BLQ = WS-ULTIMO + 1
               COMPUTE HASTA-BLQ = WS-ULTIMO + WS-TAMANO
               MOVE WS-FECHA-HORA(1:8) TO FECHA-EMI-BLQ
               MOVE WS-OPERADOR TO OPERADOR-BLQ
               MOVE "E" TO ESTADO-BLQ
               MOVE 0 TO FECHA-REC-BLQ
               OPEN OUTPUT CONTROL-FILE
               MOVE HASTA-BLQ TO ULTIMO-NUMERO
               WRITE LINEA-CONTROL
               CLOSE CONTROL-FILE
               OPEN EXTEND BLOQUES-FILE
               IF WS-BLOQUES-STATUS = "35"
                   OPEN OUTPUT BLOQUES-FILE
               END-IF
               WRITE NUMBLOQ-REC
               CLOSE BLOQUES-FILE
               DISPLAY "BLOQUE " BLOQUE-BLQ " SUCURSAL " WS-SUCURSAL
                   " NUMEROS " DESDE-BLQ " A " HASTA-BLQ
           END-IF.

      ******************************************************************
      * Recuperacion: el bloque pasa a R y CARGA-PERSONAS deja de
      * aceptar sus numeros; los ya usados quedan como estan.
      ******************************************************************
       RECUPERA-BLOQUE.
           DISPLAY "NUMERO DE BLOQUE".
           ACCEPT WS-BLOQUE-ENT.
           CALL "VALIDA-NUMERO" USING WS-BLOQUE-ENT WS-ES-NUMERICO.
           MOVE 0 TO WS-HALLADO.
           IF WS-ES-NUMERICO = "S"
               MOVE FUNCTION NUMVAL(WS-BLOQUE-ENT) TO WS-BLOQUE
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BLOQUES OR WS-HALLADO > 0
                   MOVE WS-BLQ-REG(WS-B) TO NUMBLOQ-REC
                   IF BLOQUE-BLQ = WS-BLOQUE
                       MOVE WS-B TO WS-HALLADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HALLADO = 0
               DISPLAY "BLOQUE NO EXISTE"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-BLQ-REG(WS-HALLADO) TO NUMBLOQ-REC
               IF ESTADO-BLQ NOT = "E"
                   DISPLAY "BLOQUE YA RECUPERADO EL " FECHA-REC-BLQ
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM CARGA-USOS
                   PERFORM ABRE-MAESTRO
                   MOVE WS-HALLADO TO WS-B
                   PERFORM CUENTA-BLOQUE
                   PERFORM CIERRA-MAESTRO
                   MOVE WS-BLQ-REG(WS-HALLADO) TO NUMBLOQ-REC
                   MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA
                   MOVE "R" TO ESTADO-BLQ
                   MOVE WS-FECHA-HORA(1:8) TO FECHA-REC-BLQ
                   MOVE NUMBLOQ-REC TO WS-BLQ-REG(WS-HALLADO)
                   PERFORM REESCRIBE-BLOQUES
                   DISPLAY "BLOQUE " WS-BLOQUE " RECUPERADO - USADOS: "
                       WS-USADOS " ANULADOS: " WS-ANULADOS
                       " SIN USAR: " WS-LIBRES
               END-IF
           END-IF.

       REESCRIBE-BLOQUES.
           OPEN OUTPUT BLOQUES-FILE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BLOQUES
               MOVE WS-BLQ-REG(WS-B) TO NUMBLOQ-REC
               WRITE NUMBLOQ-REC
           END-PERFORM.
           CLOSE BLOQUES-FILE.

      ******************************************************************
      * Conciliacion por bloque y numeros fuera de bloque.
      ******************************************************************
       CONCILIA-BLOQUES.
           PERFORM CARGA-USOS.
           PERFORM ABRE-MAESTRO.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CONCILIACION DE BLOQUES DE NUMEROS "
               DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE ALL "-" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE
               "BLQ  SU DESDE  HASTA  ESTADO     USADOS ANULAD LIBRES"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-BLOQUES
               PERFORM CUENTA-BLOQUE
               MOVE WS-BLQ-REG(WS-B) TO NUMBLOQ-REC
               IF ESTADO-BLQ = "R"
                   MOVE "RECUPERADO" TO WS-ESTADO-TXT
                   MOVE "RECUPERADOS" TO WS-LIBRES-TXT
               ELSE
                   MOVE "EMITIDO" TO WS-ESTADO-TXT
                   MOVE "SIN USAR" TO WS-LIBRES-TXT
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING BLOQUE-BLQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUCURSAL-BLQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DESDE-BLQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HASTA-BLQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ESTADO-TXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-USADOS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ANULADOS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIBRES DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LIBRES-TXT DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-PERFORM.
           PERFORM CIERRA-MAESTRO.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMEROS FUERA DE BLOQUE (SUCURSAL NUMERO)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 0 TO WS-TOTAL-FUERA.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USOS
               IF WS-USO-RESULTADO(WS-U) = "F"
                   ADD 1 TO WS-TOTAL-FUERA
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  " DELIMITED BY SIZE
                       WS-USO-SUCURSAL(WS-U) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-USO-NUMERO(WS-U) DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "BLOQUES: " DELIMITED BY SIZE
               WS-BLOQUES DELIMITED BY SIZE
               " FUERA DE BLOQUE: " DELIMITED BY SIZE
               WS-TOTAL-FUERA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           MOVE "BLOQREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "CONCILIACION EN BLOQREP.TXT - BLOQUES: "
               WS-BLOQUES " FUERA DE BLOQUE: " WS-TOTAL-FUERA.

       CARGA-USOS.
           MOVE 0 TO WS-USOS.
           OPEN INPUT USO-FILE.
           IF WS-USO-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ USO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-USOS < 10000
                               ADD 1 TO WS-USOS
                               MOVE SUCURSAL-USO
                                   TO WS-USO-SUCURSAL(WS-USOS)
                               MOVE NUMERO-USO
                                   TO WS-USO-NUMERO(WS-USOS)
                               MOVE RESULTADO-USO
                                   TO WS-USO-RESULTADO(WS-USOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USO-FILE
           END-IF.

       ABRE-MAESTRO.
           MOVE "N" TO WS-MAESTRO-ABIERTO.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS = "00"
               MOVE "S" TO WS-MAESTRO-ABIERTO
           END-IF.

       CIERRA-MAESTRO.
           IF WS-MAESTRO-ABIERTO = "S"
               CLOSE PERSONAS-FILE
               MOVE "N" TO WS-MAESTRO-ABIERTO
           END-IF.

      *    Usados: los numeros del bloque presentes en el maestro mas
      *    los que el libro da por cargados y ya no estan (la persona
      *    se borro despues). Anulados: los V del libro. Sin usar: el
      *    resto del bloque.
       CUENTA-BLOQUE.
           MOVE WS-BLQ-REG(WS-B) TO NUMBLOQ-REC.
           MOVE 0 TO WS-USADOS.
           MOVE 0 TO WS-ANULADOS.
           IF WS-MAESTRO-ABIERTO = "S"
               MOVE "N" TO WS-FIN-MAESTRO
               MOVE DESDE-BLQ TO NUMERO-PERSONA
               START PERSONAS-FILE KEY IS >= NUMERO-PERSONA
                   INVALID KEY MOVE "S" TO WS-FIN-MAESTRO
               END-START
               PERFORM UNTIL WS-FIN-MAESTRO = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-MAESTRO
                       NOT AT END
                           IF NUMERO-PERSONA > HASTA-BLQ
                               MOVE "S" TO WS-FIN-MAESTRO
                           ELSE
                               ADD 1 TO WS-USADOS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-USOS
               MOVE WS-USO-NUMERO(WS-U) TO WS-NUM
               IF WS-NUM >= DESDE-BLQ AND WS-NUM <= HASTA-BLQ
                   EVALUATE WS-USO-RESULTADO(WS-U)
                       WHEN "V"
                           ADD 1 TO WS-ANULADOS
                       WHEN "U"
                           PERFORM BUSCA-EN-MAESTRO
                           IF WS-EN-MAESTRO NOT = "S"
                               ADD 1 TO WS-USADOS
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           COMPUTE WS-TAMANO-BLQ = HASTA-BLQ - DESDE-BLQ + 1.
           IF WS-USADOS + WS-ANULADOS > WS-TAMANO-BLQ
               MOVE 0 TO WS-LIBRES
           ELSE
               COMPUTE WS-LIBRES =
                   WS-TAMANO-BLQ - WS-USADOS - WS-ANULADOS
           END-IF.

       BUSCA-EN-MAESTRO.
           MOVE "N" TO WS-EN-MAESTRO.
           IF WS-MAESTRO-ABIERTO = "S"
               MOVE WS-NUM TO NUMERO-PERSONA
               READ PERSONAS-FILE KEY IS NUMERO-PERSONA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-EN-MAESTRO
               END-READ
           END-IF.

       END PROGRAM BLOQUES-NUMERO.
