      *          end to end reaches pass 2, which re-reads it and
      *          applies every add under the BLOQUEA-PERSONAS lock.
      *          The load summary goes to CARGAREP.TXT as always.
      *          While CONGELA.TXT freezes the persons group pass 2
      *          does not run and the load ends CONGELADO.
      *          Reason codes: A=apellidos/nombre en blanco,
      *          E=edad no numerica o fuera de rango, D=duplicado
      *          (en el maestro o dentro del propio archivo),
      *          I=identidad nacional con digito de control malo,
      *          U=identidad nacional duplicada,
      *          C=categoria inexistente o inactiva en CODIGOS.DAT,
      *          L=idioma de correspondencia no reconocido (ES/EN;
      *          en blanco queda el de defecto).
      *          Names are put into the house standard through
      *          NORMALIZA-NOMBRE in both passes, so duplicate checks
      *          and the master see the cleansed spelling. A
      *          category code retired in MANTENIMIENTO-CODIGOS is
      *          translated to its successor (RESUELVE-CATEGORIA)
      *          before it is validated, and every translation is
      *          listed on CARGAREP.TXT with its line number.
      *          Run with a branch code as parameter (ACCEPT FROM
      *          COMMAND-LINE) it loads that branch's offline capture
      *          SUCxx.ENT instead: every line carries, after the
      *          payroll fields, the person number the branch took
      *          from its reserved block (NUMBLOQ.TXT, see
      *          BLOQUES-NUMERO) and an A when the branch voided that
      *          number; the person is added under that number and
      *          every number sent is written to the NUMBUSO.TXT
      *          ledger as usado, anulado or fuera de bloque. Codigos
      *          propios de la carga de sucursal: B=numero fuera de
      *          un bloque vigente de la sucursal, N=numero ya usado
      *          (en el maestro, en el libro o repetido en el envio).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTRADA-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ENTRADA
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENTRADA-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
           SELECT RESUMEN-FILE ASSIGN TO "CARGAREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESUMEN-STATUS.
           SELECT BLOQUES-FILE ASSIGN TO "NUMBLOQ.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUES-STATUS.
           SELECT USO-FILE ASSIGN TO "NUMBUSO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-USO-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 EDAD-ENT PIC X(2).
           05 IDENT-ENT PIC X(10).
           05 CATEG-ENT PIC X(5).
           05 IDIOMA-ENT PIC XX.
      *    Solo en la captura de sucursal: numero tomado del bloque
      *    y marca A de numero anulado.
           05 NUMERO-SUC-ENT PIC X(6).
           05 NUMERO-SUC-NUM REDEFINES NUMERO-SUC-ENT PIC 9(6).
           05 ANULA-SUC-ENT PIC X.

       FD  PERSONAS-FILE.
       COPY PERSONA.
       01  LINEA-RECHAZO.
           05 MOTIVO-RECHAZO PIC X.
           05 FILLER PIC X.
           05 DATOS-RECHAZO PIC X(61).

       FD  RESUMEN-FILE.
       01  LINEA-RESUMEN PIC X(60).

       FD  BLOQUES-FILE.
       COPY NUMBLOQ.

       FD  USO-FILE.
       COPY NUMBUSO.

       WORKING-STORAGE SECTION.
       01 WS-ENTRADA-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-RECHAZOS-STATUS PIC XX.
       01 WS-RESUMEN-STATUS PIC XX.
       01 WS-CODIGOS-STATUS PIC XX.
       01 WS-BLOQUES-STATUS PIC XX.
       01 WS-USO-STATUS PIC XX.
       01 WS-NOMBRE-ENTRADA PIC X(12) VALUE "PERSONAS.ENT".
       01 WS-PARM PIC X(32).
      *Carga de sucursal: bloques vigentes de la sucursal y numeros
      *que ya figuran en el libro NUMBUSO como usados o anulados.
       01 WS-SUCURSAL PIC X(2) VALUE SPACES.
       01 WS-MODO-SUCURSAL PIC X VALUE "N".
       01 WS-BLOQUES PIC 9(3) VALUE 0.
       01 WS-B PIC 9(3).
       01 WS-TABLA-BLOQUES.
           05 WS-BLQ OCCURS 100.
               10 WS-BLQ-DESDE PIC 9(6).
               10 WS-BLQ-HASTA PIC 9(6).
       01 WS-EN-BLOQUE PIC X.
       01 WS-RESULTADO-USO PIC X.
       01 WS-NUMERO-USADO PIC X.
       01 WS-USADOS PIC 9(5) VALUE 0.
       01 WS-U PIC 9(5).
       01 WS-TABLA-USADOS.
           05 WS-NUM-USADO PIC 9(6) OCCURS 10000.
       01 WS-TOTAL-ANULADOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-FUERA PIC 9(5) VALUE 0.
       01 WS-FIN-ENTRADA PIC X.
       01 WS-MOTIVO PIC X.
       01 WS-NUMERO-ASIGNADO PIC 9(6).
       01 WS-IMAGEN-ANTES PIC X(80).
       01 WS-IMAGEN-DESPUES PIC X(80).
       01 WS-ES-NUMERICO PIC X.
       01 WS-NOMBRE-CAMBIADO PIC X.
       01 WS-CATEG-RESUELTA PIC X(5).
       01 WS-CATEG-RETIRADA PIC X.
       01 WS-T PIC 9(4).
       01 WS-TOTAL-TRADUCIDAS PIC 9(5) VALUE 0.
       01 WS-TABLA-TRADUCIDAS.
           05 WS-TRADUCIDA OCCURS 500.
               10 WS-LINEA-TRA PIC 9(5).
               10 WS-VIEJA-TRA PIC X(5).
               10 WS-NUEVA-TRA PIC X(5).
       01 WS-EDAD PIC 99.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-ANO-ACTUAL PIC 9(4).
       01 WS-HAY-CODIGOS PIC X VALUE "N".
       01 WS-MAESTRO-ABIERTO PIC X VALUE "N".
       01 WS-VEREDICTO PIC X(9).
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "N".
       01 WS-CONGELA-OK PIC X.
      *Claves ya vistas dentro del propio archivo, para que dos
      *lineas iguales del mismo envio no pasen la validacion juntas.
       01 WS-VISTAS PIC 9(4) VALUE 0.
           05 WS-VISTA OCCURS 5000.
               10 WS-NOMBRE-VISTO PIC X(35).
               10 WS-IDENT-VISTO PIC X(10).
               10 WS-NUM-VISTO PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:2) NOT = SPACES
               PERFORM PREPARA-SUCURSAL
           END-IF.
           OPEN INPUT ENTRADA-FILE.
           IF WS-ENTRADA-STATUS NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE ENTRADA " WS-NOMBRE-ENTRADA
               MOVE "MAIN-PROCEDURE" TO WS-PARRAFO
               MOVE SPACES TO WS-DESCRIPCION
               STRING WS-NOMBRE-ENTRADA DELIMITED BY SPACE
                   " NOT FOUND" DELIMITED BY SIZE
                   INTO WS-DESCRIPCION
               MOVE "S" TO WS-SEVERIDAD
               MOVE "NOIN" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                       WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
                   MOVE 8 TO RETURN-CODE
               ELSE
      *            Un archivo limpio tampoco entra durante un
      *            congelamiento: queda para la corrida siguiente.
                   CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                       WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                       WS-CONGELA-OK
                   IF WS-CONGELA-OK NOT = "S"
                       MOVE "CONGELADO" TO WS-VEREDICTO
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM PASO-APLICACION
                   END-IF
               END-IF
               PERFORM ESCRIBE-RESUMEN
           END-IF.
               MOVE "S" TO WS-HAY-CODIGOS
           END-IF.
           OPEN OUTPUT RECHAZOS-FILE.
           IF WS-MODO-SUCURSAL = "S"
               PERFORM ABRE-LIBRO
           END-IF.
           MOVE "N" TO WS-FIN-ENTRADA.
           PERFORM UNTIL WS-FIN-ENTRADA = "S"
               READ ENTRADA-FILE
               END-READ
           END-PERFORM.
           CLOSE RECHAZOS-FILE.
           IF WS-MODO-SUCURSAL = "S"
               CLOSE USO-FILE
           END-IF.
           IF WS-HAY-CODIGOS = "S"
               CLOSE CODIGOS-FILE
           END-IF.

       VALIDA-LINEA.
           MOVE SPACE TO WS-MOTIVO.
           IF WS-MODO-SUCURSAL = "S"
               PERFORM VALIDA-NUMERO-SUCURSAL
           END-IF.
      *    Un numero anulado por la sucursal no trae persona: basta
      *    con que sea de su bloque y no este usado.
           IF WS-MOTIVO = SPACE AND
              NOT (WS-MODO-SUCURSAL = "S" AND ANULA-SUC-ENT = "A")
               PERFORM VALIDA-DATOS-PERSONA
           END-IF.
           IF WS-MOTIVO = SPACE
               PERFORM ANOTA-VISTA
           ELSE
               PERFORM ESCRIBE-RECHAZO
           END-IF.

       VALIDA-DATOS-PERSONA.
           CALL "NORMALIZA-NOMBRE" USING APELLIDOS-ENT NOMBRE-ENT
               WS-NOMBRE-CAMBIADO.
           CALL "RESUELVE-CATEGORIA" USING CATEG-ENT WS-CATEG-RESUELTA
               WS-CATEG-RETIRADA.
           IF WS-CATEG-RETIRADA = "S"
               ADD 1 TO WS-TOTAL-TRADUCIDAS
               IF WS-TOTAL-TRADUCIDAS <= 500
                   MOVE WS-TOTAL-LEIDOS
                       TO WS-LINEA-TRA(WS-TOTAL-TRADUCIDAS)
                   MOVE CATEG-ENT TO WS-VIEJA-TRA(WS-TOTAL-TRADUCIDAS)
                   MOVE WS-CATEG-RESUELTA
                       TO WS-NUEVA-TRA(WS-TOTAL-TRADUCIDAS)
               END-IF
               MOVE WS-CATEG-RESUELTA TO CATEG-ENT
           END-IF.
           IF APELLIDOS-ENT = SPACES OR NOMBRE-ENT = SPACES
               MOVE "A" TO WS-MOTIVO
           ELSE
                       IF WS-MOTIVO = SPACE
                           PERFORM VALIDA-CATEG-ENTRADA
                       END-IF
                       IF WS-MOTIVO = SPACE
                           PERFORM VALIDA-IDIOMA-ENTRADA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    El numero de la captura de sucursal tiene que caer en un
      *    bloque vigente de esa sucursal (si no, queda en el libro
      *    como fuera de bloque) y no puede estar ya usado: ni en el
      *    maestro, ni en el libro, ni antes en el mismo envio.
       VALIDA-NUMERO-SUCURSAL.
           MOVE "N" TO WS-EN-BLOQUE.
           IF NUMERO-SUC-ENT IS NUMERIC
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BLOQUES OR WS-EN-BLOQUE = "S"
                   IF NUMERO-SUC-NUM >= WS-BLQ-DESDE(WS-B) AND
                      NUMERO-SUC-NUM <= WS-BLQ-HASTA(WS-B)
                       MOVE "S" TO WS-EN-BLOQUE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-EN-BLOQUE NOT = "S"
               MOVE "B" TO WS-MOTIVO
               ADD 1 TO WS-TOTAL-FUERA
               MOVE "F" TO WS-RESULTADO-USO
               PERFORM GRABA-USO
           ELSE
               MOVE "N" TO WS-NUMERO-USADO
               IF WS-MAESTRO-ABIERTO = "S"
                   MOVE NUMERO-SUC-NUM TO NUMERO-PERSONA
                   READ PERSONAS-FILE KEY IS NUMERO-PERSONA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO WS-NUMERO-USADO
                   END-READ
               END-IF
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-USADOS
                       OR WS-NUMERO-USADO = "S"
                   IF WS-NUM-USADO(WS-U) = NUMERO-SUC-NUM
                       MOVE "S" TO WS-NUMERO-USADO
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V > WS-VISTAS
                       OR WS-NUMERO-USADO = "S"
                   IF WS-NUM-VISTO(WS-V) = NUMERO-SUC-NUM
                       MOVE "S" TO WS-NUMERO-USADO
                   END-IF
               END-PERFORM
               IF WS-NUMERO-USADO = "S"
                   MOVE "N" TO WS-MOTIVO
               END-IF
           END-IF.

      *    Duplicado por nombre: contra el maestro por la clave
               END-IF
           END-PERFORM.

       VALIDA-IDIOMA-ENTRADA.
           MOVE FUNCTION UPPER-CASE(IDIOMA-ENT) TO IDIOMA-ENT.
           IF IDIOMA-ENT NOT = SPACES AND IDIOMA-ENT NOT = "ES" AND
              IDIOMA-ENT NOT = "EN"
               MOVE "L" TO WS-MOTIVO
           END-IF.

       VALIDA-CATEG-ENTRADA.
           IF CATEG-ENT NOT = SPACES
               IF WS-HAY-CODIGOS NOT = "S"
               MOVE NOMBRE-ENT
                   TO WS-NOMBRE-VISTO(WS-VISTAS)(21:15)
               MOVE IDENT-ENT TO WS-IDENT-VISTO(WS-VISTAS)
               MOVE 0 TO WS-NUM-VISTO(WS-VISTAS)
               IF WS-MODO-SUCURSAL = "S"
                   MOVE NUMERO-SUC-NUM TO WS-NUM-VISTO(WS-VISTAS)
               END-IF
           ELSE
      *        Pasado el tope el control de duplicados internos del
      *        envio pierde memoria; que al menos quede dicho.
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ENTRADA-FILE
                   IF WS-MODO-SUCURSAL = "S"
                       PERFORM ABRE-LIBRO
                   END-IF
                   MOVE "N" TO WS-FIN-ENTRADA
                   PERFORM UNTIL WS-FIN-ENTRADA = "S"
                       READ ENTRADA-FILE
                   END-PERFORM
                   CLOSE ENTRADA-FILE
                   CLOSE PERSONAS-FILE
                   IF WS-MODO-SUCURSAL = "S"
                       CLOSE USO-FILE
                   END-IF
                   IF WS-TOTAL-CARGADOS > 0
                       MOVE "D" TO WS-MODO-AJUSTE
                       MOVE WS-TOTAL-CARGADOS TO WS-VALOR-AJUSTE
               MOVE "S" TO WS-MAESTRO-OK
           END-IF.

      *    Un numero que la sucursal anulo no crea persona; solo
      *    queda en el libro para que el bloque cuadre.
       GRABA-ENTRADA.
           IF WS-MODO-SUCURSAL = "S" AND ANULA-SUC-ENT = "A"
               ADD 1 TO WS-TOTAL-ANULADOS
               MOVE "V" TO WS-RESULTADO-USO
               PERFORM GRABA-USO
           ELSE
               PERFORM GRABA-PERSONA
           END-IF.

       GRABA-PERSONA.
           MOVE EDAD-ENT TO WS-EDAD.
           CALL "NORMALIZA-NOMBRE" USING APELLIDOS-ENT NOMBRE-ENT
               WS-NOMBRE-CAMBIADO.
           CALL "RESUELVE-CATEGORIA" USING CATEG-ENT WS-CATEG-RESUELTA
               WS-CATEG-RETIRADA.
           MOVE WS-CATEG-RESUELTA TO CATEG-ENT.
      *    La captura de sucursal ya trae su numero del bloque.
           IF WS-MODO-SUCURSAL = "S"
               MOVE NUMERO-SUC-NUM TO WS-NUMERO-ASIGNADO
           ELSE
               CALL "ASIGNA-NUMERO" USING WS-NUMERO-ASIGNADO
           END-IF.
           MOVE WS-NUMERO-ASIGNADO TO NUMERO-PERSONA.
           MOVE APELLIDOS-ENT TO APELLIDOS-REC.
           MOVE NOMBRE-ENT TO NOMBRE-REC.
           MOVE IDENT-ENT TO IDENT-REC.
           MOVE "S" TO PREF-CORREO-REC.
           MOVE CATEG-ENT TO CATEG-REC.
           MOVE FUNCTION UPPER-CASE(IDIOMA-ENT) TO IDIOMA-REC.
           WRITE PERSONA-REC
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA INESPERADA EN LA "
                   MOVE PERSONA-REC TO WS-IMAGEN-DESPUES
                   CALL "REGISTRA-CAMBIO" USING WS-OPERADOR
                       WS-ACCION WS-IMAGEN-ANTES WS-IMAGEN-DESPUES
                   IF WS-MODO-SUCURSAL = "S"
                       MOVE "U" TO WS-RESULTADO-USO
                       PERFORM GRABA-USO
                   END-IF
           END-WRITE.

      ******************************************************************
      * Modo sucursal: carga los bloques vigentes de la sucursal y los
      * numeros ya gastados por cualquier sucursal en NUMBUSO.TXT.
      ******************************************************************
       PREPARA-SUCURSAL.
           MOVE WS-PARM(1:2) TO WS-SUCURSAL.
           INSPECT WS-SUCURSAL CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "S" TO WS-MODO-SUCURSAL.
           MOVE SPACES TO WS-NOMBRE-ENTRADA.
           STRING "SUC" DELIMITED BY SIZE
               WS-SUCURSAL DELIMITED BY SIZE
               ".ENT" DELIMITED BY SIZE
               INTO WS-NOMBRE-ENTRADA.
           MOVE 0 TO WS-BLOQUES.
           OPEN INPUT BLOQUES-FILE.
           IF WS-BLOQUES-STATUS = "00"
               MOVE "N" TO WS-FIN-ENTRADA
               PERFORM UNTIL WS-FIN-ENTRADA = "S"
                   READ BLOQUES-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ENTRADA
                       NOT AT END
                           IF SUCURSAL-BLQ = WS-SUCURSAL AND
                              ESTADO-BLQ = "E" AND WS-BLOQUES < 100
                               ADD 1 TO WS-BLOQUES
                               MOVE DESDE-BLQ
                                   TO WS-BLQ-DESDE(WS-BLOQUES)
                               MOVE HASTA-BLQ
                                   TO WS-BLQ-HASTA(WS-BLOQUES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUES-FILE
           END-IF.
           IF WS-BLOQUES = 0
               DISPLAY "SUCURSAL " WS-SUCURSAL
                   " SIN BLOQUES VIGENTES EN NUMBLOQ.TXT"
           END-IF.
           MOVE 0 TO WS-USADOS.
           OPEN INPUT USO-FILE.
           IF WS-USO-STATUS = "00"
               MOVE "N" TO WS-FIN-ENTRADA
               PERFORM UNTIL WS-FIN-ENTRADA = "S"
                   READ USO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ENTRADA
                       NOT AT END
                           IF (RESULTADO-USO = "U" OR "V") AND
                              WS-USADOS < 10000
                               ADD 1 TO WS-USADOS
                               MOVE NUMERO-USO
                                   TO WS-NUM-USADO(WS-USADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USO-FILE
           END-IF.

       ABRE-LIBRO.
           OPEN EXTEND USO-FILE.
           IF WS-USO-STATUS = "35"
               OPEN OUTPUT USO-FILE
           END-IF.

       GRABA-USO.
           MOVE SPACES TO NUMBUSO-REC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-USO.
           MOVE WS-SUCURSAL TO SUCURSAL-USO.
           MOVE WS-RESULTADO-USO TO RESULTADO-USO.
           IF NUMERO-SUC-ENT IS NUMERIC
               MOVE NUMERO-SUC-NUM TO NUMERO-USO
           ELSE
               MOVE 0 TO NUMERO-USO
           END-IF.
           WRITE NUMBUSO-REC.

       ESCRIBE-RECHAZO.
           ADD 1 TO WS-TOTAL-RECHAZADOS.
           MOVE SPACES TO LINEA-RECHAZO.
               WS-TOTAL-DUPLICADOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING "CATEGORIAS TRADUCIDAS:" DELIMITED BY SIZE
               WS-TOTAL-TRADUCIDAS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TOTAL-TRADUCIDAS OR WS-T > 500
               MOVE SPACES TO LINEA-RESUMEN
               STRING "  LINEA " DELIMITED BY SIZE
                   WS-LINEA-TRA(WS-T) DELIMITED BY SIZE
                   ": CODIGO RETIRADO " DELIMITED BY SIZE
                   WS-VIEJA-TRA(WS-T) DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-NUEVA-TRA(WS-T) DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               WRITE LINEA-RESUMEN
           END-PERFORM.
           IF WS-MODO-SUCURSAL = "S"
               MOVE SPACES TO LINEA-RESUMEN
               STRING "SUCURSAL " DELIMITED BY SIZE
                   WS-SUCURSAL DELIMITED BY SIZE
                   " ANULADOS: " DELIMITED BY SIZE
                   WS-TOTAL-ANULADOS DELIMITED BY SIZE
                   " FUERA DE BLOQUE: " DELIMITED BY SIZE
                   WS-TOTAL-FUERA DELIMITED BY SIZE
                   INTO LINEA-RESUMEN
               WRITE LINEA-RESUMEN
           END-IF.
           CLOSE RESUMEN-FILE.
           DISPLAY "CARGA " WS-VEREDICTO " - LEIDOS: "
               WS-TOTAL-LEIDOS
