      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable routine that puts a person's
      *          apellidos and nombre into the house standard before
      *          they reach PERSONAS.DAT, so the CLAVE-NOMBRE key,
      *          duplicate detection and the labels all see one
      *          spelling. Each field is taken to upper case, the
      *          text replacements of the rules file are applied
      *          (variantes acentuadas y similares), the words listed
      *          as titles are dropped ("SR.", "DRA." ...) and the
      *          spacing is collapsed to single blanks with no
      *          leading blanks. A field that would end up empty is
      *          left as it came.
      *          Rules come from NOMREGLA.TXT, one per line:
      *            col 1     T = titulo a suprimir, R = reemplazo
      *            col 3-12  texto buscado
      *            col 14-23 texto de reemplazo (R; en blanco borra)
      *          Lines starting with * are comments. Without the file
      *          the usual courtesy titles apply. The rules are read
      *          on the first call of the run and kept.
      *          LK-CAMBIADO returns S when either field changed.
      *          LIMPIA-NOMBRES, DATOS and CARGA-PERSONAS call it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZA-NOMBRE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGLAS-FILE ASSIGN TO "NOMREGLA.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REGLAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGLAS-FILE.
       01  LINEA-REGLA.
           05 TIPO-REGLA PIC X.
           05 FILLER PIC X.
           05 DESDE-REGLA PIC X(10).
           05 FILLER PIC X.
           05 HASTA-REGLA PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-REGLAS-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-REGLAS-CARGADAS PIC X VALUE "N".
      *Titulos que se suprimen cuando no hay NOMREGLA.TXT.
       01 WS-TITULOS-DEFECTO.
           05 FILLER PIC X(10) VALUE "SR.".
           05 FILLER PIC X(10) VALUE "SRA.".
           05 FILLER PIC X(10) VALUE "SRTA.".
           05 FILLER PIC X(10) VALUE "DR.".
           05 FILLER PIC X(10) VALUE "DRA.".
           05 FILLER PIC X(10) VALUE "D.".
           05 FILLER PIC X(10) VALUE "DNA.".
       01 WS-TITULOS-DEFECTO-R REDEFINES WS-TITULOS-DEFECTO.
           05 WS-TITULO-DEFECTO PIC X(10) OCCURS 7.
       01 WS-TOTAL-TITULOS PIC 99 VALUE 0.
       01 WS-TABLA-TITULOS.
           05 WS-TITULO PIC X(10) OCCURS 50.
       01 WS-TOTAL-REEMPLAZOS PIC 99 VALUE 0.
       01 WS-TABLA-REEMPLAZOS.
           05 WS-REEMPLAZO OCCURS 50.
               10 WS-DESDE PIC X(10).
               10 WS-LONG-DESDE PIC 99.
               10 WS-HASTA PIC X(10).
               10 WS-LONG-HASTA PIC 99.
       01 WS-TEXTO PIC X(40).
       01 WS-SALIDA PIC X(40).
       01 WS-PALABRA PIC X(40).
       01 WS-LONG-PALABRA PIC 99.
       01 WS-LONG-SALIDA PIC 99.
       01 WS-P PIC 99.
       01 WS-R PIC 99.
       01 WS-L PIC 99.
       01 WS-APLICADA PIC X.
       01 WS-ES-TITULO PIC X.
       01 WS-APELLIDOS-ANTES PIC X(20).
       01 WS-NOMBRE-ANTES PIC X(15).

       LINKAGE SECTION.
       01 LK-APELLIDOS PIC X(20).
       01 LK-NOMBRE PIC X(15).
       01 LK-CAMBIADO PIC X.

       PROCEDURE DIVISION USING LK-APELLIDOS LK-NOMBRE LK-CAMBIADO.
       MAIN-PROCEDURE.
           IF WS-REGLAS-CARGADAS NOT = "S"
               PERFORM CARGA-REGLAS
               MOVE "S" TO WS-REGLAS-CARGADAS
           END-IF.
           MOVE LK-APELLIDOS TO WS-APELLIDOS-ANTES.
           MOVE LK-NOMBRE TO WS-NOMBRE-ANTES.
           MOVE LK-APELLIDOS TO WS-TEXTO.
           PERFORM NORMALIZA-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO LK-APELLIDOS
           END-IF.
           MOVE LK-NOMBRE TO WS-TEXTO.
           PERFORM NORMALIZA-TEXTO.
           IF WS-TEXTO NOT = SPACES
               MOVE WS-TEXTO TO LK-NOMBRE
           END-IF.
           IF LK-APELLIDOS = WS-APELLIDOS-ANTES AND
              LK-NOMBRE = WS-NOMBRE-ANTES
               MOVE "N" TO LK-CAMBIADO
           ELSE
               MOVE "S" TO LK-CAMBIADO
           END-IF.
           GOBACK.

       CARGA-REGLAS.
           OPEN INPUT REGLAS-FILE.
           IF WS-REGLAS-STATUS NOT = "00"
               PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > 7
                   MOVE WS-TITULO-DEFECTO(WS-R) TO WS-TITULO(WS-R)
               END-PERFORM
               MOVE 7 TO WS-TOTAL-TITULOS
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ REGLAS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM ANOTA-REGLA
                   END-READ
               END-PERFORM
               CLOSE REGLAS-FILE
           END-IF.

      *    Los textos de la regla se pasan a mayusculas como el nombre
      *    para que la comparacion no dependa de como se escribio.
       ANOTA-REGLA.
           MOVE FUNCTION UPPER-CASE(DESDE-REGLA) TO DESDE-REGLA.
           MOVE FUNCTION UPPER-CASE(HASTA-REGLA) TO HASTA-REGLA.
           EVALUATE TRUE
               WHEN TIPO-REGLA = "*" OR DESDE-REGLA = SPACES
                   CONTINUE
               WHEN TIPO-REGLA = "T" OR TIPO-REGLA = "t"
                   IF WS-TOTAL-TITULOS < 50
                       ADD 1 TO WS-TOTAL-TITULOS
                       MOVE DESDE-REGLA TO WS-TITULO(WS-TOTAL-TITULOS)
                   END-IF
               WHEN TIPO-REGLA = "R" OR TIPO-REGLA = "r"
                   IF WS-TOTAL-REEMPLAZOS < 50
                       ADD 1 TO WS-TOTAL-REEMPLAZOS
                       MOVE WS-TOTAL-REEMPLAZOS TO WS-R
                       MOVE DESDE-REGLA TO WS-DESDE(WS-R)
                       MOVE HASTA-REGLA TO WS-HASTA(WS-R)
                       MOVE DESDE-REGLA TO WS-PALABRA
                       PERFORM MIDE-PALABRA
                       MOVE WS-L TO WS-LONG-DESDE(WS-R)
                       MOVE HASTA-REGLA TO WS-PALABRA
                       PERFORM MIDE-PALABRA
                       MOVE WS-L TO WS-LONG-HASTA(WS-R)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Longitud sin los blancos finales de WS-PALABRA (0 si vacia).
       MIDE-PALABRA.
           MOVE 40 TO WS-L.
           PERFORM UNTIL WS-L = 0
                   OR WS-PALABRA(WS-L:1) NOT = SPACE
               SUBTRACT 1 FROM WS-L
           END-PERFORM.

       NORMALIZA-TEXTO.
           MOVE FUNCTION UPPER-CASE(WS-TEXTO) TO WS-TEXTO.
           IF WS-TOTAL-REEMPLAZOS > 0
               PERFORM APLICA-REEMPLAZOS
           END-IF.
           PERFORM SUPRIME-TITULOS.

      *    Recorre el texto una vez: donde empieza un texto buscado se
      *    copia su reemplazo y se salta lo buscado; si no, se copia
      *    el caracter tal cual.
       APLICA-REEMPLAZOS.
           MOVE SPACES TO WS-SALIDA.
           MOVE 0 TO WS-LONG-SALIDA.
           MOVE 1 TO WS-P.
           PERFORM UNTIL WS-P > 40
               MOVE "N" TO WS-APLICADA
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-TOTAL-REEMPLAZOS
                       OR WS-APLICADA = "S"
                   IF WS-P + WS-LONG-DESDE(WS-R) - 1 <= 40
                       IF WS-TEXTO(WS-P:WS-LONG-DESDE(WS-R)) =
                          WS-DESDE(WS-R)(1:WS-LONG-DESDE(WS-R))
                           MOVE "S" TO WS-APLICADA
                           PERFORM COPIA-REEMPLAZO
                           ADD WS-LONG-DESDE(WS-R) TO WS-P
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-APLICADA = "N"
                   IF WS-LONG-SALIDA < 40
                       ADD 1 TO WS-LONG-SALIDA
                       MOVE WS-TEXTO(WS-P:1)
                           TO WS-SALIDA(WS-LONG-SALIDA:1)
                   END-IF
                   ADD 1 TO WS-P
               END-IF
           END-PERFORM.
           MOVE WS-SALIDA TO WS-TEXTO.

       COPIA-REEMPLAZO.
           MOVE WS-LONG-HASTA(WS-R) TO WS-L.
           IF WS-L > 0 AND WS-LONG-SALIDA + WS-L <= 40
               MOVE WS-HASTA(WS-R)(1:WS-L)
                   TO WS-SALIDA(WS-LONG-SALIDA + 1:WS-L)
               ADD WS-L TO WS-LONG-SALIDA
           END-IF.

      *    Separa el texto en palabras, descarta las que son titulos y
      *    las vuelve a juntar con un solo blanco entre ellas.
       SUPRIME-TITULOS.
           MOVE SPACES TO WS-SALIDA.
           MOVE 0 TO WS-LONG-SALIDA.
           MOVE SPACES TO WS-PALABRA.
           MOVE 0 TO WS-LONG-PALABRA.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 40
               IF WS-TEXTO(WS-P:1) = SPACE
                   IF WS-LONG-PALABRA > 0
                       PERFORM AGREGA-PALABRA
                   END-IF
               ELSE
                   ADD 1 TO WS-LONG-PALABRA
                   MOVE WS-TEXTO(WS-P:1)
                       TO WS-PALABRA(WS-LONG-PALABRA:1)
               END-IF
           END-PERFORM.
           IF WS-LONG-PALABRA > 0
               PERFORM AGREGA-PALABRA
           END-IF.
           MOVE WS-SALIDA TO WS-TEXTO.

       AGREGA-PALABRA.
           MOVE "N" TO WS-ES-TITULO.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-TOTAL-TITULOS OR WS-ES-TITULO = "S"
               IF WS-PALABRA = WS-TITULO(WS-R)
                   MOVE "S" TO WS-ES-TITULO
               END-IF
           END-PERFORM.
           IF WS-ES-TITULO = "N"
               IF WS-LONG-SALIDA > 0
                   ADD 1 TO WS-LONG-SALIDA
               END-IF
               IF WS-LONG-SALIDA + WS-LONG-PALABRA <= 40
                   MOVE WS-PALABRA(1:WS-LONG-PALABRA)
                       TO WS-SALIDA(WS-LONG-SALIDA + 1:WS-LONG-PALABRA)
                   ADD WS-LONG-PALABRA TO WS-LONG-SALIDA
               END-IF
           END-IF.
           MOVE SPACES TO WS-PALABRA.
           MOVE 0 TO WS-LONG-PALABRA.

       END PROGRAM NORMALIZA-NOMBRE.
