      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable lookup over the CATRETIR.TXT record
      *          of retired category codes written by
      *          MANTENIMIENTO-CODIGOS, sibling of RESUELVE-NUMERO.
      *          Given a CATEG-REC code it returns the successor code
      *          (following the chain when the successor was itself
      *          retired later) and a flag telling the caller the code
      *          it asked for was retired, so loads and entry screens
      *          that still send the old code are translated. A code
      *          with no line comes back unchanged.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUELVE-CATEGORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETIRO-FILE ASSIGN TO "CATRETIR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RETIRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETIRO-FILE.
       01  LINEA-RETIRO.
           05 RETIRADA-CRT PIC X(5).
           05 FILLER PIC X.
           05 SUCESORA-CRT PIC X(5).
           05 FILLER PIC X.
           05 FECHA-CRT PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-CRT PIC X(10).
           05 FILLER PIC X.
           05 PERSONAS-CRT PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-RETIRO-STATUS PIC XX.
       01 WS-FIN-RETIRO PIC X.
       01 WS-BUSCADA PIC X(5).
       01 WS-HALLADO PIC X.
       01 WS-SALTOS PIC 99.

       LINKAGE SECTION.
       01 LK-CATEG PIC X(5).
       01 LK-RESUELTA PIC X(5).
       01 LK-ERA-RETIRADA PIC X.

       PROCEDURE DIVISION USING LK-CATEG LK-RESUELTA
           LK-ERA-RETIRADA.
       MAIN-PROCEDURE.
           MOVE "N" TO LK-ERA-RETIRADA.
           MOVE LK-CATEG TO WS-BUSCADA.
           MOVE 0 TO WS-SALTOS.
           MOVE "S" TO WS-HALLADO.
           IF WS-BUSCADA = SPACES
               MOVE "N" TO WS-HALLADO
           END-IF.
      *    Cada vuelta sigue un eslabon de la cadena de retiros; el
      *    tope de saltos protege contra un archivo cruzado en ciclo.
           PERFORM UNTIL WS-HALLADO NOT = "S" OR WS-SALTOS >= 10
               MOVE "N" TO WS-HALLADO
               PERFORM BUSCA-EN-RETIROS
               IF WS-HALLADO = "S"
                   ADD 1 TO WS-SALTOS
                   MOVE "S" TO LK-ERA-RETIRADA
               END-IF
           END-PERFORM.
           MOVE WS-BUSCADA TO LK-RESUELTA.
           GOBACK.

       BUSCA-EN-RETIROS.
           MOVE "N" TO WS-FIN-RETIRO.
           OPEN INPUT RETIRO-FILE.
           IF WS-RETIRO-STATUS = "00"
               PERFORM UNTIL WS-FIN-RETIRO = "S"
                   READ RETIRO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-RETIRO
                       NOT AT END
                           IF RETIRADA-CRT = WS-BUSCADA
                               MOVE SUCESORA-CRT TO WS-BUSCADA
                               MOVE "S" TO WS-HALLADO
                               MOVE "S" TO WS-FIN-RETIRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETIRO-FILE
           END-IF.

       END PROGRAM RESUELVE-CATEGORIA.
