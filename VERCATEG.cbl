      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable visibility check by person category.
      *          OPERCAT.TXT lista, una linea por codigo, las
      *          categorias (CATEG-REC) que cada operador puede ver;
      *          la mantiene MANTENIMIENTO-OPERADORES. Un operador sin
      *          lineas en el archivo ve todo, como siempre; con
      *          lineas, solo las personas de esas categorias y las
      *          sin clasificar. LK-RESULTADO vuelve "S" si la persona
      *          de la categoria LK-CATEG es visible para LK-OPERADOR
      *          y "N" si no. La lista del operador se carga una vez
      *          y queda en memoria mientras no cambie el operador, de
      *          modo que un barrido del maestro no relee el archivo
      *          por cada persona.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CATEGORIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERCAT-FILE ASSIGN TO "OPERCAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-OPERCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERCAT-FILE.
       01  LINEA-OPERCAT.
           05 OPERADOR-OCA PIC X(10).
           05 FILLER PIC X.
           05 CATEG-OCA PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-OPERCAT-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-OPERADOR-CARGADO PIC X(10) VALUE LOW-VALUES.
       01 WS-C PIC 99.
       01 WS-TOTAL-CATEG PIC 99 VALUE 0.
       01 WS-TABLA-CATEG.
           05 WS-CATEG-OPE PIC X(5) OCCURS 50.

       LINKAGE SECTION.
       01 LK-OPERADOR PIC X(10).
       01 LK-CATEG PIC X(5).
       01 LK-RESULTADO PIC X.

       PROCEDURE DIVISION USING LK-OPERADOR LK-CATEG LK-RESULTADO.
       MAIN-PROCEDURE.
           IF LK-OPERADOR NOT = WS-OPERADOR-CARGADO
               PERFORM CARGA-CATEGORIAS
           END-IF.
           IF WS-TOTAL-CATEG = 0 OR LK-CATEG = SPACES
               MOVE "S" TO LK-RESULTADO
           ELSE
               MOVE "N" TO LK-RESULTADO
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-TOTAL-CATEG
                   IF WS-CATEG-OPE(WS-C) = LK-CATEG
                       MOVE "S" TO LK-RESULTADO
                   END-IF
               END-PERFORM
           END-IF.
           GOBACK.

       CARGA-CATEGORIAS.
           MOVE LK-OPERADOR TO WS-OPERADOR-CARGADO.
           MOVE 0 TO WS-TOTAL-CATEG.
           OPEN INPUT OPERCAT-FILE.
           IF WS-OPERCAT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ OPERCAT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF OPERADOR-OCA = LK-OPERADOR AND
                              CATEG-OCA NOT = SPACES AND
                              WS-TOTAL-CATEG < 50
                               ADD 1 TO WS-TOTAL-CATEG
                               MOVE CATEG-OCA
                                   TO WS-CATEG-OPE(WS-TOTAL-CATEG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERCAT-FILE
           END-IF.

       END PROGRAM VERIFICA-CATEGORIA.
