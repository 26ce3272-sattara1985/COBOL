      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable routine that computes the chained
      *          seal carried by every line of OPERJRNL.TXT and
      *          PERSJRNL.TXT. El sello de una linea se calcula sobre
      *          la linea anterior completa (con su propio sello) mas
      *          el cuerpo de la linea nueva, asi que editar o borrar
      *          cualquier linea rompe el eslabon siguiente.
      *          REGISTRA-OPERACION y REGISTRA-CAMBIO lo piden al
      *          escribir y VERIFICA-CADENA lo recalcula de noche.
      *          The value is a 31-based polynomial over both texts
      *          modulo the prime 999999937.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-SELLO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ACUMULADO PIC 9(11).
       01 WS-COCIENTE PIC 9(11).
       01 WS-LONGITUD PIC 9(4).
       01 WS-I PIC 9(4).

       LINKAGE SECTION.
       01 LK-ANTERIOR PIC X ANY LENGTH.
       01 LK-CUERPO PIC X ANY LENGTH.
       01 LK-SELLO PIC 9(9).

       PROCEDURE DIVISION USING LK-ANTERIOR LK-CUERPO LK-SELLO.
       MAIN-PROCEDURE.
           MOVE 0 TO WS-ACUMULADO.
           COMPUTE WS-LONGITUD = FUNCTION LENGTH(LK-ANTERIOR).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LONGITUD
               COMPUTE WS-ACUMULADO = WS-ACUMULADO * 31
                   + FUNCTION ORD(LK-ANTERIOR(WS-I:1))
               DIVIDE WS-ACUMULADO BY 999999937 GIVING WS-COCIENTE
                   REMAINDER WS-ACUMULADO
           END-PERFORM.
           COMPUTE WS-LONGITUD = FUNCTION LENGTH(LK-CUERPO).
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LONGITUD
               COMPUTE WS-ACUMULADO = WS-ACUMULADO * 31
                   + FUNCTION ORD(LK-CUERPO(WS-I:1))
               DIVIDE WS-ACUMULADO BY 999999937 GIVING WS-COCIENTE
                   REMAINDER WS-ACUMULADO
           END-PERFORM.
           MOVE WS-ACUMULADO TO LK-SELLO.
           GOBACK.
       END PROGRAM CALCULA-SELLO.
