      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable routine, sibling of VALIDA-SUCURSAL,
      *          that checks a five-digit postal code against the
      *          postal reference table CODPOST.TXT (codigo postal,
      *          ciudad y region o provincia, en los mismos anchos
      *          que la direccion estructurada de contactos).
      *          LK-RESULTADO:
      *            S codigo postal existente
      *            D desconocido (no esta en la tabla)
      *          With the code found, LK-CIUDAD and LK-REGION carry
      *          the reference city and province, which the callers
      *          offer as defaults. Sin tabla cargada todavia se
      *          acepta todo (S, ciudad y region en blanco), igual
      *          que VALIDA-SUCURSAL sin SUCMAST.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-CODPOSTAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODPOST-FILE ASSIGN TO "CODPOST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CODPOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODPOST-FILE.
       01  LINEA-CODPOST.
           05 CODIGO-CP PIC X(5).
           05 FILLER PIC X.
           05 CIUDAD-CP PIC X(12).
           05 FILLER PIC X.
           05 REGION-CP PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-CODPOST-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.

       LINKAGE SECTION.
       01 LK-CODIGO-POSTAL PIC X(5).
       01 LK-RESULTADO PIC X.
       01 LK-CIUDAD PIC X(12).
       01 LK-REGION PIC X(5).

       PROCEDURE DIVISION USING LK-CODIGO-POSTAL LK-RESULTADO
           LK-CIUDAD LK-REGION.
       MAIN-PROCEDURE.
           MOVE SPACES TO LK-CIUDAD.
           MOVE SPACES TO LK-REGION.
           OPEN INPUT CODPOST-FILE.
           IF WS-CODPOST-STATUS NOT = "00"
               MOVE "S" TO LK-RESULTADO
           ELSE
               MOVE "D" TO LK-RESULTADO
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CODPOST-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF CODIGO-CP = LK-CODIGO-POSTAL
                               MOVE "S" TO WS-FIN-ARCHIVO
                               MOVE "S" TO LK-RESULTADO
                               MOVE CIUDAD-CP TO LK-CIUDAD
                               MOVE REGION-CP TO LK-REGION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODPOST-FILE
           END-IF.
           GOBACK.

       END PROGRAM VALIDA-CODPOSTAL.
