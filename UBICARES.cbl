      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Shared CALLable lookup over BKPUBIC.TXT, the custody
      *          register of the PERSBKP generations. Devuelve en
      *          LK-ESTADO donde esta la generacion (L en sitio, T en
      *          transito, E en custodia externa, R retorno pedido)
      *          y en LK-CAJA la caja que la lleva. Una generacion
      *          que nunca salio no tiene linea y vuelve como L con
      *          caja en blanco, asi los programas que restauran
      *          saben antes de empezar si lo que piden esta aqui.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UBICA-RESPALDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UBICACION-FILE ASSIGN TO "BKPUBIC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UBICACION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UBICACION-FILE.
       COPY BKPUBIC.

       WORKING-STORAGE SECTION.
       01 WS-UBICACION-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.

       LINKAGE SECTION.
       01 LK-GENERACION PIC 9(4).
       01 LK-ESTADO PIC X.
       01 LK-CAJA PIC X(10).

       PROCEDURE DIVISION USING LK-GENERACION LK-ESTADO LK-CAJA.
       MAIN-PROCEDURE.
           MOVE "L" TO LK-ESTADO.
           MOVE SPACES TO LK-CAJA.
           OPEN INPUT UBICACION-FILE.
           IF WS-UBICACION-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ UBICACION-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF GENERACION-UBI = LK-GENERACION
                               MOVE ESTADO-UBI TO LK-ESTADO
                               MOVE CAJA-UBI TO LK-CAJA
                               MOVE "S" TO WS-FIN-ARCHIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UBICACION-FILE
           END-IF.
           GOBACK.

       END PROGRAM UBICA-RESPALDO.
