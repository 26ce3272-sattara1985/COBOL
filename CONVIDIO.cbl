      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: One-shot conversion utility, in the CONVIERTE-LAYOUT
      *          mold, for the preferred-language field IDIOMA-REC
      *          added at the end of the person record. Reads the
      *          76-byte PERSONAS.DAT and the archive PERSHIST.DAT
      *          (same image) and writes PERSONAS.NUE and
      *          PERSHIST.NUE at 78 bytes with the language in spaces
      *          (idioma por defecto). When each run balances
      *          (leidos = grabados) the operator replaces the live
      *          file with its .NUE before the suite runs again. The
      *          journal images are 80 bytes wide already and need no
      *          conversion. A master already in the new layout must
      *          NOT be converted twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-IDIOMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEJO-PERS ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-VIEJO
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE-VIEJA
                   WITH DUPLICATES
               FILE STATUS IS WS-VIEJO-PERS-STATUS.
           SELECT NUEVO-PERS ASSIGN TO "PERSONAS.NUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-NUEVO-PERS-STATUS.
           SELECT VIEJO-HIST ASSIGN TO "PERSHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NUMERO-HIS-VIEJO
               FILE STATUS IS WS-VIEJO-HIST-STATUS.
           SELECT NUEVO-HIST ASSIGN TO "PERSHIST.NUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-HIS
               FILE STATUS IS WS-NUEVO-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Layout VIEJO del maestro de personas: 76 bytes, hasta la
      *categoria, sin idioma.
       FD  VIEJO-PERS.
       01  PERSONA-VIEJA.
           05 NUMERO-VIEJO PIC 9(6).
           05 CLAVE-NOMBRE-VIEJA PIC X(35).
           05 RESTO-VIEJO PIC X(35).

       FD  NUEVO-PERS.
       COPY PERSONA.

       FD  VIEJO-HIST.
       01  PERSONA-HIST-VIEJA.
           05 NUMERO-HIS-VIEJO PIC 9(6).
           05 RESTO-HIS-VIEJO PIC X(70).

       FD  NUEVO-HIST.
       01  PERSONA-HIST.
           05 NUMERO-HIS PIC 9(6).
           05 RESTO-HIS PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-VIEJO-PERS-STATUS PIC XX.
       01 WS-NUEVO-PERS-STATUS PIC XX.
       01 WS-VIEJO-HIST-STATUS PIC XX.
       01 WS-NUEVO-HIST-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-PERS-LEIDAS PIC 9(6) VALUE 0.
       01 WS-PERS-GRABADAS PIC 9(6) VALUE 0.
       01 WS-HIST-LEIDAS PIC 9(6) VALUE 0.
       01 WS-HIST-GRABADAS PIC 9(6) VALUE 0.
       01 WS-CUADRA PIC X VALUE "S".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONVIERTE-PERSONAS-VIEJAS.
           PERFORM CONVIERTE-HISTORICO-VIEJO.
           IF WS-CUADRA = "S"
               DISPLAY "CONVERSION COMPLETA - REEMPLACE "
                   "PERSONAS.DAT CON PERSONAS.NUE Y "
                   "PERSHIST.DAT CON PERSHIST.NUE"
           ELSE
               DISPLAY "CONVERSION CON DIFERENCIAS - NO REEMPLACE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       CONVIERTE-PERSONAS-VIEJAS.
           OPEN INPUT VIEJO-PERS.
           IF WS-VIEJO-PERS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PERSONAS.DAT (LAYOUT "
                   "VIEJO): " WS-VIEJO-PERS-STATUS
               MOVE "N" TO WS-CUADRA
           ELSE
               OPEN OUTPUT NUEVO-PERS
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ VIEJO-PERS NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-PERS-LEIDAS
                           PERFORM CONVIERTE-UNA-PERSONA
                   END-READ
               END-PERFORM
               CLOSE NUEVO-PERS
               CLOSE VIEJO-PERS
               DISPLAY "PERSONAS LEIDAS:  " WS-PERS-LEIDAS
                   " GRABADAS: " WS-PERS-GRABADAS
               IF WS-PERS-LEIDAS NOT = WS-PERS-GRABADAS
                   MOVE "N" TO WS-CUADRA
               END-IF
           END-IF.

      *    La imagen vieja entra entera en los primeros 76 bytes; el
      *    idioma queda en blanco, que se lee como el de defecto.
       CONVIERTE-UNA-PERSONA.
           MOVE SPACES TO PERSONA-REC.
           MOVE PERSONA-VIEJA TO PERSONA-REC(1:76).
           MOVE SPACES TO IDIOMA-REC.
           WRITE PERSONA-REC
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA AL CONVERTIR: "
                       NUMERO-PERSONA
               NOT INVALID KEY
                   ADD 1 TO WS-PERS-GRABADAS
           END-WRITE.

       CONVIERTE-HISTORICO-VIEJO.
           OPEN INPUT VIEJO-HIST.
           IF WS-VIEJO-HIST-STATUS NOT = "00"
               DISPLAY "SIN PERSHIST.DAT VIEJO QUE CONVERTIR ("
                   WS-VIEJO-HIST-STATUS ")"
           ELSE
               OPEN OUTPUT NUEVO-HIST
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ VIEJO-HIST NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-HIST-LEIDAS
                           MOVE SPACES TO PERSONA-HIST
                           MOVE NUMERO-HIS-VIEJO TO NUMERO-HIS
                           MOVE RESTO-HIS-VIEJO TO RESTO-HIS
                           WRITE PERSONA-HIST
                               INVALID KEY
                                   DISPLAY "CLAVE DUPLICADA EN "
                                       "HISTORICO: " NUMERO-HIS
                               NOT INVALID KEY
                                   ADD 1 TO WS-HIST-GRABADAS
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE NUEVO-HIST
               CLOSE VIEJO-HIST
               DISPLAY "HISTORICO LEIDAS: " WS-HIST-LEIDAS
                   " GRABADAS: " WS-HIST-GRABADAS
               IF WS-HIST-LEIDAS NOT = WS-HIST-GRABADAS
                   MOVE "N" TO WS-CUADRA
               END-IF
           END-IF.

       END PROGRAM CONVIERTE-IDIOMA.
