      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Listado de direcciones vigentes de CONTACTO.DAT que
      *          no cuadran con la tabla postal CODPOST.TXT: codigo
      *          postal no numerico, codigo postal inexistente, o
      *          ciudad / region distintas de las que la tabla da
      *          para ese codigo. Es lo que quedo de antes de que
      *          DATOS y CARGA-CONTACTOS validaran contra la tabla;
      *          cada linea trae la direccion grabada y la de
      *          referencia para corregirla desde DATOS. Sale en
      *          CPERROR.TXT con totales por motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-DIRECCIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODPOST-FILE ASSIGN TO "CODPOST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CODPOST-STATUS.
           SELECT CONTACTO-FILE ASSIGN TO "CONTACTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO
               FILE STATUS IS WS-CONTACTO-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "CPERROR.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODPOST-FILE.
       01  LINEA-CODPOST.
           05 CODIGO-CP PIC X(5).
           05 FILLER PIC X.
           05 CIUDAD-CP PIC X(12).
           05 FILLER PIC X.
           05 REGION-CP PIC X(5).

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

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CODPOST-STATUS PIC XX.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-PROGRAMA PIC X(20) VALUE "VERIFICA-DIRECCIONES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-MOTIVO PIC X(16).
       01 WS-T PIC 9(5).
       01 WS-ENCONTRADO PIC 9(5).
       01 WS-REVISADAS PIC 9(6) VALUE 0.
       01 WS-CP-INVALIDO PIC 9(6) VALUE 0.
       01 WS-CP-INEXISTENTE PIC 9(6) VALUE 0.
       01 WS-NO-CORRESPONDE PIC 9(6) VALUE 0.
       01 WS-TABLA-LLENA PIC 9(5) VALUE 0.
      *Tabla postal en memoria; se recorre por cada direccion.
       01 WS-TOTAL-CP PIC 9(5) VALUE 0.
       01 WS-TABLA-CP.
           05 WS-CP-REF OCCURS 20000.
               10 WS-CODIGO-REF PIC X(5).
               10 WS-CIUDAD-REF PIC X(12).
               10 WS-REGION-REF PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           PERFORM CARGA-TABLA-POSTAL.
           IF WS-TOTAL-CP = 0
               DISPLAY "NO HAY TABLA POSTAL (CODPOST.TXT)"
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT CONTACTO-FILE
               IF WS-CONTACTO-STATUS NOT = "00"
                   DISPLAY "NO HAY ARCHIVO DE CONTACTOS"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT REPORTE-FILE
                   PERFORM ESCRIBE-CABECERA
                   PERFORM REVISA-CONTACTOS
                   PERFORM ESCRIBE-TOTALES
                   CLOSE REPORTE-FILE
                   CLOSE CONTACTO-FILE
                   MOVE "CPERROR.TXT" TO WS-ARCHIVO-CAT
                   MOVE 1 TO WS-PAGINAS-CAT
                   CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                       WS-ARCHIVO-CAT WS-PAGINAS-CAT
               END-IF
           END-IF.
           DISPLAY "DIRECCIONES REVISADAS: " WS-REVISADAS
               " CP INEXISTENTE: " WS-CP-INEXISTENTE
               " NO CORRESPONDEN: " WS-NO-CORRESPONDE.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
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
                               MOVE CIUDAD-CP TO
                                   WS-CIUDAD-REF(WS-TOTAL-CP)
                               MOVE REGION-CP TO
                                   WS-REGION-REF(WS-TOTAL-CP)
                           ELSE
                               ADD 1 TO WS-TABLA-LLENA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CODPOST-FILE
           END-IF.

       ESCRIBE-CABECERA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DIRECCIONES QUE NO CUADRAN CON LA TABLA POSTAL AL "
               DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "NUMERO SC MOTIVO           DIRECCION GRABADA " &
               "                        REFERENCIA" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    Solo las filas D vigentes: las cerradas son historia y las
      *    U ya estan fuera del correo.
       REVISA-CONTACTOS.
           MOVE "N" TO WS-FIN-ARCHIVO.
           PERFORM UNTIL WS-FIN-ARCHIVO = "S"
               READ CONTACTO-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-ARCHIVO
                   NOT AT END
                       IF TIPO-CON = "D" AND FECHA-FIN-CON = 0
                           ADD 1 TO WS-REVISADAS
                           PERFORM REVISA-DIRECCION
                       END-IF
               END-READ
           END-PERFORM.

       REVISA-DIRECCION.
           MOVE SPACES TO WS-MOTIVO.
           MOVE 0 TO WS-ENCONTRADO.
           IF CP-CON IS NOT NUMERIC
               MOVE "CP INVALIDO" TO WS-MOTIVO
               ADD 1 TO WS-CP-INVALIDO
           ELSE
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TOTAL-CP OR WS-ENCONTRADO > 0
                   IF WS-CODIGO-REF(WS-T) = CP-CON
                       MOVE WS-T TO WS-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-ENCONTRADO = 0
                   MOVE "CP INEXISTENTE" TO WS-MOTIVO
                   ADD 1 TO WS-CP-INEXISTENTE
               ELSE
                   IF CIUDAD-CON NOT = WS-CIUDAD-REF(WS-ENCONTRADO) OR
                      REGION-CON NOT = WS-REGION-REF(WS-ENCONTRADO)
                       MOVE "NO CORRESPONDE" TO WS-MOTIVO
                       ADD 1 TO WS-NO-CORRESPONDE
                   END-IF
               END-IF
           END-IF.
           IF WS-MOTIVO NOT = SPACES
               MOVE SPACES TO LINEA-REPORTE
               STRING NUMERO-PERSONA-CON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SECUENCIA-CON DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MOTIVO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VALOR-CON DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               IF WS-ENCONTRADO > 0
                   MOVE WS-CIUDAD-REF(WS-ENCONTRADO) TO
                       LINEA-REPORTE(70:12)
                   MOVE WS-REGION-REF(WS-ENCONTRADO) TO
                       LINEA-REPORTE(83:5)
               END-IF
               WRITE LINEA-REPORTE
           END-IF.

       ESCRIBE-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "DIRECCIONES VIGENTES REVISADAS: " DELIMITED BY SIZE
               WS-REVISADAS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CODIGO POSTAL NO NUMERICO:      " DELIMITED BY SIZE
               WS-CP-INVALIDO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CODIGO POSTAL INEXISTENTE:      " DELIMITED BY SIZE
               WS-CP-INEXISTENTE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "CIUDAD O REGION NO CORRESPONDE: " DELIMITED BY SIZE
               WS-NO-CORRESPONDE DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-TABLA-LLENA > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "AVISO: CODIGOS DE LA TABLA NO CARGADOS: "
                   DELIMITED BY SIZE
                   WS-TABLA-LLENA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM VERIFICA-DIRECCIONES.
