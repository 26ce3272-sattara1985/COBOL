      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Extracto mensual por persona. Recorre OPERJRNL.TXT y
      *          para cada persona vinculada a operaciones del periodo
      *          (AAAAMM por fecha valor; en blanco, el mes anterior)
      *          imprime su nombre segun PERSONAS.DAT, cada operacion
      *          (fecha valor, hora, operacion, sucursal, resultado en
      *          moneda base, comision, marca de reversa y trace) y
      *          los totales del periodo. Un numero retirado despues
      *          de registrada la operacion se agrupa bajo el
      *          superviviente via RESUELVE-NUMERO. Sale por el
      *          servicio de impresion compartido a EXTRACTO.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRACTO-PERSONAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-OPER ASSIGN TO "OPERJRNL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PERSONAS-FILE ASSIGN TO "PERSONAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-PERSONA
               ALTERNATE RECORD KEY IS CLAVE-NOMBRE WITH DUPLICATES
               FILE STATUS IS WS-PERSONAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-OPER.
       01  LINEA-JOURNAL.
           05 FECHA-JRN PIC X(8).
           05 FILLER PIC X.
           05 HORA-JRN PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-JRN PIC X(10).
           05 FILLER PIC X.
           05 OPERACION-JRN PIC X.
           05 FILLER PIC X.
           05 NUM1-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 NUM2-JRN PIC S9(6)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RESULTADO-JRN PIC S9(7)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 SUCURSAL-JRN PIC X(2).
           05 FILLER PIC X.
           05 MARCA-REV-JRN PIC X.
           05 FILLER PIC X.
           05 REF-REV-JRN PIC 9(6).
           05 FILLER PIC X.
           05 TRACE-JRN PIC X(14).
           05 FILLER PIC X.
           05 COMISION-JRN PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X(20).
           05 FECHA-VALOR-JRN PIC X(8).
           05 FILLER PIC X.
           05 PERSONA-JRN PIC 9(6).

       FD  PERSONAS-FILE.
       COPY PERSONA.

       WORKING-STORAGE SECTION.
      *El extracto sale por el servicio de impresion compartido, con
      *la misma cabecera estandar y marca de fin que DEMOGRAF.
       01 WS-FUNCION-SRV PIC X.
       01 WS-ARCHIVO-SRV PIC X(12) VALUE "EXTRACTO.TXT".
       01 WS-ID-SRV PIC X(8) VALUE "EXTRACTO".
       01 WS-TITULO-SRV PIC X(40).
       01 LINEA-REPORTE PIC X(80).
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FECHA-EFECTIVA PIC X(8).
       01 WS-PROGRAMA PIC X(20) VALUE "EXTRACTO-PERSONAS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-PARRAFO PIC X(20).
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-ENT PIC X(6).
       01 WS-ES-NUMERICO PIC X.
       01 WS-ANIO PIC 9(4).
       01 WS-MES PIC 99.
       01 WS-NUMERO-BUSCA PIC 9(6).
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-PERSONA PIC 9(6).
       01 WS-I PIC 9(4).
       01 WS-P PIC 9(3).
       01 WS-X PIC 9(3).
       01 WS-ELEGIDA PIC 9(3).
       01 WS-HALLADO PIC X.
       01 WS-DESCARTADAS PIC 9(5) VALUE 0.
       01 WS-TOTAL-OPS PIC 9(4) VALUE 0.
       01 WS-TABLA-OPS.
           05 WS-OP OCCURS 3000.
               10 WS-OP-PERSONA PIC 9(6).
               10 WS-OP-FECHA PIC X(8).
               10 WS-OP-HORA PIC X(6).
               10 WS-OP-OPERACION PIC X.
               10 WS-OP-SUCURSAL PIC X(2).
               10 WS-OP-RESULTADO PIC S9(7)V99.
               10 WS-OP-COMISION PIC S9(5)V99.
               10 WS-OP-MARCA PIC X.
               10 WS-OP-TRACE PIC X(14).
       01 WS-TOTAL-PERSONAS PIC 9(3) VALUE 0.
       01 WS-TABLA-PERSONAS.
           05 WS-PER OCCURS 500.
               10 WS-PER-NUMERO PIC 9(6).
               10 WS-PER-OPS PIC 9(4).
               10 WS-PER-RESULTADO PIC S9(9)V99.
               10 WS-PER-COMISION PIC S9(7)V99.
               10 WS-PER-IMPRESA PIC X.
       01 WS-TOTAL-XREF PIC 9(3) VALUE 0.
       01 WS-TABLA-XREF.
           05 WS-XRF OCCURS 500.
               10 WS-XRF-NUMERO PIC 9(6).
               10 WS-XRF-RESUELTO PIC 9(6).
       01 WS-NOMBRE-COMPLETO PIC X(36).
       01 WS-RESULTADO-ED PIC -(7)9.99.
       01 WS-COMISION-ED PIC -(5)9.99.
       01 WS-TOTAL-ED PIC -(9)9.99.
       01 WS-TOTAL-COM-ED PIC -(7)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           PERFORM SOLICITA-PERIODO.
           IF WS-ES-NUMERICO = "S"
               PERFORM LEE-JOURNAL
               PERFORM IMPRIME-EXTRACTOS
               MOVE "EXTRACTO.TXT" TO WS-ARCHIVO-CAT
               MOVE 1 TO WS-PAGINAS-CAT
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
               DISPLAY "EXTRACTO DEL PERIODO " WS-PERIODO
                   " (EXTRACTO.TXT) - PERSONAS: " WS-TOTAL-PERSONAS
                   " OPERACIONES: " WS-TOTAL-OPS
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      *    Sin periodo tecleado (la corrida de principio de mes) se
      *    extracta el mes anterior, que es el que ya termino.
       SOLICITA-PERIODO.
           DISPLAY "PERIODO DEL EXTRACTO (AAAAMM, EN BLANCO = MES "
               "ANTERIOR)".
           MOVE SPACES TO WS-PERIODO-ENT.
           ACCEPT WS-PERIODO-ENT.
           IF WS-PERIODO-ENT = SPACES
               MOVE "S" TO WS-ES-NUMERICO
               MOVE WS-FECHA-HORA(1:4) TO WS-ANIO
               MOVE WS-FECHA-HORA(5:2) TO WS-MES
               IF WS-MES = 1
                   MOVE 12 TO WS-MES
                   SUBTRACT 1 FROM WS-ANIO
               ELSE
                   SUBTRACT 1 FROM WS-MES
               END-IF
               COMPUTE WS-PERIODO = WS-ANIO * 100 + WS-MES
           ELSE
               CALL "VALIDA-NUMERO" USING WS-PERIODO-ENT
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO = "S"
                   MOVE WS-PERIODO-ENT TO WS-PERIODO
                   IF WS-PERIODO(5:2) < "01" OR
                      WS-PERIODO(5:2) > "12"
                       MOVE "N" TO WS-ES-NUMERICO
                   END-IF
               END-IF
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "PERIODO INVALIDO"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       LEE-JOURNAL.
           MOVE "N" TO WS-FIN-ARCHIVO.
           OPEN INPUT JOURNAL-OPER.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ JOURNAL-OPER
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF PERSONA-JRN IS NUMERIC AND
                              PERSONA-JRN > 0
                               PERFORM TOMA-FECHA-EFECTIVA
                               IF WS-FECHA-EFECTIVA(1:6) = WS-PERIODO
                                   PERFORM GUARDA-OPERACION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPER
           END-IF.

       GUARDA-OPERACION.
           PERFORM RESUELVE-PERSONA.
           IF WS-TOTAL-OPS >= 3000
               ADD 1 TO WS-DESCARTADAS
           ELSE
               PERFORM UBICA-PERSONA
               IF WS-P = 0
                   ADD 1 TO WS-DESCARTADAS
               ELSE
                   ADD 1 TO WS-TOTAL-OPS
                   MOVE WS-TOTAL-OPS TO WS-I
                   MOVE WS-PERSONA TO WS-OP-PERSONA(WS-I)
                   MOVE WS-FECHA-EFECTIVA TO WS-OP-FECHA(WS-I)
                   MOVE HORA-JRN TO WS-OP-HORA(WS-I)
                   MOVE OPERACION-JRN TO WS-OP-OPERACION(WS-I)
                   MOVE SUCURSAL-JRN TO WS-OP-SUCURSAL(WS-I)
                   MOVE RESULTADO-JRN TO WS-OP-RESULTADO(WS-I)
                   IF COMISION-JRN IS NUMERIC
                       MOVE COMISION-JRN TO WS-OP-COMISION(WS-I)
                   ELSE
                       MOVE 0 TO WS-OP-COMISION(WS-I)
                   END-IF
                   MOVE MARCA-REV-JRN TO WS-OP-MARCA(WS-I)
                   MOVE TRACE-JRN TO WS-OP-TRACE(WS-I)
                   ADD 1 TO WS-PER-OPS(WS-P)
                   ADD WS-OP-RESULTADO(WS-I) TO WS-PER-RESULTADO(WS-P)
                   ADD WS-OP-COMISION(WS-I) TO WS-PER-COMISION(WS-P)
               END-IF
           END-IF.

      *    Cada numero distinto se resuelve una sola vez por corrida.
       RESUELVE-PERSONA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-TOTAL-XREF OR WS-HALLADO = "S"
               IF WS-XRF-NUMERO(WS-X) = PERSONA-JRN
                   MOVE WS-XRF-RESUELTO(WS-X) TO WS-PERSONA
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO NOT = "S"
               MOVE PERSONA-JRN TO WS-NUMERO-BUSCA
               CALL "RESUELVE-NUMERO" USING WS-NUMERO-BUSCA
                   WS-NUMERO-RESUELTO WS-ERA-RETIRADO
               MOVE WS-NUMERO-RESUELTO TO WS-PERSONA
               IF WS-TOTAL-XREF < 500
                   ADD 1 TO WS-TOTAL-XREF
                   MOVE PERSONA-JRN TO WS-XRF-NUMERO(WS-TOTAL-XREF)
                   MOVE WS-PERSONA TO WS-XRF-RESUELTO(WS-TOTAL-XREF)
               END-IF
           END-IF.

       UBICA-PERSONA.
           MOVE 0 TO WS-P.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-TOTAL-PERSONAS OR WS-P > 0
               IF WS-PER-NUMERO(WS-X) = WS-PERSONA
                   MOVE WS-X TO WS-P
               END-IF
           END-PERFORM.
           IF WS-P = 0 AND WS-TOTAL-PERSONAS < 500
               ADD 1 TO WS-TOTAL-PERSONAS
               MOVE WS-TOTAL-PERSONAS TO WS-P
               MOVE WS-PERSONA TO WS-PER-NUMERO(WS-P)
               MOVE 0 TO WS-PER-OPS(WS-P)
               MOVE 0 TO WS-PER-RESULTADO(WS-P)
               MOVE 0 TO WS-PER-COMISION(WS-P)
               MOVE "N" TO WS-PER-IMPRESA(WS-P)
           END-IF.

      ******************************************************************
      * Un bloque por persona en orden de numero: nombre, detalle de
      * sus operaciones en el orden del journal y totales del periodo.
      ******************************************************************
       IMPRIME-EXTRACTOS.
           MOVE SPACES TO WS-TITULO-SRV.
           STRING "EXTRACTO MENSUAL POR PERSONA - PERIODO "
               DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               INTO WS-TITULO-SRV.
           MOVE "I" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.
           IF WS-TOTAL-PERSONAS = 0
               MOVE "SIN OPERACIONES CON PERSONA EN EL PERIODO"
                   TO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
           ELSE
               PERFORM WS-TOTAL-PERSONAS TIMES
                   PERFORM ELIGE-SIGUIENTE
                   PERFORM IMPRIME-PERSONA
               END-PERFORM
           END-IF.
           IF WS-DESCARTADAS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "OPERACIONES FUERA DE TABLA, NO EXTRACTADAS: "
                   DELIMITED BY SIZE
                   WS-DESCARTADAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               PERFORM ESCRIBE-LINEA-SRV
               MOVE "IMPRIME-EXTRACTOS" TO WS-PARRAFO
               MOVE "STATEMENT TABLE FULL, LINES SKIPPED"
                   TO WS-DESCRIPCION
               MOVE "W" TO WS-SEVERIDAD
               MOVE "TABL" TO WS-CODIGO
               CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "F" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

       ELIGE-SIGUIENTE.
           MOVE 0 TO WS-ELEGIDA.
           PERFORM VARYING WS-X FROM 1 BY 1
                   UNTIL WS-X > WS-TOTAL-PERSONAS
               IF WS-PER-IMPRESA(WS-X) = "N"
                   IF WS-ELEGIDA = 0
                       MOVE WS-X TO WS-ELEGIDA
                   ELSE
                       IF WS-PER-NUMERO(WS-X) <
                          WS-PER-NUMERO(WS-ELEGIDA)
                           MOVE WS-X TO WS-ELEGIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ELEGIDA TO WS-P.
           MOVE "S" TO WS-PER-IMPRESA(WS-P).

       IMPRIME-PERSONA.
           PERFORM BUSCA-NOMBRE.
           MOVE SPACES TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           STRING "PERSONA " DELIMITED BY SIZE
               WS-PER-NUMERO(WS-P) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOMBRE-COMPLETO DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           MOVE "F.VALOR  HORA   OP SUC    RESULTADO  COMISION R TRACE"
               TO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TOTAL-OPS
               IF WS-OP-PERSONA(WS-I) = WS-PER-NUMERO(WS-P)
                   PERFORM IMPRIME-OPERACION
               END-IF
           END-PERFORM.
           MOVE WS-PER-RESULTADO(WS-P) TO WS-TOTAL-ED.
           MOVE WS-PER-COMISION(WS-P) TO WS-TOTAL-COM-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TOTAL DEL PERIODO - OPERACIONES: " DELIMITED BY SIZE
               WS-PER-OPS(WS-P) DELIMITED BY SIZE
               " RESULTADO: " DELIMITED BY SIZE
               WS-TOTAL-ED DELIMITED BY SIZE
               " COMISION: " DELIMITED BY SIZE
               WS-TOTAL-COM-ED DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       IMPRIME-OPERACION.
           MOVE WS-OP-RESULTADO(WS-I) TO WS-RESULTADO-ED.
           MOVE WS-OP-COMISION(WS-I) TO WS-COMISION-ED.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-OP-FECHA(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OP-HORA(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OP-OPERACION(WS-I) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OP-SUCURSAL(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULTADO-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMISION-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OP-MARCA(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OP-TRACE(WS-I) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           PERFORM ESCRIBE-LINEA-SRV.

       BUSCA-NOMBRE.
           MOVE "(NO ENCONTRADA EN PERSONAS.DAT)" TO WS-NOMBRE-COMPLETO.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS = "00"
               MOVE WS-PER-NUMERO(WS-P) TO NUMERO-PERSONA
               READ PERSONAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-NOMBRE-COMPLETO
                       STRING APELLIDOS-REC DELIMITED BY "  "
                           ", " DELIMITED BY SIZE
                           NOMBRE-REC DELIMITED BY "  "
                           INTO WS-NOMBRE-COMPLETO
               END-READ
               CLOSE PERSONAS-FILE
           END-IF.

       ESCRIBE-LINEA-SRV.
           MOVE "D" TO WS-FUNCION-SRV.
           CALL "SERVICIO-IMPRESION" USING WS-FUNCION-SRV
               WS-ARCHIVO-SRV WS-ID-SRV WS-TITULO-SRV
               LINEA-REPORTE.

      ******************************************************************
      * Fecha a la que pertenece un asiento: la fecha valor cuando
      * se cargo despues del cuadre del dia, si no la de carga.
      ******************************************************************
       TOMA-FECHA-EFECTIVA.
           IF FECHA-VALOR-JRN IS NUMERIC AND
              FECHA-VALOR-JRN NOT = "00000000"
               MOVE FECHA-VALOR-JRN TO WS-FECHA-EFECTIVA
           ELSE
               MOVE FECHA-JRN TO WS-FECHA-EFECTIVA
           END-IF.

       END PROGRAM EXTRACTO-PERSONAS.
