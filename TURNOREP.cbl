      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Turnos contra realidad de la semana. Sobre los siete
      *          dias que terminan hoy (o en la fecha AAAAMMDD del
      *          parametro) cruza los ingresos de AUDITLOG.TXT con la
      *          grilla de VERIFICA-TURNO y lista:
      *            SIN TURNO  sesiones abiertas fuera del turno del
      *                       operador (con o sin autorizacion dual)
      *            AUSENTE    dias con turno en que el operador no
      *                       ingreso nunca
      *          y cuenta los ingresos rechazados por turno. Sale en
      *          TURNREP.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNOS-REAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT TURNOS-FILE ASSIGN TO "TURNOS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TURNOS-STATUS.
           SELECT EXCEPCION-FILE ASSIGN TO "TURNEXC.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPCION-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "TURNREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  LINEA-AUDIT.
           05 FECHA-AUD PIC X(8).
           05 HORA-AUD PIC X(7).
           05 FILLER PIC X(6).
           05 PROG-AUD PIC X(20).
           05 FILLER PIC X(10).
           05 OPER-AUD PIC X(10).
           05 TIPO-AUD PIC X(7).
           05 FILLER PIC X.
       01  LINEA-AUDIT-TURNO.
           05 FILLER PIC X(15).
           05 MARCA-TURNO PIC X(7).
           05 RESULTADO-TURNO PIC X(10).
           05 FILLER PIC X(10).
           05 OPER-TURNO PIC X(10).
           05 FILLER PIC X(17).

       FD  TURNOS-FILE.
       01  LINEA-TURNO.
           05 OPERADOR-TUR PIC X(10).
           05 FILLER PIC X(16).

       FD  EXCEPCION-FILE.
       01  LINEA-EXCEPCION.
           05 OPERADOR-EXC PIC X(10).
           05 FILLER PIC X(31).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-TURNOS-STATUS PIC XX.
       01 WS-EXCEPCION-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PARM PIC X(20).
       01 WS-HASTA PIC 9(8).
       01 WS-DESDE PIC 9(8).
       01 WS-FECHA PIC 9(8).
       01 WS-FECHA-INT PIC 9(7).
       01 WS-PROGRAMA PIC X(20) VALUE "TURNOS-REAL".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FUNCION-TUR PIC X.
       01 WS-HORA-TUR PIC 9(4).
       01 WS-RESULTADO-TUR PIC X.
       01 WS-SIN-GRILLA PIC X VALUE "N".
       01 WS-S PIC 9(4).
       01 WS-A PIC 9(4).
       01 WS-O PIC 9(3).
       01 WS-D PIC 9.
       01 WS-HALLADO PIC X.
       01 WS-DETALLE PIC X(20).
       01 WS-TOTAL-SES PIC 9(4) VALUE 0.
       01 WS-TABLA-SES.
           05 WS-SES OCCURS 3000.
               10 WS-SES-FECHA PIC X(8).
               10 WS-SES-HORA PIC X(6).
               10 WS-SES-OPERADOR PIC X(10).
               10 WS-SES-PROGRAMA PIC X(20).
       01 WS-TOTAL-AUT PIC 9(4) VALUE 0.
       01 WS-TABLA-AUT.
           05 WS-AUT OCCURS 500.
               10 WS-AUT-FECHA PIC X(8).
               10 WS-AUT-OPERADOR PIC X(10).
       01 WS-TOTAL-OPE PIC 9(3) VALUE 0.
       01 WS-TABLA-OPE.
           05 WS-OPE-ID OCCURS 300 PIC X(10).
       01 WS-RECHAZOS PIC 9(4) VALUE 0.
       01 WS-SIN-TURNO PIC 9(4) VALUE 0.
       01 WS-AUSENCIAS PIC 9(4) VALUE 0.
       01 WS-OMITIDAS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HASTA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-HASTA
           END-IF.
           COMPUTE WS-FECHA-INT = FUNCTION INTEGER-OF-DATE(WS-HASTA)
               - 6.
           COMPUTE WS-DESDE = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT).
           PERFORM CARGA-OPERADORES.
           PERFORM LEE-AUDITORIA.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "TURNOS CONTRA REALIDAD DEL " DELIMITED BY SIZE
               WS-DESDE DELIMITED BY SIZE
               " AL " DELIMITED BY SIZE
               WS-HASTA DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-SIN-GRILLA = "S"
               MOVE "SIN GRILLA DE TURNOS (TURNOS.TXT)"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           ELSE
               MOVE "TIPO       FECHA    HORA   OPERADOR   DETALLE"
                   TO LINEA-REPORTE
               WRITE LINEA-REPORTE
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-TOTAL-SES
                   PERFORM EVALUA-SESION
               END-PERFORM
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-TOTAL-OPE
                   PERFORM EVALUA-AUSENCIAS
               END-PERFORM
               PERFORM IMPRIME-TOTALES
           END-IF.
           CLOSE REPORTE-FILE.
           MOVE "TURNREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "TURNOS - SIN TURNO: " WS-SIN-TURNO
               " AUSENTES: " WS-AUSENCIAS " RECHAZOS: " WS-RECHAZOS.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Los operadores a controlar son los que figuran en la grilla
      * semanal o en alguna cobertura.
      ******************************************************************
       CARGA-OPERADORES.
           OPEN INPUT TURNOS-FILE.
           IF WS-TURNOS-STATUS NOT = "00"
               MOVE "S" TO WS-SIN-GRILLA
           ELSE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ TURNOS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE OPERADOR-TUR TO WS-DETALLE
                           PERFORM AGREGA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE TURNOS-FILE
               OPEN INPUT EXCEPCION-FILE
               IF WS-EXCEPCION-STATUS = "00"
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                       READ EXCEPCION-FILE
                           AT END
                               MOVE "S" TO WS-FIN-ARCHIVO
                           NOT AT END
                               MOVE OPERADOR-EXC TO WS-DETALLE
                               PERFORM AGREGA-OPERADOR
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPCION-FILE
               END-IF
           END-IF.

       AGREGA-OPERADOR.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-TOTAL-OPE
               IF WS-OPE-ID(WS-O) = WS-DETALLE(1:10)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N" AND WS-DETALLE NOT = SPACES AND
              WS-TOTAL-OPE < 300
               ADD 1 TO WS-TOTAL-OPE
               MOVE WS-DETALLE(1:10) TO WS-OPE-ID(WS-TOTAL-OPE)
           END-IF.

      ******************************************************************
      * De AUDITLOG.TXT interesan los ingresos (NIVEL=) y las lineas
      * TURNO que CAPTURA-OPERADOR deja al rechazar o autorizar un
      * ingreso fuera de turno.
      ******************************************************************
       LEE-AUDITORIA.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ AUDIT-LOG
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF FECHA-AUD >= WS-DESDE AND
                              FECHA-AUD <= WS-HASTA
                               PERFORM CLASIFICA-LINEA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       CLASIFICA-LINEA.
           IF TIPO-AUD = " NIVEL="
               IF WS-TOTAL-SES < 3000
                   ADD 1 TO WS-TOTAL-SES
                   MOVE FECHA-AUD TO WS-SES-FECHA(WS-TOTAL-SES)
                   MOVE HORA-AUD(1:6) TO WS-SES-HORA(WS-TOTAL-SES)
                   MOVE OPER-AUD TO WS-SES-OPERADOR(WS-TOTAL-SES)
                   MOVE PROG-AUD TO WS-SES-PROGRAMA(WS-TOTAL-SES)
               ELSE
                   ADD 1 TO WS-OMITIDAS
               END-IF
           END-IF.
           IF MARCA-TURNO = " TURNO "
               IF RESULTADO-TURNO = "RECHAZADO"
                   ADD 1 TO WS-RECHAZOS
               END-IF
               IF RESULTADO-TURNO = "AUTORIZADO" AND
                  WS-TOTAL-AUT < 500
                   ADD 1 TO WS-TOTAL-AUT
                   MOVE FECHA-AUD TO WS-AUT-FECHA(WS-TOTAL-AUT)
                   MOVE OPER-TURNO TO WS-AUT-OPERADOR(WS-TOTAL-AUT)
               END-IF
           END-IF.

       EVALUA-SESION.
           MOVE "V" TO WS-FUNCION-TUR.
           MOVE WS-SES-FECHA(WS-S) TO WS-FECHA.
           MOVE WS-SES-HORA(WS-S)(1:4) TO WS-HORA-TUR.
           CALL "VERIFICA-TURNO" USING WS-FUNCION-TUR
               WS-SES-OPERADOR(WS-S) WS-FECHA WS-HORA-TUR
               WS-RESULTADO-TUR.
           IF WS-RESULTADO-TUR = "N" OR WS-RESULTADO-TUR = "L"
               ADD 1 TO WS-SIN-TURNO
               MOVE "SIN AUTORIZACION" TO WS-DETALLE
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-TOTAL-AUT
                   IF WS-AUT-FECHA(WS-A) = WS-SES-FECHA(WS-S) AND
                      WS-AUT-OPERADOR(WS-A) = WS-SES-OPERADOR(WS-S)
                       MOVE "CON AUTORIZACION" TO WS-DETALLE
                   END-IF
               END-PERFORM
               IF WS-RESULTADO-TUR = "L"
                   MOVE "LIC" TO WS-DETALLE(18:3)
               END-IF
               MOVE SPACES TO LINEA-REPORTE
               STRING "SIN TURNO  " DELIMITED BY SIZE
                   WS-SES-FECHA(WS-S) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SES-HORA(WS-S) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SES-OPERADOR(WS-S) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DETALLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SES-PROGRAMA(WS-S) DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       EVALUA-AUSENCIAS.
           PERFORM VARYING WS-D FROM 0 BY 1 UNTIL WS-D > 6
               COMPUTE WS-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DESDE) + WS-D
               COMPUTE WS-FECHA = FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
               MOVE "D" TO WS-FUNCION-TUR
               MOVE 0 TO WS-HORA-TUR
               CALL "VERIFICA-TURNO" USING WS-FUNCION-TUR
                   WS-OPE-ID(WS-O) WS-FECHA WS-HORA-TUR
                   WS-RESULTADO-TUR
               IF WS-RESULTADO-TUR = "S"
                   PERFORM BUSCA-INGRESO
               END-IF
           END-PERFORM.

       BUSCA-INGRESO.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-TOTAL-SES
               IF WS-SES-FECHA(WS-S) = WS-FECHA AND
                  WS-SES-OPERADOR(WS-S) = WS-OPE-ID(WS-O)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "N"
               ADD 1 TO WS-AUSENCIAS
               MOVE SPACES TO LINEA-REPORTE
               STRING "AUSENTE    " DELIMITED BY SIZE
                   WS-FECHA DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-OPE-ID(WS-O) DELIMITED BY SIZE
                   " TENIA TURNO Y NO INGRESO" DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       IMPRIME-TOTALES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "SESIONES SIN TURNO: " DELIMITED BY SIZE
               WS-SIN-TURNO DELIMITED BY SIZE
               "  AUSENCIAS: " DELIMITED BY SIZE
               WS-AUSENCIAS DELIMITED BY SIZE
               "  INGRESOS RECHAZADOS POR TURNO: " DELIMITED BY SIZE
               WS-RECHAZOS DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           IF WS-OMITIDAS > 0
               MOVE SPACES TO LINEA-REPORTE
               STRING "INGRESOS FUERA DE TABLA (NO REVISADOS): "
                   DELIMITED BY SIZE
                   WS-OMITIDAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       END PROGRAM TURNOS-REAL.
