      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Resumen mensual de incidencias operativas desde
      *          INCIDENT.TXT (REGISTRO-INCIDENCIAS) para el periodo
      *          AAAAMM del parametro (en blanco, el mes anterior):
      *          las abiertas en el mes contadas por programa y
      *          severidad, el tiempo medio de resolucion de las
      *          cerradas en el mes (total y por severidad, en
      *          horas:minutos desde la apertura hasta el cierre) y
      *          la lista de las que siguen abiertas a la fecha del
      *          reporte. Sale en INCIDREP.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-INCIDENCIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INCIDENT-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "INCIDREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE.
       01  LINEA-INCIDENCIA.
           05 NUMERO-INC PIC 9(6).
           05 FILLER PIC X.
           05 ESTADO-INC PIC X.
           05 FILLER PIC X.
           05 SEVERIDAD-INC PIC X.
           05 FILLER PIC X.
           05 PROGRAMA-INC PIC X(20).
           05 FILLER PIC X.
           05 RESPONSABLE-INC PIC X(10).
           05 FILLER PIC X.
           05 ABRE-FECHA-INC PIC 9(8).
           05 FILLER PIC X.
           05 ABRE-HORA-INC PIC 9(6).
           05 FILLER PIC X.
           05 ABRE-OPER-INC PIC X(10).
           05 FILLER PIC X.
           05 CIERRE-FECHA-INC PIC 9(8).
           05 FILLER PIC X.
           05 CIERRE-HORA-INC PIC 9(6).
           05 FILLER PIC X.
           05 CIERRE-OPER-INC PIC X(10).
           05 FILLER PIC X.
           05 TITULO-INC PIC X(40).
           05 FILLER PIC X.
           05 CAUSA-INC PIC X(60).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-INCIDENT-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-PARM PIC X(20).
       01 WS-PERIODO PIC 9(6).
       01 WS-PERIODO-ENT PIC X(6).
       01 WS-ANIO PIC 9(4).
       01 WS-MES PIC 99.
       01 WS-ES-NUMERICO PIC X.
       01 WS-PROGRAMA PIC X(20) VALUE "REPORTE-INCIDENCIAS".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-I PIC 9(3).
       01 WS-S PIC 9(3).
       01 WS-V PIC 9.
       01 WS-SEV PIC 9.
       01 WS-PROGRAMA-BUSCA PIC X(20).
       01 WS-HALLADO PIC X.
       01 WS-TOTAL-PROGRAMAS PIC 9(3) VALUE 0.
       01 WS-TABLA-PROGRAMAS.
           05 WS-PRG OCCURS 100.
               10 WS-PRG-NOMBRE PIC X(20).
               10 WS-PRG-CUENTA PIC 9(4) OCCURS 4.
               10 WS-PRG-TOTAL PIC 9(4).
       01 WS-TOTAL-SEV PIC 9(4) OCCURS 4 VALUE 0.
       01 WS-TOTAL-ABIERTAS-MES PIC 9(4) VALUE 0.
       01 WS-RESUELTAS-SEV PIC 9(4) OCCURS 4 VALUE 0.
       01 WS-MINUTOS-SEV PIC 9(9) OCCURS 4 VALUE 0.
       01 WS-RESUELTAS PIC 9(4) VALUE 0.
       01 WS-MINUTOS-TOT PIC 9(9) VALUE 0.
       01 WS-ABIERTAS-HOY PIC 9(4) VALUE 0.
       01 WS-MINUTOS PIC 9(8).
       01 WS-MINUTOS-ABRE PIC 9(4).
       01 WS-MINUTOS-CIERRE PIC 9(4).
       01 WS-MEDIA PIC 9(8).
       01 WS-HORA-CALC PIC 9(6).
       01 WS-HORA-CALC-R REDEFINES WS-HORA-CALC.
           05 WS-HH-CALC PIC 99.
           05 WS-MM-CALC PIC 99.
           05 WS-SS-CALC PIC 99.
       01 WS-HORAS-ED PIC Z(5)9.
       01 WS-MINUTOS-ED PIC 99.
       01 WS-CUENTA-ED PIC Z(4)9 OCCURS 5.
       01 WS-RESUELTAS-ED PIC Z(4)9.
       01 WS-TABLA-SEVERIDADES.
           05 FILLER PIC X(7) VALUE "CRITICA".
           05 FILLER PIC X(7) VALUE "ALTA".
           05 FILLER PIC X(7) VALUE "MEDIA".
           05 FILLER PIC X(7) VALUE "BAJA".
       01 WS-SEVERIDADES-R REDEFINES WS-TABLA-SEVERIDADES.
           05 WS-NOMBRE-SEV PIC X(7) OCCURS 4.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           PERFORM TOMA-PERIODO.
           IF WS-ES-NUMERICO = "S"
               PERFORM CARGA-INCIDENCIAS
               OPEN OUTPUT REPORTE-FILE
               PERFORM ESCRIBE-MATRIZ
               PERFORM ESCRIBE-RESOLUCION
               PERFORM ESCRIBE-ABIERTAS
               CLOSE REPORTE-FILE
               MOVE "INCIDREP.TXT" TO WS-ARCHIVO-CAT
               MOVE 1 TO WS-PAGINAS-CAT
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
               DISPLAY "INCIDENCIAS DEL PERIODO " WS-PERIODO
                   ": ABIERTAS " WS-TOTAL-ABIERTAS-MES
                   " RESUELTAS " WS-RESUELTAS
                   " PENDIENTES HOY " WS-ABIERTAS-HOY
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      *    Sin periodo (la corrida de principio de mes) se resume el
      *    mes anterior, que es el que ya termino.
       TOMA-PERIODO.
           IF WS-PARM = SPACES
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
               MOVE WS-PARM(1:6) TO WS-PERIODO-ENT
               CALL "VALIDA-NUMERO" USING WS-PERIODO-ENT
                   WS-ES-NUMERICO
               IF WS-ES-NUMERICO = "S"
                   MOVE WS-PERIODO-ENT TO WS-PERIODO
                   IF WS-PERIODO-ENT(5:2) < "01" OR
                      WS-PERIODO-ENT(5:2) > "12"
                       MOVE "N" TO WS-ES-NUMERICO
                   END-IF
               END-IF
               IF WS-ES-NUMERICO NOT = "S"
                   DISPLAY "PERIODO INVALIDO: " WS-PARM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CARGA-INCIDENCIAS.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM EXAMINA-INCIDENCIA
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.

       EXAMINA-INCIDENCIA.
           IF SEVERIDAD-INC >= "1" AND SEVERIDAD-INC <= "4"
               MOVE SEVERIDAD-INC TO WS-SEV
           ELSE
               MOVE 4 TO WS-SEV
           END-IF.
           IF ABRE-FECHA-INC(1:6) = WS-PERIODO
               ADD 1 TO WS-TOTAL-ABIERTAS-MES
               ADD 1 TO WS-TOTAL-SEV(WS-SEV)
               MOVE PROGRAMA-INC TO WS-PROGRAMA-BUSCA
               IF WS-PROGRAMA-BUSCA = SPACES
                   MOVE "(SIN PROGRAMA)" TO WS-PROGRAMA-BUSCA
               END-IF
               PERFORM UBICA-PROGRAMA
               IF WS-HALLADO = "S"
                   ADD 1 TO WS-PRG-CUENTA(WS-S WS-SEV)
                   ADD 1 TO WS-PRG-TOTAL(WS-S)
               END-IF
           END-IF.
           IF ESTADO-INC = "C" AND CIERRE-FECHA-INC(1:6) = WS-PERIODO
               PERFORM CALCULA-RESOLUCION
               ADD 1 TO WS-RESUELTAS
               ADD WS-MINUTOS TO WS-MINUTOS-TOT
               ADD 1 TO WS-RESUELTAS-SEV(WS-SEV)
               ADD WS-MINUTOS TO WS-MINUTOS-SEV(WS-SEV)
           END-IF.

      *    La tabla de programas se mantiene ordenada al insertar; un
      *    programa nuevo corre a la derecha a los que le siguen.
       UBICA-PROGRAMA.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-TOTAL-PROGRAMAS OR
                         WS-PRG-NOMBRE(WS-S) >= WS-PROGRAMA-BUSCA
               CONTINUE
           END-PERFORM.
           IF WS-S <= WS-TOTAL-PROGRAMAS AND
              WS-PRG-NOMBRE(WS-S) = WS-PROGRAMA-BUSCA
               MOVE "S" TO WS-HALLADO
           ELSE
               IF WS-TOTAL-PROGRAMAS < 100
                   PERFORM VARYING WS-I FROM WS-TOTAL-PROGRAMAS BY -1
                           UNTIL WS-I < WS-S
                       MOVE WS-PRG(WS-I) TO WS-PRG(WS-I + 1)
                   END-PERFORM
                   ADD 1 TO WS-TOTAL-PROGRAMAS
                   MOVE WS-PROGRAMA-BUSCA TO WS-PRG-NOMBRE(WS-S)
                   PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
                       MOVE 0 TO WS-PRG-CUENTA(WS-S WS-V)
                   END-PERFORM
                   MOVE 0 TO WS-PRG-TOTAL(WS-S)
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-IF.

       CALCULA-RESOLUCION.
           MOVE ABRE-HORA-INC TO WS-HORA-CALC.
           COMPUTE WS-MINUTOS-ABRE = WS-HH-CALC * 60 + WS-MM-CALC.
           MOVE CIERRE-HORA-INC TO WS-HORA-CALC.
           COMPUTE WS-MINUTOS-CIERRE = WS-HH-CALC * 60 + WS-MM-CALC.
           COMPUTE WS-MINUTOS =
               (FUNCTION INTEGER-OF-DATE(CIERRE-FECHA-INC) -
                FUNCTION INTEGER-OF-DATE(ABRE-FECHA-INC)) * 1440
               + WS-MINUTOS-CIERRE - WS-MINUTOS-ABRE.

       ESCRIBE-MATRIZ.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "INCIDENCIAS OPERATIVAS DEL PERIODO " DELIMITED BY
               SIZE
               WS-PERIODO DELIMITED BY SIZE
               "   EMITIDO " DELIMITED BY SIZE
               WS-FECHA-HORA(1:8) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ABIERTAS EN EL PERIODO POR PROGRAMA Y SEVERIDAD"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "PROGRAMA              CRITICA   ALTA  MEDIA   BAJA"
               TO LINEA-REPORTE.
           MOVE "  TOTAL" TO LINEA-REPORTE(51:).
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TOTAL-PROGRAMAS
               PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
                   MOVE WS-PRG-CUENTA(WS-I WS-V) TO WS-CUENTA-ED(WS-V)
               END-PERFORM
               MOVE WS-PRG-TOTAL(WS-I) TO WS-CUENTA-ED(5)
               MOVE WS-PRG-NOMBRE(WS-I) TO WS-PROGRAMA-BUSCA
               PERFORM ESCRIBE-FILA
           END-PERFORM.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               MOVE WS-TOTAL-SEV(WS-V) TO WS-CUENTA-ED(WS-V)
           END-PERFORM.
           MOVE WS-TOTAL-ABIERTAS-MES TO WS-CUENTA-ED(5).
           MOVE "TOTAL" TO WS-PROGRAMA-BUSCA.
           PERFORM ESCRIBE-FILA.

       ESCRIBE-FILA.
           MOVE SPACES TO LINEA-REPORTE.
           STRING WS-PROGRAMA-BUSCA DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CUENTA-ED(1) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUENTA-ED(2) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUENTA-ED(3) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUENTA-ED(4) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CUENTA-ED(5) DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

      *    El tiempo medio es el de las cerradas en el mes, se hayan
      *    abierto en el o antes.
       ESCRIBE-RESOLUCION.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE WS-RESUELTAS TO WS-RESUELTAS-ED.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-RESUELTAS = 0
               STRING "RESUELTAS EN EL PERIODO: " DELIMITED BY SIZE
                   WS-RESUELTAS-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           ELSE
               COMPUTE WS-MEDIA ROUNDED =
                   WS-MINUTOS-TOT / WS-RESUELTAS
               PERFORM EDITA-MEDIA
               STRING "RESUELTAS EN EL PERIODO: " DELIMITED BY SIZE
                   WS-RESUELTAS-ED DELIMITED BY SIZE
                   "  TIEMPO MEDIO DE RESOLUCION: " DELIMITED BY SIZE
                   WS-HORAS-ED DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-MINUTOS-ED DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > 4
               IF WS-RESUELTAS-SEV(WS-V) > 0
                   COMPUTE WS-MEDIA ROUNDED =
                       WS-MINUTOS-SEV(WS-V) / WS-RESUELTAS-SEV(WS-V)
                   PERFORM EDITA-MEDIA
                   MOVE WS-RESUELTAS-SEV(WS-V) TO WS-RESUELTAS-ED
                   MOVE SPACES TO LINEA-REPORTE
                   STRING "  SEVERIDAD " DELIMITED BY SIZE
                       WS-V DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-NOMBRE-SEV(WS-V) DELIMITED BY SIZE
                       " RESUELTAS: " DELIMITED BY SIZE
                       WS-RESUELTAS-ED DELIMITED BY SIZE
                       "  TIEMPO MEDIO: " DELIMITED BY SIZE
                       WS-HORAS-ED DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-MINUTOS-ED DELIMITED BY SIZE
                       INTO LINEA-REPORTE
                   WRITE LINEA-REPORTE
               END-IF
           END-PERFORM.
           MOVE "  (TIEMPOS EN HORAS:MINUTOS DESDE LA APERTURA)"
               TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       EDITA-MEDIA.
           DIVIDE WS-MEDIA BY 60 GIVING WS-HORAS-ED
               REMAINDER WS-MINUTOS-ED.

      *    Segunda pasada: lo que sigue abierto hoy, sea del mes que
      *    sea, para que no se pierda de vista.
       ESCRIBE-ABIERTAS.
           MOVE SPACES TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE "ABIERTAS A LA FECHA DEL REPORTE" TO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           OPEN INPUT INCIDENT-FILE.
           IF WS-INCIDENT-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ INCIDENT-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF ESTADO-INC = "A"
                               PERFORM ESCRIBE-ABIERTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-FILE
           END-IF.
           IF WS-ABIERTAS-HOY = 0
               MOVE "  NINGUNA" TO LINEA-REPORTE
               WRITE LINEA-REPORTE
           END-IF.

       ESCRIBE-ABIERTA.
           ADD 1 TO WS-ABIERTAS-HOY.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "  " DELIMITED BY SIZE
               NUMERO-INC DELIMITED BY SIZE
               " SEV " DELIMITED BY SIZE
               SEVERIDAD-INC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ABRE-FECHA-INC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESPONSABLE-INC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TITULO-INC DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.

       END PROGRAM REPORTE-INCIDENCIAS.
