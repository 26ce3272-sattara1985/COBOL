      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Corrida nocturna de la cola de informes SOLINFO.TXT
      *          (SOLICITUD-INFORMES). CONTROLADOR-LOTE la lanza en su
      *          propio turno, despues de los pasos del lote. Toma las
      *          solicitudes pendientes por fecha requerida, prioridad
      *          y numero; cada una corre con CALL a nombre de quien
      *          la pidio, con sus respuestas cargadas en
      *          PARAMETRO-SOLICITUD para que el programa no se
      *          detenga a preguntar. Un programa que no esta en la
      *          tabla de INFCOLA no se corre. Con RC hasta 3 la
      *          solicitud queda ejecutada y su salida en el catalogo
      *          (REGISTRA-REPORTE, si el programa no la anota el
      *          mismo); si no, fallada con el motivo. SOLINFO.TXT se
      *          reescribe despues de cada solicitud, asi un corte a
      *          mitad de la cola deja pendiente solo lo que no corrio.
      *          El detalle va a SOLIREP.TXT. RC 4 si alguna fallo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EJECUTA-SOLICITUDES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES-FILE ASSIGN TO "SOLINFO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOLICITUDES-STATUS.
           SELECT REPORTE-FILE ASSIGN TO "SOLIREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES-FILE.
       01  LINEA-SOLICITUD PIC X(202).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(80).

       WORKING-STORAGE SECTION.
       COPY SOLINF.
       COPY INFCOLA.
       01 WS-SOLICITUDES-STATUS PIC XX.
       01 WS-REPORTE-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "EJECUTA-SOLICITUDES".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-R PIC 9(4).
       01 WS-I PIC 9.
       01 WS-K PIC 9.
       01 WS-ELEGIDA PIC 9(4).
       01 WS-CLAVE PIC X(14).
       01 WS-CLAVE-ELEGIDA PIC X(14).
       01 WS-REGISTROS PIC 9(4) VALUE 0.
       01 WS-EJECUTADAS PIC 9(4) VALUE 0.
       01 WS-FALLADAS PIC 9(4) VALUE 0.
       01 WS-RC-SOLICITUD PIC 9(4).
       01 WS-FUNCION-SOL PIC X.
       01 WS-VALOR-SOL PIC X(10).
       01 WS-ACTIVO-SOL PIC X.
       01 WS-TABLA-SOLICITUDES.
           05 WS-SOL OCCURS 500 TIMES.
               10 WS-SOL-REG PIC X(202).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM CARGA-SOLICITUDES.
           OPEN OUTPUT REPORTE-FILE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "COLA DE INFORMES NOCTURNOS " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE SPACES TO LINEA-REPORTE.
           STRING "NUMERO PROGRAMA             OPERADOR   "
               DELIMITED BY SIZE
               "EST RC   ARCHIVO / MOTIVO" DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           WRITE LINEA-REPORTE.
           MOVE 1 TO WS-ELEGIDA.
           PERFORM UNTIL WS-ELEGIDA = 0
               PERFORM ELIGE-SIGUIENTE
               IF WS-ELEGIDA > 0
                   PERFORM CORRE-SOLICITUD
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-EJECUTADAS = 0 AND WS-FALLADAS = 0
               MOVE "SIN SOLICITUDES PENDIENTES" TO LINEA-REPORTE
           ELSE
               STRING "EJECUTADAS: " DELIMITED BY SIZE
                   WS-EJECUTADAS DELIMITED BY SIZE
                   "  FALLADAS: " DELIMITED BY SIZE
                   WS-FALLADAS DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.
           CLOSE REPORTE-FILE.
           DISPLAY "COLA DE INFORMES - EJECUTADAS: " WS-EJECUTADAS
               " FALLADAS: " WS-FALLADAS.
           MOVE "SOLIREP.TXT" TO WS-ARCHIVO-CAT.
           MOVE 1 TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           IF WS-FALLADAS > 0
               MOVE 4 TO WS-RC-FINAL
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-FINAL TO RETURN-CODE.
           GOBACK.

       CARGA-SOLICITUDES.
           MOVE 0 TO WS-REGISTROS.
           OPEN INPUT SOLICITUDES-FILE.
           IF WS-SOLICITUDES-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ SOLICITUDES-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-REGISTROS < 500
                               ADD 1 TO WS-REGISTROS
                               MOVE LINEA-SOLICITUD
                                   TO WS-SOL-REG(WS-REGISTROS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOLICITUDES-FILE
           END-IF.

       REESCRIBE-SOLICITUDES.
           OPEN OUTPUT SOLICITUDES-FILE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REGISTROS
               MOVE WS-SOL-REG(WS-R) TO LINEA-SOLICITUD
               WRITE LINEA-SOLICITUD
           END-PERFORM.
           CLOSE SOLICITUDES-FILE.

      *    La pendiente de menor fecha requerida, prioridad y numero;
      *    cero cuando no queda ninguna. Cada una que corre deja de
      *    estar pendiente, asi la vuelta siguiente toma otra.
       ELIGE-SIGUIENTE.
           MOVE 0 TO WS-ELEGIDA.
           MOVE HIGH-VALUES TO WS-CLAVE-ELEGIDA.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REGISTROS
               MOVE WS-SOL-REG(WS-R) TO SOLINFO-REC
               IF ESTADO-SOL = "P"
                   MOVE SPACES TO WS-CLAVE
                   STRING FECHA-REQ-SOL DELIMITED BY SIZE
                       PRIORIDAD-SOL DELIMITED BY SIZE
                       NUMERO-SOL DELIMITED BY SIZE
                       INTO WS-CLAVE
                   IF WS-CLAVE < WS-CLAVE-ELEGIDA
                       MOVE WS-CLAVE TO WS-CLAVE-ELEGIDA
                       MOVE WS-R TO WS-ELEGIDA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Una solicitud: el programa corre como si quien la pidio lo
      * hubiera abierto desde el menu; lo que devuelve decide si queda
      * ejecutada o fallada.
      ******************************************************************
       CORRE-SOLICITUD.
           MOVE WS-SOL-REG(WS-ELEGIDA) TO SOLINFO-REC.
           MOVE SPACES TO MOTIVO-SOL.
           MOVE SPACES TO ARCHIVO-SOL.
           MOVE 0 TO WS-I.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > INF-TOTAL-COLA OR WS-I > 0
               IF INF-PROGRAMA(WS-K) = PROGRAMA-SOL
                   MOVE WS-K TO WS-I
               END-IF
           END-PERFORM.
           IF WS-I = 0
               MOVE 8 TO WS-RC-SOLICITUD
               MOVE "PROGRAMA NO HABILITADO EN COLA" TO MOTIVO-SOL
           ELSE
               PERFORM LANZA-SOLICITUD
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-EJE-SOL.
           MOVE WS-FECHA-HORA(9:6) TO HORA-EJE-SOL.
           MOVE WS-RC-SOLICITUD TO RC-SOL.
           IF WS-RC-SOLICITUD > 3
               MOVE "F" TO ESTADO-SOL
               ADD 1 TO WS-FALLADAS
               IF MOTIVO-SOL = SPACES
                   STRING "TERMINO CON CODIGO " DELIMITED BY SIZE
                       WS-RC-SOLICITUD DELIMITED BY SIZE
                       INTO MOTIVO-SOL
               END-IF
           ELSE
               MOVE "E" TO ESTADO-SOL
               ADD 1 TO WS-EJECUTADAS
               MOVE INF-ARCHIVO(WS-I) TO ARCHIVO-SOL
               IF INF-REGISTRA(WS-I) = "S"
                   MOVE INF-ARCHIVO(WS-I) TO WS-ARCHIVO-CAT
                   MOVE 1 TO WS-PAGINAS-CAT
                   CALL "REGISTRA-REPORTE" USING PROGRAMA-SOL
                       WS-ARCHIVO-CAT WS-PAGINAS-CAT
               END-IF
           END-IF.
           MOVE SOLINFO-REC TO WS-SOL-REG(WS-ELEGIDA).
           PERFORM REESCRIBE-SOLICITUDES.
           MOVE SPACES TO LINEA-REPORTE.
           STRING NUMERO-SOL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PROGRAMA-SOL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERADOR-SOL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ESTADO-SOL DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               RC-SOL DELIMITED BY SIZE
               INTO LINEA-REPORTE.
           IF ESTADO-SOL = "E"
               MOVE ARCHIVO-SOL TO LINEA-REPORTE(49:12)
           ELSE
               MOVE MOTIVO-SOL TO LINEA-REPORTE(49:30)
           END-IF.
           WRITE LINEA-REPORTE.

       LANZA-SOLICITUD.
           MOVE "I" TO WS-FUNCION-SOL.
           CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL
               OPERADOR-SOL NIVEL-SOL IDIOMA-SOL WS-VALOR-SOL
               WS-ACTIVO-SOL.
           MOVE "A" TO WS-FUNCION-SOL.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > INF-MAX-PARAM(WS-I)
               MOVE PARAM-SOL(WS-K) TO WS-VALOR-SOL
               CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL
                   OPERADOR-SOL NIVEL-SOL IDIOMA-SOL WS-VALOR-SOL
                   WS-ACTIVO-SOL
           END-PERFORM.
           MOVE 0 TO RETURN-CODE.
           CALL PROGRAMA-SOL
               ON EXCEPTION
                   DISPLAY "PROGRAMA NO DISPONIBLE: " PROGRAMA-SOL
                   MOVE 12 TO RETURN-CODE
                   MOVE "PROGRAMA NO DISPONIBLE" TO MOTIVO-SOL
           END-CALL.
           MOVE RETURN-CODE TO WS-RC-SOLICITUD.
           MOVE 0 TO RETURN-CODE.
           CANCEL PROGRAMA-SOL.
           MOVE "F" TO WS-FUNCION-SOL.
           CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL
               OPERADOR-SOL NIVEL-SOL IDIOMA-SOL WS-VALOR-SOL
               WS-ACTIVO-SOL.

       END PROGRAM EJECUTA-SOLICITUDES.
