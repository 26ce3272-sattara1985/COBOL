      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Cola de informes nocturnos. En lugar de correr de dia
      *          un REPORTE-DEMOGRAFICO, un REPORTE-CATEGORIAS, un
      *          REPORTE-HISTORIAL o unas cartas (GENERA-CARTAS) con
      *          parametros especiales y tener los archivos tomados,
      *          un supervisor deja la corrida pedida en SOLINFO.TXT:
      *          programa (de los habilitados en INFCOLA), las
      *          respuestas que el programa pediria, prioridad y la
      *          fecha para la que se necesita. CONTROLADOR-LOTE la
      *          corre esa noche (EJECUTA-SOLICITUDES) despues de los
      *          pasos del lote, a nombre de quien la pidio. Cualquier
      *          operador ve aqui el estado de sus solicitudes
      *          (pendiente, ejecutada con su archivo, fallada con el
      *          motivo) y puede cancelar las suyas que sigan
      *          pendientes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOLICITUD-INFORMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLICITUDES-FILE ASSIGN TO "SOLINFO.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOLICITUDES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOLICITUDES-FILE.
       COPY SOLINF.

       WORKING-STORAGE SECTION.
       COPY INFCOLA.
       01 WS-SOLICITUDES-STATUS PIC XX.
       01 WS-PROGRAMA PIC X(20) VALUE "SOLICITUD-INFORMES".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-OPCION PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC 9(8).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-ES-NUMERICO PIC X.
       01 WS-FECHA-VALIDA PIC X.
       01 WS-DATOS-OK PIC X.
       01 WS-CONFIRMA PIC X.
       01 WS-SEL-ENT PIC X.
       01 WS-SEL PIC 9.
       01 WS-K PIC 9.
       01 WS-PARAM-ENT PIC X(10).
       01 WS-PRIORIDAD-ENT PIC X.
       01 WS-FECHA-ENT PIC X(8).
       01 WS-NUMERO-ENT PIC X(5).
       01 WS-NUMERO PIC 9(5).
       01 WS-ULTIMO-NUMERO PIC 9(5) VALUE 0.
       01 WS-HALLADO PIC 9(4).
       01 WS-R PIC 9(4).
       01 WS-REGISTROS PIC 9(4) VALUE 0.
       01 WS-MOSTRADAS PIC 9(4).
       01 WS-ESTADO-TXT PIC X(10).
       01 WS-TABLA-SOLICITUDES.
           05 WS-SOL OCCURS 500 TIMES.
               10 WS-SOL-REG PIC X(202).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "CAPTURA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               WS-NIVEL WS-IDIOMA.
           IF WS-NIVEL = 0
               DISPLAY "ACCESO RECHAZADO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           DISPLAY "1. PEDIR UN INFORME PARA LA CORRIDA NOCTURNA".
           DISPLAY "2. ESTADO DE MIS SOLICITUDES".
           DISPLAY "3. CANCELAR UNA SOLICITUD PENDIENTE".
           DISPLAY "SELECCIONE UNA OPCION".
           ACCEPT WS-OPCION.
           PERFORM CARGA-SOLICITUDES.
           EVALUATE TRUE
               WHEN WS-OPCION = "1" AND WS-NIVEL < 2
                   DISPLAY "OPCION RESERVADA A SUPERVISORES"
                   MOVE 4 TO RETURN-CODE
               WHEN WS-OPCION = "1"
                   PERFORM ALTA-SOLICITUD
               WHEN WS-OPCION = "2"
                   PERFORM LISTA-SOLICITUDES
               WHEN WS-OPCION = "3"
                   PERFORM CANCELA-SOLICITUD
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA"
           END-EVALUATE.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       CARGA-SOLICITUDES.
           MOVE 0 TO WS-REGISTROS.
           MOVE 0 TO WS-ULTIMO-NUMERO.
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
                               MOVE SOLINFO-REC
                                   TO WS-SOL-REG(WS-REGISTROS)
                           END-IF
                           IF NUMERO-SOL > WS-ULTIMO-NUMERO
                               MOVE NUMERO-SOL TO WS-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOLICITUDES-FILE
           END-IF.

       REESCRIBE-SOLICITUDES.
           OPEN OUTPUT SOLICITUDES-FILE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-REGISTROS
               MOVE WS-SOL-REG(WS-R) TO SOLINFO-REC
               WRITE SOLINFO-REC
           END-PERFORM.
           CLOSE SOLICITUDES-FILE.

      ******************************************************************
      * Alta: el programa sale de la tabla de INFCOLA y se cargan
      * todas las respuestas que puede pedir, en su orden; una en
      * blanco es la misma respuesta en blanco que daria el operador
      * (el valor por defecto del programa). Sin fecha requerida se
      * entiende hoy, y en todos los casos corre la primera noche.
      ******************************************************************
       ALTA-SOLICITUD.
           MOVE "S" TO WS-DATOS-OK.
           MOVE SPACES TO SOLINFO-REC.
           PERFORM VARYING WS-SEL FROM 1 BY 1
                   UNTIL WS-SEL > INF-TOTAL-COLA
               DISPLAY WS-SEL ". " INF-PROGRAMA(WS-SEL) " "
                   INF-AYUDA(WS-SEL)
           END-PERFORM.
           DISPLAY "INFORME A PEDIR".
           MOVE SPACES TO WS-SEL-ENT.
           ACCEPT WS-SEL-ENT.
           IF WS-SEL-ENT < "1" OR WS-SEL-ENT > "9"
               MOVE "N" TO WS-DATOS-OK
           ELSE
               MOVE WS-SEL-ENT TO WS-SEL
               IF WS-SEL > INF-TOTAL-COLA
                   MOVE "N" TO WS-DATOS-OK
               END-IF
           END-IF.
           IF WS-DATOS-OK NOT = "S"
               DISPLAY "INFORME INVALIDO"
           ELSE
               MOVE INF-PROGRAMA(WS-SEL) TO PROGRAMA-SOL
               IF INF-MAX-PARAM(WS-SEL) > 0
                   DISPLAY "RESPUESTAS EN EL ORDEN EN QUE LAS PIDE "
                       "EL PROGRAMA (EN BLANCO = POR DEFECTO)"
                   DISPLAY INF-AYUDA(WS-SEL)
               END-IF
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > INF-MAX-PARAM(WS-SEL)
                   DISPLAY "RESPUESTA " WS-K
                   MOVE SPACES TO WS-PARAM-ENT
                   ACCEPT WS-PARAM-ENT
                   MOVE WS-PARAM-ENT TO PARAM-SOL(WS-K)
               END-PERFORM
               PERFORM PIDE-PRIORIDAD
           END-IF.
           IF WS-DATOS-OK = "S"
               PERFORM PIDE-FECHA-REQUERIDA
           END-IF.
           IF WS-DATOS-OK = "S"
               DISPLAY "CONFIRMA LA SOLICITUD DE " PROGRAMA-SOL
                   " PARA EL " FECHA-REQ-SOL " (S/N)"
               MOVE "N" TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                   PERFORM GRABA-SOLICITUD
               ELSE
                   DISPLAY "SOLICITUD NO REGISTRADA"
               END-IF
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

       PIDE-PRIORIDAD.
           DISPLAY "PRIORIDAD 1 (LA MAS ALTA) A 9 (EN BLANCO = 5)".
           MOVE SPACES TO WS-PRIORIDAD-ENT.
           ACCEPT WS-PRIORIDAD-ENT.
           IF WS-PRIORIDAD-ENT = SPACES
               MOVE 5 TO PRIORIDAD-SOL
           ELSE
               IF WS-PRIORIDAD-ENT < "1" OR WS-PRIORIDAD-ENT > "9"
                   DISPLAY "PRIORIDAD INVALIDA"
                   MOVE "N" TO WS-DATOS-OK
               ELSE
                   MOVE WS-PRIORIDAD-ENT TO PRIORIDAD-SOL
               END-IF
           END-IF.

       PIDE-FECHA-REQUERIDA.
           DISPLAY "SE NECESITA PARA (AAAAMMDD, EN BLANCO = HOY)".
           MOVE SPACES TO WS-FECHA-ENT.
           ACCEPT WS-FECHA-ENT.
           IF WS-FECHA-ENT = SPACES
               MOVE WS-HOY TO FECHA-REQ-SOL
           ELSE
               CALL "VALIDA-FECHA" USING WS-FECHA-ENT WS-FECHA-VALIDA
               IF WS-FECHA-VALIDA NOT = "S"
                   DISPLAY "FECHA INVALIDA"
                   MOVE "N" TO WS-DATOS-OK
               ELSE
                   MOVE WS-FECHA-ENT TO FECHA-REQ-SOL
                   IF FECHA-REQ-SOL < WS-HOY
                       DISPLAY "LA FECHA YA PASO"
                       MOVE "N" TO WS-DATOS-OK
                   END-IF
               END-IF
           END-IF.

       GRABA-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           COMPUTE NUMERO-SOL = WS-ULTIMO-NUMERO + 1.
           MOVE "P" TO ESTADO-SOL.
           MOVE WS-OPERADOR TO OPERADOR-SOL.
           MOVE WS-NIVEL TO NIVEL-SOL.
           MOVE WS-IDIOMA TO IDIOMA-SOL.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-ALTA-SOL.
           MOVE WS-FECHA-HORA(9:6) TO HORA-ALTA-SOL.
           MOVE 0 TO FECHA-EJE-SOL.
           MOVE 0 TO HORA-EJE-SOL.
           MOVE 0 TO RC-SOL.
           MOVE SPACES TO MOTIVO-SOL.
           MOVE SPACES TO ARCHIVO-SOL.
           OPEN EXTEND SOLICITUDES-FILE.
           IF WS-SOLICITUDES-STATUS = "35"
               OPEN OUTPUT SOLICITUDES-FILE
           END-IF.
           WRITE SOLINFO-REC.
           CLOSE SOLICITUDES-FILE.
           DISPLAY "SOLICITUD " NUMERO-SOL
               " REGISTRADA, CORRE EN LA PROXIMA NOCHE".

      *    Cada operador ve las suyas, de la mas nueva a la mas vieja.
       LISTA-SOLICITUDES.
           MOVE 0 TO WS-MOSTRADAS.
           PERFORM VARYING WS-R FROM WS-REGISTROS BY -1
                   UNTIL WS-R < 1
               MOVE WS-SOL-REG(WS-R) TO SOLINFO-REC
               IF OPERADOR-SOL = WS-OPERADOR
                   ADD 1 TO WS-MOSTRADAS
                   PERFORM MUESTRA-SOLICITUD
               END-IF
           END-PERFORM.
           IF WS-MOSTRADAS = 0
               DISPLAY "NO TIENE SOLICITUDES"
           END-IF.

       MUESTRA-SOLICITUD.
           EVALUATE ESTADO-SOL
               WHEN "P"
                   MOVE "PENDIENTE" TO WS-ESTADO-TXT
               WHEN "E"
                   MOVE "EJECUTADA" TO WS-ESTADO-TXT
               WHEN "F"
                   MOVE "FALLADA" TO WS-ESTADO-TXT
               WHEN "C"
                   MOVE "CANCELADA" TO WS-ESTADO-TXT
               WHEN OTHER
                   MOVE ESTADO-SOL TO WS-ESTADO-TXT
           END-EVALUATE.
           DISPLAY NUMERO-SOL " " PROGRAMA-SOL " PRIORIDAD "
               PRIORIDAD-SOL " PARA " FECHA-REQ-SOL " " WS-ESTADO-TXT.
           EVALUATE ESTADO-SOL
               WHEN "E"
                   DISPLAY "      CORRIO " FECHA-EJE-SOL " "
                       HORA-EJE-SOL " RC=" RC-SOL " " ARCHIVO-SOL
               WHEN "F"
                   DISPLAY "      CORRIO " FECHA-EJE-SOL " "
                       HORA-EJE-SOL " RC=" RC-SOL " " MOTIVO-SOL
               WHEN "C"
                   DISPLAY "      " MOTIVO-SOL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Solo quien la pidio cancela, y solo mientras este pendiente;
      *    la linea queda en el archivo con estado C.
       CANCELA-SOLICITUD.
           DISPLAY "NUMERO DE SOLICITUD A CANCELAR".
           MOVE SPACES TO WS-NUMERO-ENT.
           ACCEPT WS-NUMERO-ENT.
           MOVE "N" TO WS-ES-NUMERICO.
           IF WS-NUMERO-ENT NOT = SPACES
               CALL "VALIDA-NUMERO" USING WS-NUMERO-ENT WS-ES-NUMERICO
           END-IF.
           MOVE 0 TO WS-HALLADO.
           IF WS-ES-NUMERICO = "S"
               MOVE WS-NUMERO-ENT TO WS-NUMERO
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-REGISTROS OR WS-HALLADO > 0
                   MOVE WS-SOL-REG(WS-R) TO SOLINFO-REC
                   IF NUMERO-SOL = WS-NUMERO
                       MOVE WS-R TO WS-HALLADO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-HALLADO > 0
               MOVE WS-SOL-REG(WS-HALLADO) TO SOLINFO-REC
           END-IF.
           EVALUATE TRUE
               WHEN WS-HALLADO = 0
                   DISPLAY "SOLICITUD INEXISTENTE"
                   MOVE 4 TO RETURN-CODE
               WHEN OPERADOR-SOL NOT = WS-OPERADOR
                   DISPLAY "LA SOLICITUD ES DE OTRO OPERADOR"
                   MOVE 4 TO RETURN-CODE
               WHEN ESTADO-SOL NOT = "P"
                   DISPLAY "LA SOLICITUD YA NO ESTA PENDIENTE"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "C" TO ESTADO-SOL
                   MOVE SPACES TO MOTIVO-SOL
                   STRING "CANCELADA EL " DELIMITED BY SIZE
                       WS-HOY DELIMITED BY SIZE
                       INTO MOTIVO-SOL
                   MOVE SOLINFO-REC TO WS-SOL-REG(WS-HALLADO)
                   PERFORM REESCRIBE-SOLICITUDES
                   DISPLAY "SOLICITUD " NUMERO-SOL " CANCELADA"
           END-EVALUATE.

       END PROGRAM SOLICITUD-INFORMES.
