      *          JOBDEF.TXT. Results go to CONTRREP.TXT.
      *          The launched programs end with GOBACK, so control
      *          always returns here with their RETURN-CODE.
      *          Despues de los pasos, en un turno propio, corre la
      *          cola de informes pedidos de dia (EJECUTA-SOLICITUDES,
      *          ver SOLICITUD-INFORMES); si algun paso del lote fallo
      *          la cola se posterga a la noche siguiente. Lo que
      *          falle en la cola queda en la cola y no cambia el RC
      *          del controlador.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-RC-PASO PIC 9(4).
       01 WS-FALLADOS PIC 9(3) VALUE 0.
       01 WS-LANZADOS PIC 9(3) VALUE 0.
       01 WS-PROGRAMA-COLA PIC X(20) VALUE "EJECUTA-SOLICITUDES".
       01 WS-RC-COLA PIC 9(4).
       01 WS-TABLA-PASOS.
           05 WS-PASO OCCURS 50.
               10 WS-PASO-PROGRAMA PIC X(20).
                       UNTIL WS-P > WS-PASOS
                   PERFORM EJECUTA-PASO
               END-PERFORM
               PERFORM CORRE-COLA-INFORMES
               MOVE SPACES TO LINEA-REPORTE
               STRING "LANZADOS: " DELIMITED BY SIZE
                   WS-LANZADOS DELIMITED BY SIZE
               MOVE "EJECUTADO" TO WS-PASO-ESTADO(WS-P)
           END-IF.

      *    La cola usa los archivos que el lote acaba de dejar al dia;
      *    con un paso fallado no hay garantia de eso y las
      *    solicitudes esperan, pendientes, a la noche siguiente.
       CORRE-COLA-INFORMES.
           MOVE SPACES TO LINEA-REPORTE.
           IF WS-FALLADOS > 0
               MOVE "COLA DE INFORMES POSTERGADA POR PASOS FALLADOS"
                   TO LINEA-REPORTE
           ELSE
               MOVE 0 TO RETURN-CODE
               CALL WS-PROGRAMA-COLA
                   ON EXCEPTION
                       DISPLAY "PROGRAMA NO DISPONIBLE: "
                           WS-PROGRAMA-COLA
                       MOVE 12 TO RETURN-CODE
               END-CALL
               MOVE RETURN-CODE TO WS-RC-COLA
               MOVE 0 TO RETURN-CODE
               CANCEL WS-PROGRAMA-COLA
               STRING WS-PROGRAMA-COLA DELIMITED BY SIZE
                   " COLA DE INFORMES RC=" DELIMITED BY SIZE
                   WS-RC-COLA DELIMITED BY SIZE
                   INTO LINEA-REPORTE
           END-IF.
           WRITE LINEA-REPORTE.

       END PROGRAM CONTROLADOR-LOTE.
