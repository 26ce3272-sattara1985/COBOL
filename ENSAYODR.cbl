      *          alternate key. Files a pass/fail rehearsal report in
      *          DRREP.TXT and raises an ALERTAS.TXT alert on
      *          failure, so the quarterly DR test is one menu option
      *          instead of a nervous afternoon. If UBICA-RESPALDO
      *          says the generation is not onsite the report carries
      *          a warning with its state and box; it is not a fail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 CLAVE-NOMBRE-SCR.
               10 APELLIDOS-SCR PIC X(20).
               10 NOMBRE-SCR PIC X(15).
           05 RESTO-SCR PIC X(37).

       FD  REPORTE-FILE.
       01  LINEA-REPORTE PIC X(70).
       01 WS-PRIMER-NOMBRE PIC X(35).
       01 WS-FALLO PIC X VALUE "N".
       01 WS-TEXTO-ALERTA PIC X(40).
       01 WS-ESTADO-UBI PIC X.
       01 WS-CAJA-UBI PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WRITE LINEA-REPORTE
               MOVE "S" TO WS-FALLO
           ELSE
               PERFORM AVISA-UBICACION
               PERFORM RESTAURA-EN-SCRATCH
               IF WS-FALLO NOT = "S"
                   PERFORM VERIFICA-SCRATCH
               CLOSE CONTROL-FILE
           END-IF.

      *    Una generacion que salio a la custodia externa se ensaya
      *    igual con la copia de disco, pero el reporte deja constancia
      *    de que el original no esta aqui y en que caja esta.
       AVISA-UBICACION.
           CALL "UBICA-RESPALDO" USING WS-ULTIMA-GEN WS-ESTADO-UBI
               WS-CAJA-UBI.
           IF WS-ESTADO-UBI NOT = "L"
               MOVE SPACES TO LINEA-REPORTE
               STRING "AVISO: GENERACION " DELIMITED BY SIZE
                   WS-ULTIMA-GEN DELIMITED BY SIZE
                   " NO ESTA EN SITIO - ESTADO " DELIMITED BY SIZE
                   WS-ESTADO-UBI DELIMITED BY SIZE
                   " CAJA " DELIMITED BY SIZE
                   WS-CAJA-UBI DELIMITED BY SIZE
                   INTO LINEA-REPORTE
               WRITE LINEA-REPORTE
               DISPLAY LINEA-REPORTE
           END-IF.

       RESTAURA-EN-SCRATCH.
           MOVE SPACES TO WS-NOMBRE-GEN.
           STRING "PERSBKP." DELIMITED BY SIZE

       CARGA-LINEA-SCRATCH.
           IF TIPO-GEN = "D"
               MOVE DATOS-GEN(1:78) TO PERSONA-SCR
               WRITE PERSONA-SCR
                   INVALID KEY
                       CONTINUE
