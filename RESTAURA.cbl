      *          count and the key checksum match the generation
      *          header before it declares the restore good. Any
      *          mismatch leaves RETURN-CODE 8 and a LOG-ERROR line.
      *          Before anything else it asks UBICA-RESPALDO where the
      *          generation is and warns if it is not onsite.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-IDIOMA PIC XX.
       01 WS-ACCION-DUAL PIC X(20).
       01 WS-DUAL-OK PIC X.
       01 WS-ESTADO-UBI PIC X.
       01 WS-CAJA-UBI PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           END-IF.
           PERFORM SOLICITA-GENERACION.
           IF WS-ES-NUMERICO = "S"
               PERFORM AVISA-UBICACION
      *        El simulacro hace la pasada completa de lectura y
      *        muestra que se restauraria, sin tocar PERSONAS.DAT;
      *        el supervisor aprueba desde ese informe.
               MOVE WS-GENERACION-ENTRADA TO WS-GENERACION
           END-IF.

      *    Solo avisa: si la generacion salio a la custodia externa
      *    el archivo de disco puede faltar o no ser la copia buena,
      *    y el supervisor decide si sigue o pide la recuperacion.
       AVISA-UBICACION.
           CALL "UBICA-RESPALDO" USING WS-GENERACION WS-ESTADO-UBI
               WS-CAJA-UBI.
           IF WS-ESTADO-UBI NOT = "L"
               DISPLAY "AVISO: LA GENERACION " WS-GENERACION
                   " NO ESTA EN SITIO"
               EVALUATE WS-ESTADO-UBI
                   WHEN "T"
                       DISPLAY "EN TRANSITO HACIA LA CUSTODIA EN LA "
                           "CAJA " WS-CAJA-UBI
                   WHEN "R"
                       DISPLAY "RECUPERACION PEDIDA, CAJA "
                           WS-CAJA-UBI
                   WHEN OTHER
                       DISPLAY "EN CUSTODIA EXTERNA EN LA CAJA "
                           WS-CAJA-UBI
               END-EVALUATE
           END-IF.

       CARGA-GENERACION.
           MOVE SPACES TO WS-NOMBRE-GENERACION.
           STRING "PERSBKP." DELIMITED BY SIZE
