      *          with the finish time next to its option, the per-day
      *          outcome is kept in MENUSTAT.TXT, and the MENUSCR.TXT
      *          scripted playback keeps working over the
      *          table-driven options. Las opciones 97 (entrar o
      *          salir del modo formacion), 98 (reconocer alertas) y
      *          99 (salir) son fijas del menu.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-ACK-SEL PIC 9(3).
       01 WS-FIN-MENUDEF PIC X.
       01 WS-ENTRADAS PIC 9(2) VALUE 0.
       01 WS-FUNCION-FOR PIC X.
       01 WS-FORMACION PIC X.
       01 WS-FORMACION-INICIAL PIC X.
       01 WS-TABLA-MENU.
           05 WS-MENU OCCURS 30.
               10 WS-MENU-OPCION PIC 9(2).
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE "C" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR
               WS-FORMACION-INICIAL.
           PERFORM CARGA-DEFINICION.
           PERFORM CARGA-ESTADOS.
      *    Con un script presente el menu se re-dirige solo: ejecuta
                   PERFORM EJECUTA-OPCION
               END-PERFORM
           END-IF.
      *    El cierre de la sesion vuelve al modo en que se ingreso,
      *    asi el ingreso y la salida quedan en los mismos archivos.
           MOVE "C" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           IF WS-FORMACION NOT = WS-FORMACION-INICIAL
               PERFORM CAMBIA-FORMACION
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE RETURN-CODE TO WS-RC-EJEC
           END-IF.

       CARGA-OPCIONES-COMPILADAS.
           MOVE 11 TO WS-ENTRADAS.
           MOVE 01 TO WS-MENU-OPCION(1).
           MOVE "GENERAL" TO WS-MENU-GRUPO(1).
           MOVE 1 TO WS-MENU-NIVEL(1).
           MOVE 1 TO WS-MENU-NIVEL(7).
           MOVE "CUADRE-INTRADIA" TO WS-MENU-PROGRAMA(7).
           MOVE "CORTE INTRADIA" TO WS-MENU-DESC(7).
           MOVE 08 TO WS-MENU-OPCION(8).
           MOVE "CONTROL" TO WS-MENU-GRUPO(8).
           MOVE 1 TO WS-MENU-NIVEL(8).
           MOVE "REGISTRO-INCIDENCIAS" TO WS-MENU-PROGRAMA(8).
           MOVE "INCIDENCIAS OPERATIVAS" TO WS-MENU-DESC(8).
           MOVE 09 TO WS-MENU-OPCION(9).
           MOVE "GENERAL" TO WS-MENU-GRUPO(9).
           MOVE 2 TO WS-MENU-NIVEL(9).
           MOVE "EXPEDIENTE-PERSONA" TO WS-MENU-PROGRAMA(9).
           MOVE "EXPEDIENTE DEL INTERESADO" TO WS-MENU-DESC(9).
           MOVE 10 TO WS-MENU-OPCION(10).
           MOVE "CONTROL" TO WS-MENU-GRUPO(10).
           MOVE 1 TO WS-MENU-NIVEL(10).
           MOVE "SOLICITUD-INFORMES" TO WS-MENU-PROGRAMA(10).
           MOVE "INFORMES NOCTURNOS" TO WS-MENU-DESC(10).
           MOVE 11 TO WS-MENU-OPCION(11).
           MOVE "CONTROL" TO WS-MENU-GRUPO(11).
           MOVE 2 TO WS-MENU-NIVEL(11).
           MOVE "PRECISION-OPERADORES" TO WS-MENU-PROGRAMA(11).
           MOVE "PRECISION DE OPERADORES" TO WS-MENU-DESC(11).

       EJECUTA-SCRIPT.
           PERFORM UNTIL WS-FIN-SCRIPT = "S"
           END-IF.

       MUESTRA-MENU.
           MOVE "B" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           PERFORM MUESTRA-ALERTAS.
           DISPLAY "=================================================".
           MOVE SPACES TO WS-GRUPO-ACTUAL.
                       WS-MENU-HORA(WS-E)
               END-IF
           END-PERFORM.
           IF WS-FORMACION = "S"
               DISPLAY "  97. SALIR DEL MODO FORMACION"
           ELSE
               DISPLAY "  97. ENTRAR EN MODO FORMACION"
           END-IF.
           DISPLAY "  98. RECONOCER ALERTAS".
           DISPLAY "  99. SALIR".
           DISPLAY "=================================================".

       EJECUTA-OPCION.
           EVALUATE WS-OPCION
               WHEN 97
                   PERFORM CAMBIA-FORMACION
               WHEN 98
                   PERFORM RECONOCE-ALERTAS
               WHEN 99
                   PERFORM BUSCA-Y-LANZA
           END-EVALUATE.

      *    Entrar o salir del modo formacion cambia los archivos de
      *    todo lo que se lance despues, el menu incluido.
       CAMBIA-FORMACION.
           MOVE "C" TO WS-FUNCION-FOR.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           IF WS-FORMACION = "S"
               MOVE "S" TO WS-FUNCION-FOR
           ELSE
               MOVE "E" TO WS-FUNCION-FOR
           END-IF.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.

       BUSCA-Y-LANZA.
           MOVE "N" TO WS-HALLADA.
           PERFORM VARYING WS-E FROM 1 BY 1
