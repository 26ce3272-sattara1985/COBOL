      * Date:
      * Purpose: Correction workstation for the quarantined and
      *          rejected records the batch programs divert: person
      *          lines in CARGARCH.TXT, pares in PARESRCH.TXT,
      *          number cards in NUMRCH.TXT and the conflicting
      *          same-night maintenance sets DATOS holds in
      *          PERSRCH.TXT. Lists the outstanding rejects of each
      *          file, lets a supervisor re-key the corrected line
      *          (or drop a held maintenance line with "*"), appends
      *          it to the proper input for the next run
      *          (PERSONAS.ENT, PARES.TXT, NUMEROS.TXT, PERSTRAN.TXT),
      *          removes the line from the reject file and leaves a
      *          tracking entry in RECHCTL.TXT with operator and
      *          timestamp, so no reject dies silently on a clipboard.
       01 WS-ACTUAL PIC 9(4).
       01 WS-CORREGIDA PIC X(60).
       01 WS-REEMPLAZADA PIC X.
      *R = reenviada, X = descartada (solo conjuntos en conflicto).
       01 WS-MARCA-CONTROL PIC X.
       01 WS-TABLA-RECH.
           05 WS-RECH-LINEA PIC X(60) OCCURS 50.

               DISPLAY "1. RECHAZOS DE PERSONAS (CARGARCH.TXT)"
               DISPLAY "2. PARES EN CUARENTENA (PARESRCH.TXT)"
               DISPLAY "3. TARJETAS EN CUARENTENA (NUMRCH.TXT)"
               DISPLAY "4. MANTENIMIENTO EN CONFLICTO (PERSRCH.TXT)"
               DISPLAY "9. SALIR"
               ACCEPT WS-OPCION
               EVALUATE WS-OPCION
                       MOVE 18 TO WS-LARGO-DATO
                       MOVE 09 TO WS-POS-DATO
                       PERFORM TRABAJA-UNA-FUENTE
                   WHEN "4"
                       MOVE "PERSRCH.TXT" TO WS-NOMBRE-RECHAZO
                       MOVE "PERSTRAN.TXT" TO WS-NOMBRE-DESTINO
                       MOVE 53 TO WS-LARGO-DATO
                       MOVE 08 TO WS-POS-DATO
                       PERFORM TRABAJA-UNA-FUENTE
                   WHEN "9"
                       CONTINUE
                   WHEN OTHER
           DISPLAY "ORIGINAL: "
               WS-RECH-LINEA(WS-SEL)(WS-POS-DATO:WS-LARGO-DATO).
           DISPLAY "LINEA CORREGIDA (" WS-LARGO-DATO " POSICIONES)".
      *    Un conjunto en conflicto se resuelve linea por linea: las
      *    que quedan se reenvian y las que sobran se descartan con
      *    "*", siempre con rastro en RECHCTL.TXT.
           IF WS-NOMBRE-RECHAZO = "PERSRCH.TXT"
               DISPLAY "(* = DESCARTAR LA LINEA DEL CONJUNTO)"
           END-IF.
           MOVE SPACES TO WS-CORREGIDA.
           ACCEPT WS-CORREGIDA.
           MOVE "R" TO WS-MARCA-CONTROL.
           EVALUATE TRUE
               WHEN WS-CORREGIDA = SPACES
                   DISPLAY "LINEA VACIA, NO SE REENVIA"
               WHEN WS-CORREGIDA = "*" AND
                    WS-NOMBRE-RECHAZO = "PERSRCH.TXT"
                   MOVE "X" TO WS-MARCA-CONTROL
                   MOVE WS-RECH-LINEA(WS-SEL)
                       (WS-POS-DATO:WS-LARGO-DATO) TO WS-CORREGIDA
                   PERFORM QUITA-DEL-RECHAZO
                   PERFORM ANOTA-CONTROL
                   DISPLAY "DESCARTADA, NO SE REENVIA"
               WHEN OTHER
      *            PERSONAS.ENT es un archivo que el cargador por
      *            etapas valida ENTERO: la linea mala sigue adentro,
      *            asi que hay que reemplazarla en su lugar y no
      *            agregar otra. Los rechazos de pares y tarjetas y
      *            los conjuntos en conflicto si salieron de sus
      *            entradas y la corregida se agrega al final.
                   IF WS-NOMBRE-DESTINO = "PERSONAS.ENT"
                       PERFORM REEMPLAZA-EN-DESTINO
                   ELSE
                       PERFORM AGREGA-AL-DESTINO
                   END-IF
                   PERFORM QUITA-DEL-RECHAZO
                   PERFORM ANOTA-CONTROL
                   DISPLAY "REENVIADA A " WS-NOMBRE-DESTINO
           END-EVALUATE.

       AGREGA-AL-DESTINO.
           OPEN EXTEND DESTINO-FILE.
           STRING WS-FECHA-HORA(1:15) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOMBRE-RECHAZO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA-CONTROL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CORREGIDA(1:WS-LARGO-DATO) DELIMITED BY SIZE
