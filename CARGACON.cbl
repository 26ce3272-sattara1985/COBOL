      *          CONTACTO.DAT with the next SECUENCIA-CON and today's
      *          effective date, diverts bad lines with reason codes
      *          to CONTARCH.TXT and writes a load summary to
      *          CONTAREP.TXT. Nothing loads while CONGELA.TXT
      *          freezes the persons group.
      *          Reason codes: N=numero no numerico o persona no
      *          existe, T=tipo invalido, V=valor en blanco,
      *          P=codigo postal no numerico en una direccion,
      *          C=codigo postal que no existe en la tabla postal
      *          CODPOST.TXT, M=ciudad o region que no corresponde
      *          al codigo postal, S=persona sin secuencias libres.
      *          Una direccion con ciudad o region en blanco toma la
      *          de la tabla postal (VALIDA-CODPOSTAL).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-NUMERO-RESUELTO PIC 9(6).
       01 WS-ERA-RETIRADO PIC X.
       01 WS-SECUENCIA-NUEVA PIC 99.
       01 WS-CP-ENTRADA PIC X(5).
       01 WS-RESULTADO-CP PIC X.
       01 WS-CIUDAD-CP PIC X(12).
       01 WS-REGION-CP PIC X(5).
       01 WS-FECHA-HORA PIC X(21).
       01 WS-OPERADOR PIC X(10) VALUE "CONTALOTE".
       01 WS-FUNCION-LOCK PIC X.
       01 WS-DESCRIPCION PIC X(40).
       01 WS-SEVERIDAD PIC X.
       01 WS-CODIGO PIC X(4).
       01 WS-GRUPO-CONGELA PIC X VALUE "P".
       01 WS-INTERACTIVO PIC X VALUE "N".
       01 WS-CONGELA-OK PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "VERIFICA-CONGELAMIENTO" USING WS-PROGRAMA
                   WS-OPERADOR WS-GRUPO-CONGELA WS-INTERACTIVO
                   WS-CONGELA-OK
               IF WS-CONGELA-OK NOT = "S"
                   DISPLAY "CARGA CANCELADA - CAMBIOS CONGELADOS"
                   CLOSE ENTRADA-FILE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TOMA-LOCK-Y-CARGA
               END-IF
           END-IF.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

       TOMA-LOCK-Y-CARGA.
           MOVE "T" TO WS-FUNCION-LOCK.
           CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
               WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK.
           IF WS-RESULTADO-LOCK NOT = "S"
               DISPLAY "CARGA CANCELADA - PERSONAS.DAT EN USO"
               CLOSE ENTRADA-FILE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CUERPO-CARGA
               MOVE "L" TO WS-FUNCION-LOCK
               CALL "BLOQUEA-PERSONAS" USING WS-FUNCION-LOCK
                   WS-OPERADOR WS-PROGRAMA WS-RESULTADO-LOCK
           END-IF.

       CUERPO-CARGA.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
                      VALOR-ENT(36:5) IS NOT NUMERIC
                       MOVE "P" TO WS-MOTIVO
                   END-IF
                   IF TIPO-ENT = "D" AND WS-MOTIVO = SPACE
                       PERFORM VALIDA-CODIGO-POSTAL
                   END-IF
               END-IF
           END-IF.

      *    Ciudad (posiciones 19-30) y region (31-35) en blanco se
      *    completan con las de la tabla; informadas, deben coincidir.
       VALIDA-CODIGO-POSTAL.
           MOVE VALOR-ENT(36:5) TO WS-CP-ENTRADA.
           CALL "VALIDA-CODPOSTAL" USING WS-CP-ENTRADA
               WS-RESULTADO-CP WS-CIUDAD-CP WS-REGION-CP.
           IF WS-RESULTADO-CP NOT = "S"
               MOVE "C" TO WS-MOTIVO
           ELSE
               IF WS-CIUDAD-CP NOT = SPACES
                   IF VALOR-ENT(19:12) = SPACES
                       MOVE WS-CIUDAD-CP TO VALOR-ENT(19:12)
                   END-IF
                   IF VALOR-ENT(31:5) = SPACES
                       MOVE WS-REGION-CP TO VALOR-ENT(31:5)
                   END-IF
                   IF VALOR-ENT(19:12) NOT = WS-CIUDAD-CP OR
                      VALOR-ENT(31:5) NOT = WS-REGION-CP
                       MOVE "M" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

