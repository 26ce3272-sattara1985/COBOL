      *            "R" par redondeado: LK-TEXTO trae el entero
      *                truncado y LK-TEXTO2 el entero redondeado,
      *                como el par truncado/redondeado del demo.
      *          LK-TEXTO2 solo se llena con estilo "R", cuyo
      *          entero redondeado sigue la politica de la casa
      *          (REDONDEA-IMPORTE, operacion ENTERO) sin asentar
      *          residuo: formatear no es un movimiento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 WS-MONEDA-ED PIC $$,$$$,$$9.99-.
       01 WS-ENTERO PIC S9(7).
       01 WS-ENTERO-ED PIC -(7)9.
       01 WS-PROGRAMA PIC X(20) VALUE "FORMATEA-IMPORTE".
       01 WS-RED-OPERACION PIC X(6) VALUE "ENTERO".
       01 WS-RED-EXACTO PIC S9(11)V9(6).
       01 WS-RED-RESULTADO PIC S9(11)V99.
       01 WS-RED-REGISTRA PIC X VALUE "N".

       LINKAGE SECTION.
       01 LK-VALOR PIC S9(7)V99.
                   COMPUTE WS-ENTERO = LK-VALOR
                   MOVE WS-ENTERO TO WS-ENTERO-ED
                   MOVE WS-ENTERO-ED TO LK-TEXTO
      *            El servicio redondea a centavos: se le pasa el
      *            valor en centenas y el resultado vuelve a entero.
                   COMPUTE WS-RED-EXACTO = LK-VALOR / 100
                   CALL "REDONDEA-IMPORTE" USING WS-PROGRAMA
                       WS-RED-OPERACION WS-RED-EXACTO
                       WS-RED-RESULTADO WS-RED-REGISTRA
                   COMPUTE WS-ENTERO = WS-RED-RESULTADO * 100
                   MOVE WS-ENTERO TO WS-ENTERO-ED
                   MOVE WS-ENTERO-ED TO LK-TEXTO2
               WHEN OTHER
