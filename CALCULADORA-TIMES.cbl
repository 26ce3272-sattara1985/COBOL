    ******************************************************************
      * Author:STEVEN CAP 12
      * Date:
      * Purpose: Tablas de precios (numero por un rango de
      *          multiplicadores) por pantalla o desde las tarjetas
      *          de NUMEROS.TXT a TABLAREP.TXT, y listas de precios
      *          por cantidad a partir de la escala de ESCALAS.TXT a
      *          ESCALREP.TXT; escalas con tramos superpuestos o con
      *          huecos van a ESCRCH.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CUARENTENA-FILE ASSIGN TO "NUMRCH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUARENTENA-STATUS.
           SELECT ESCALAS-FILE ASSIGN TO "ESCALAS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALAS-STATUS.
           SELECT REPORTE-ESCALAS ASSIGN TO "ESCALREP.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REP-ESCALAS-STATUS.
           SELECT CUARENTENA-ESCALAS ASSIGN TO "ESCRCH.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CUAR-ESCALAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER PIC X.
           05 DATOS-QUAR PIC X(18).

      *Escala de precios por cantidad: una linea por tramo, los
      *tramos de un producto juntos. Precio de lista (cuatro enteros
      *y dos decimales implicitos, el mismo en todos los tramos del
      *producto), cantidades desde/hasta (99999 = en adelante),
      *descuento en por ciento con dos decimales y vigencia desde/
      *hasta AAAAMMDD (hasta en ceros o blanco = sin vencimiento).
       FD  ESCALAS-FILE.
       01  LINEA-ESCALA PIC X(44).

       FD  REPORTE-ESCALAS.
       01  LINEA-REP-ESCALA PIC X(80).

      *Tramos de un producto rechazado, todos con el motivo del
      *producto. Se regenera en cada corrida: muestra lo que hoy no
      *se pudo imprimir y se corrige en ESCALAS.TXT.
       FD  CUARENTENA-ESCALAS.
       01  LINEA-CUAR-ESCALA.
           05 NUMLINEA-QESC PIC 9(5).
           05 FILLER PIC X.
           05 MOTIVO-QESC PIC X.
           05 FILLER PIC X.
           05 DATOS-QESC PIC X(44).

       FD  CHECKPOINT-FILE.
       01  LINEA-CKPT.
           05 LINEAS-COMPLETADAS-CKPT PIC 9(4).
       01 WS-ESTILO-IMPORTE PIC X.
       01 WS-TEXTO-IMPORTE PIC X(16).
       01 WS-TEXTO-IMPORTE2 PIC X(16).
       01 WS-RED-OPERACION PIC X(6) VALUE "PRECIO".
       01 WS-RED-EXACTO PIC S9(11)V9(6).
       01 WS-RED-RESULTADO PIC S9(11)V99.
       01 WS-RED-REGISTRA PIC X VALUE "N".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-LINEAS-COMPLETADAS PIC 9(4) VALUE 0.
       01 WS-LINEA-ACTUAL PIC 9(4) VALUE 0.
       01 WS-ESCALAS-STATUS PIC XX.
       01 WS-REP-ESCALAS-STATUS PIC XX.
       01 WS-CUAR-ESCALAS-STATUS PIC XX.
       01 WS-HUBO-ESCALAS PIC X VALUE "N".
       01 WS-FIN-ESCALAS PIC X.
       01 WS-LINEA-ESC PIC 9(5) VALUE 0.
       01 WS-PRODUCTO-ACT PIC X(8).
       01 WS-MOTIVO-ESC PIC X.
       01 WS-HOY PIC 9(8).
       01 WS-PRODUCTOS-ESC PIC 9(5) VALUE 0.
       01 WS-PRODUCTOS-RCH PIC 9(5) VALUE 0.
       01 WS-LINEAS-ESC-REP PIC 9(5) VALUE 0.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-ESCALA.
           05 WS-PRODUCTO-ESC PIC X(8).
           05 WS-PRECIO-ESC PIC X(6).
           05 WS-PRECIO-ESC-NUM REDEFINES WS-PRECIO-ESC
               PIC 9(4)V99.
           05 WS-DESDE-ESC PIC X(5).
           05 WS-HASTA-ESC PIC X(5).
           05 WS-DESCUENTO-ESC PIC X(4).
           05 WS-DESCUENTO-ESC-NUM REDEFINES WS-DESCUENTO-ESC
               PIC 99V99.
           05 WS-VIG-DESDE-ESC PIC X(8).
           05 WS-VIG-HASTA-ESC PIC X(8).
       01 WS-TRAMOS PIC 99 VALUE 0.
       01 WS-T PIC 99.
       01 WS-U PIC 99.
       01 WS-TABLA-TRAMOS.
           05 WS-TRAMO OCCURS 20 TIMES.
               10 WS-TRM-LINEA PIC 9(5).
               10 WS-TRM-DATOS PIC X(44).
               10 WS-TRM-VIGENTE PIC X.
               10 WS-TRM-DESDE PIC 9(5).
               10 WS-TRM-HASTA PIC 9(5).
               10 WS-TRM-DESCUENTO PIC 99V99.
       01 WS-TRAMO-AUX PIC X(64).
       01 WS-VIGENTES PIC 99.
       01 WS-SIGUIENTE PIC 9(6).
       01 WS-PRECIO-LISTA PIC 9(4)V99.
       01 WS-PRECIO-NETO PIC 9(4)V99.
       01 WS-CANTIDAD PIC 9(5).
       01 WS-EXTENDIDO PIC 9(9)V99.
       01 WS-AHORRO PIC 9(9)V99.
       01 WS-IMPORTE-CELDA PIC 9(9)V99.
       01 WS-TEXTO-CELDA PIC X(16).
       01 WS-TEXTO-NETO PIC X(16).
       01 WS-TEXTO-EXTENDIDO PIC X(16).
       01 WS-TEXTO-AHORRO PIC X(16).
       01 WS-TEXTO-TRAMO PIC X(13).
       01 WS-CANTIDAD-ED PIC ZZZZ9.
       01 WS-DESDE-ED PIC ZZZZ9.
       01 WS-HASTA-ED PIC ZZZZ9.
       01 WS-DESCUENTO-ED PIC Z9.99.

       PROCEDURE DIVISION.

               MOVE 0 TO WS-RC-EJEC
               CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                   WS-TIPO-EJEC WS-RC-EJEC.
      *        Con escala de precios presente sale primero el
      *        listado por cantidad; despues, como siempre, las
      *        tarjetas de NUMEROS.TXT o la pantalla.
               OPEN INPUT ESCALAS-FILE.
               IF WS-ESCALAS-STATUS = "00"
                   PERFORM PROCESA-ESCALAS
                   CLOSE ESCALAS-FILE
                   MOVE "S" TO WS-HUBO-ESCALAS
               END-IF.
               OPEN INPUT NUMEROS-FILE.
               IF WS-NUM-STATUS = "00"
                   PERFORM PROCESA-BATCH
                   CLOSE NUMEROS-FILE
                   GO TO FINALIZAR
               END-IF.
               IF WS-HUBO-ESCALAS = "S"
                   GO TO FINALIZAR
               END-IF.
               GO TO INICIO.

           PROCESA-BATCH.
                   END-IF
               END-IF.

      ******************************************************************
      * Listas de precios por cantidad. Ventas cotiza por tramos
      * (1-9 a lista, 10-49 con 5%, 50 y mas con 12%...) y la tabla de
      * multiplicar no sirve para eso. Por producto se toman los
      * tramos vigentes hoy; deben arrancar en 1 y seguirse sin
      * huecos ni superposiciones, si no el producto entero va a
      * ESCRCH.TXT y no se imprime.
      ******************************************************************
           PROCESA-ESCALAS.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOY.
               OPEN OUTPUT REPORTE-ESCALAS.
               OPEN OUTPUT CUARENTENA-ESCALAS.
               MOVE 0 TO WS-TRAMOS.
               MOVE SPACE TO WS-MOTIVO-ESC.
               MOVE SPACES TO WS-PRODUCTO-ACT.
               MOVE "N" TO WS-FIN-ESCALAS.
               PERFORM UNTIL WS-FIN-ESCALAS = "S"
                   READ ESCALAS-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ESCALAS
                       NOT AT END
                           ADD 1 TO WS-LINEA-ESC
                           IF LINEA-ESCALA(1:8) NOT = WS-PRODUCTO-ACT
                              AND WS-TRAMOS > 0
                               PERFORM CIERRA-PRODUCTO
                           END-IF
                           PERFORM ACUMULA-TRAMO
                   END-READ
               END-PERFORM.
               IF WS-TRAMOS > 0
                   PERFORM CIERRA-PRODUCTO
               END-IF.
               CLOSE REPORTE-ESCALAS.
               CLOSE CUARENTENA-ESCALAS.
               MOVE "ESCALREP.TXT" TO WS-ARCHIVO-CAT.
               COMPUTE WS-PAGINAS-CAT = WS-PRODUCTOS-ESC.
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT.
               DISPLAY "LISTAS DE PRECIOS: " WS-PRODUCTOS-ESC
                   " PRODUCTOS RECHAZADOS: " WS-PRODUCTOS-RCH.
               IF WS-PRODUCTOS-RCH > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *    Mas de 20 tramos para un producto no entran en la tabla:
      *    los sobrantes van directo a cuarentena y el producto queda
      *    rechazado con motivo T.
           ACUMULA-TRAMO.
               MOVE LINEA-ESCALA(1:8) TO WS-PRODUCTO-ACT.
               IF WS-TRAMOS < 20
                   ADD 1 TO WS-TRAMOS
                   MOVE WS-LINEA-ESC TO WS-TRM-LINEA(WS-TRAMOS)
                   MOVE LINEA-ESCALA TO WS-TRM-DATOS(WS-TRAMOS)
               ELSE
                   MOVE "T" TO WS-MOTIVO-ESC
                   MOVE SPACES TO LINEA-CUAR-ESCALA
                   MOVE WS-LINEA-ESC TO NUMLINEA-QESC
                   MOVE WS-MOTIVO-ESC TO MOTIVO-QESC
                   MOVE LINEA-ESCALA TO DATOS-QESC
                   WRITE LINEA-CUAR-ESCALA
               END-IF.

           CIERRA-PRODUCTO.
               IF WS-MOTIVO-ESC = SPACE
                   PERFORM VALIDA-TRAMOS
               END-IF.
               IF WS-MOTIVO-ESC = SPACE
                   PERFORM ORDENA-TRAMOS
                   PERFORM VALIDA-CONTINUIDAD
               END-IF.
               IF WS-MOTIVO-ESC = SPACE
                   PERFORM IMPRIME-ESCALA
               ELSE
                   PERFORM RECHAZA-PRODUCTO
               END-IF.
               MOVE 0 TO WS-TRAMOS.
               MOVE SPACE TO WS-MOTIVO-ESC.

      *    Motivos: N=campo no numerico, P=precio de lista distinto
      *    entre tramos, I=tramo invertido o desde cero, F=vigencia
      *    invertida, H=hueco entre tramos vigentes (o no arrancan en
      *    1), S=tramos vigentes superpuestos, T=mas de 20 tramos.
           VALIDA-TRAMOS.
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TRAMOS
                          OR WS-MOTIVO-ESC NOT = SPACE
                   MOVE WS-TRM-DATOS(WS-T) TO WS-ESCALA
                   IF WS-VIG-HASTA-ESC = SPACES
                       MOVE ZEROS TO WS-VIG-HASTA-ESC
                   END-IF
                   IF WS-PRECIO-ESC IS NOT NUMERIC OR
                      WS-DESDE-ESC IS NOT NUMERIC OR
                      WS-HASTA-ESC IS NOT NUMERIC OR
                      WS-DESCUENTO-ESC IS NOT NUMERIC OR
                      WS-VIG-DESDE-ESC IS NOT NUMERIC OR
                      WS-VIG-HASTA-ESC IS NOT NUMERIC
                       MOVE "N" TO WS-MOTIVO-ESC
                   ELSE
                       PERFORM EXAMINA-TRAMO
                   END-IF
               END-PERFORM.

           EXAMINA-TRAMO.
               IF WS-T = 1
                   MOVE WS-PRECIO-ESC-NUM TO WS-PRECIO-LISTA
               END-IF.
               MOVE WS-DESDE-ESC TO WS-TRM-DESDE(WS-T).
               MOVE WS-HASTA-ESC TO WS-TRM-HASTA(WS-T).
               MOVE WS-DESCUENTO-ESC-NUM TO WS-TRM-DESCUENTO(WS-T).
               MOVE "N" TO WS-TRM-VIGENTE(WS-T).
               EVALUATE TRUE
                   WHEN WS-PRECIO-ESC-NUM NOT = WS-PRECIO-LISTA
                       MOVE "P" TO WS-MOTIVO-ESC
                   WHEN WS-TRM-DESDE(WS-T) = 0 OR
                        WS-TRM-DESDE(WS-T) > WS-TRM-HASTA(WS-T)
                       MOVE "I" TO WS-MOTIVO-ESC
                   WHEN WS-VIG-HASTA-ESC NOT = ZEROS AND
                        WS-VIG-HASTA-ESC < WS-VIG-DESDE-ESC
                       MOVE "F" TO WS-MOTIVO-ESC
                   WHEN WS-VIG-DESDE-ESC <= WS-HOY AND
                        (WS-VIG-HASTA-ESC = ZEROS OR
                         WS-VIG-HASTA-ESC >= WS-HOY)
                       MOVE "S" TO WS-TRM-VIGENTE(WS-T)
               END-EVALUATE.

      *    Los tramos de un producto pueden venir en cualquier orden;
      *    se ordenan por cantidad desde antes de mirar continuidad.
           ORDENA-TRAMOS.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T >= WS-TRAMOS
                   PERFORM VARYING WS-U FROM 1 BY 1
                           UNTIL WS-U > WS-TRAMOS - WS-T
                       IF WS-TRM-DESDE(WS-U) > WS-TRM-DESDE(WS-U + 1)
                           MOVE WS-TRAMO(WS-U) TO WS-TRAMO-AUX
                           MOVE WS-TRAMO(WS-U + 1) TO WS-TRAMO(WS-U)
                           MOVE WS-TRAMO-AUX TO WS-TRAMO(WS-U + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM.

           VALIDA-CONTINUIDAD.
               MOVE 0 TO WS-VIGENTES.
               MOVE 1 TO WS-SIGUIENTE.
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T > WS-TRAMOS
                          OR WS-MOTIVO-ESC NOT = SPACE
                   IF WS-TRM-VIGENTE(WS-T) = "S"
                       ADD 1 TO WS-VIGENTES
                       EVALUATE TRUE
                           WHEN WS-TRM-DESDE(WS-T) < WS-SIGUIENTE
                               MOVE "S" TO WS-MOTIVO-ESC
                           WHEN WS-TRM-DESDE(WS-T) > WS-SIGUIENTE
                               MOVE "H" TO WS-MOTIVO-ESC
                           WHEN OTHER
                               COMPUTE WS-SIGUIENTE =
                                   WS-TRM-HASTA(WS-T) + 1
                       END-EVALUATE
                   END-IF
               END-PERFORM.

           RECHAZA-PRODUCTO.
               ADD 1 TO WS-PRODUCTOS-RCH.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TRAMOS
                   MOVE SPACES TO LINEA-CUAR-ESCALA
                   MOVE WS-TRM-LINEA(WS-T) TO NUMLINEA-QESC
                   MOVE WS-MOTIVO-ESC TO MOTIVO-QESC
                   MOVE WS-TRM-DATOS(WS-T) TO DATOS-QESC
                   WRITE LINEA-CUAR-ESCALA
               END-PERFORM.
               DISPLAY "PRODUCTO " WS-PRODUCTO-ACT
                   " RECHAZADO A ESCRCH.TXT, MOTIVO " WS-MOTIVO-ESC.

      *    Una hoja por producto, lista para entregar al cliente: por
      *    cada tramo la cantidad donde arranca y, si no es abierto,
      *    donde termina, con el precio unitario ya descontado, el
      *    importe y el ahorro contra el precio de lista.
           IMPRIME-ESCALA.
               ADD 1 TO WS-PRODUCTOS-ESC.
               MOVE WS-PRODUCTOS-ESC TO WS-PAGINA-ED.
               IF WS-PRODUCTOS-ESC > 1
                   MOVE SPACES TO LINEA-REP-ESCALA
                   WRITE LINEA-REP-ESCALA
               END-IF.
               MOVE SPACES TO LINEA-REP-ESCALA.
               STRING "LISTA DE PRECIOS POR CANTIDAD" DELIMITED BY SIZE
                   "   VIGENTE AL " DELIMITED BY SIZE
                   WS-HOY DELIMITED BY SIZE
                   "   PAGINA: " DELIMITED BY SIZE
                   WS-PAGINA-ED DELIMITED BY SIZE
                   INTO LINEA-REP-ESCALA.
               WRITE LINEA-REP-ESCALA.
               MOVE WS-PRECIO-LISTA TO WS-IMPORTE-CELDA.
               PERFORM FORMATEA-CELDA.
               MOVE SPACES TO LINEA-REP-ESCALA.
               STRING "PRODUCTO: " DELIMITED BY SIZE
                   WS-PRODUCTO-ACT DELIMITED BY SIZE
                   "   PRECIO DE LISTA: " DELIMITED BY SIZE
                   WS-TEXTO-CELDA DELIMITED BY SIZE
                   INTO LINEA-REP-ESCALA.
               WRITE LINEA-REP-ESCALA.
               MOVE SPACES TO LINEA-REP-ESCALA.
               STRING "CANTIDAD         TRAMO  DTO%" DELIMITED BY SIZE
                   "    PRECIO UNIT." DELIMITED BY SIZE
                   "         IMPORTE" DELIMITED BY SIZE
                   "          AHORRO" DELIMITED BY SIZE
                   INTO LINEA-REP-ESCALA.
               WRITE LINEA-REP-ESCALA.
               MOVE ALL "-" TO LINEA-REP-ESCALA.
               WRITE LINEA-REP-ESCALA.
               IF WS-VIGENTES = 0
                   MOVE "SIN TRAMOS VIGENTES A LA FECHA"
                       TO LINEA-REP-ESCALA
                   WRITE LINEA-REP-ESCALA
               END-IF.
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > WS-TRAMOS
                   IF WS-TRM-VIGENTE(WS-T) = "S"
                       PERFORM IMPRIME-TRAMO
                   END-IF
               END-PERFORM.

           IMPRIME-TRAMO.
               MOVE WS-TRM-DESDE(WS-T) TO WS-DESDE-ED.
               MOVE WS-TRM-HASTA(WS-T) TO WS-HASTA-ED.
               MOVE SPACES TO WS-TEXTO-TRAMO.
               IF WS-TRM-HASTA(WS-T) = 99999
                   STRING WS-DESDE-ED DELIMITED BY SIZE
                       " Y MAS" DELIMITED BY SIZE
                       INTO WS-TEXTO-TRAMO
               ELSE
                   STRING WS-DESDE-ED DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       WS-HASTA-ED DELIMITED BY SIZE
                       INTO WS-TEXTO-TRAMO
               END-IF.
      *        El precio neto sigue la politica de redondeo de la
      *        casa; es una cotizacion, no un movimiento.
               COMPUTE WS-RED-EXACTO = WS-PRECIO-LISTA
                   * (100 - WS-TRM-DESCUENTO(WS-T)) / 100.
               CALL "REDONDEA-IMPORTE" USING WS-PROGRAMA
                   WS-RED-OPERACION WS-RED-EXACTO
                   WS-RED-RESULTADO WS-RED-REGISTRA.
               MOVE WS-RED-RESULTADO TO WS-PRECIO-NETO.
               MOVE WS-TRM-DESDE(WS-T) TO WS-CANTIDAD.
               PERFORM IMPRIME-CANTIDAD.
               IF WS-TRM-HASTA(WS-T) NOT = WS-TRM-DESDE(WS-T) AND
                  WS-TRM-HASTA(WS-T) NOT = 99999
                   MOVE WS-TRM-HASTA(WS-T) TO WS-CANTIDAD
                   PERFORM IMPRIME-CANTIDAD
               END-IF.

           IMPRIME-CANTIDAD.
               COMPUTE WS-EXTENDIDO = WS-PRECIO-NETO * WS-CANTIDAD.
               COMPUTE WS-AHORRO = WS-PRECIO-LISTA * WS-CANTIDAD
                   - WS-EXTENDIDO.
               MOVE WS-PRECIO-NETO TO WS-IMPORTE-CELDA.
               PERFORM FORMATEA-CELDA.
               MOVE WS-TEXTO-CELDA TO WS-TEXTO-NETO.
               MOVE WS-EXTENDIDO TO WS-IMPORTE-CELDA.
               PERFORM FORMATEA-CELDA.
               MOVE WS-TEXTO-CELDA TO WS-TEXTO-EXTENDIDO.
               MOVE WS-AHORRO TO WS-IMPORTE-CELDA.
               PERFORM FORMATEA-CELDA.
               MOVE WS-TEXTO-CELDA TO WS-TEXTO-AHORRO.
               MOVE WS-CANTIDAD TO WS-CANTIDAD-ED.
               MOVE WS-TRM-DESCUENTO(WS-T) TO WS-DESCUENTO-ED.
               MOVE SPACES TO LINEA-REP-ESCALA.
               STRING "   " DELIMITED BY SIZE
                   WS-CANTIDAD-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TEXTO-TRAMO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DESCUENTO-ED DELIMITED BY SIZE
                   WS-TEXTO-NETO DELIMITED BY SIZE
                   WS-TEXTO-EXTENDIDO DELIMITED BY SIZE
                   WS-TEXTO-AHORRO DELIMITED BY SIZE
                   INTO LINEA-REP-ESCALA.
               WRITE LINEA-REP-ESCALA.

      *    Moneda via FORMATEA-IMPORTE como la tabla de precios; un
      *    importe que no cabe en su formato se anota como desborde.
           FORMATEA-CELDA.
               IF WS-IMPORTE-CELDA > 9999999.99
                   MOVE "        DESBORDE" TO WS-TEXTO-CELDA
                   MOVE "FORMATEA-CELDA" TO WS-PARRAFO
                   MOVE "IMPORTE DE ESCALA OVERFLOW" TO WS-DESCRIPCION
                   MOVE "W" TO WS-SEVERIDAD
                   MOVE "OVFL" TO WS-CODIGO
                   CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                       WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
               ELSE
                   MOVE WS-IMPORTE-CELDA TO WS-IMPORTE-FMT
                   MOVE "C" TO WS-ESTILO-IMPORTE
                   CALL "FORMATEA-IMPORTE" USING WS-IMPORTE-FMT
                       WS-ESTILO-IMPORTE WS-TEXTO-CELDA
                       WS-TEXTO-IMPORTE2
               END-IF.

           INICIO.
           DISPLAY "PARA SALIRR INTRODUCIR 'SALIR' EN LA CONSOLA".
           DISPLAY "PARA MULTIPLICAR PULSA INTRO".
               PERFORM MOSTRAR-TABLA.

           FINALIZAR.
      *        Las llamadas posteriores al lote pisan RETURN-CODE: el
      *        aviso por cuarentena se repone aqui desde los
      *        contadores.
               IF WS-PRODUCTOS-RCH > 0 OR WS-LINEAS-RECHAZADAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE "F" TO WS-TIPO-EJEC
               MOVE RETURN-CODE TO WS-RC-EJEC
               CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
                       CALL "LOG-ERROR" USING WS-PROGRAMA WS-PARRAFO
                           WS-DESCRIPCION WS-SEVERIDAD WS-CODIGO
                       MOVE 0 TO RESULTADO
                   NOT ON SIZE ERROR
      *                La tabla de precios redondea con la politica de
      *                la casa; es un listado, no un movimiento, asi
      *                que no asienta residuo.
                       COMPUTE WS-RED-EXACTO = NUMERO * MULTIPLICADOR
                       CALL "REDONDEA-IMPORTE" USING WS-PROGRAMA
                           WS-RED-OPERACION WS-RED-EXACTO
                           WS-RED-RESULTADO WS-RED-REGISTRA
                       MOVE WS-RED-RESULTADO TO RESULTADO
                   END-COMPUTE.
               MOVE NUMERO TO NUMERO-ED.
               MOVE RESULTADO TO RESULTADO-ED.
