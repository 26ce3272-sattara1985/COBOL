      *          y produce o bien una carta por persona en CARTAS.PRT
      *          (con salto de pagina entre cartas) o etiquetas de
      *          tres en fondo en ETIQUETA.PRT.
      *          Quien la corre se identifica con CAPTURA-OPERADOR y
      *          solo salen las personas de las categorias que ese
      *          operador puede ver (VERIFICA-CATEGORIA); las demas
      *          ni se imprimen ni entran en los totales.
      *          Cada carta o etiqueta producida deja su linea en el
      *          registro de envios CARTAENV.TXT (fecha, hora,
      *          operador, persona y tipo C/E/L), que el expediente
      *          de la persona (EXPEDIENTE-PERSONA) lista como
      *          cartas enviadas.
      *          Campanas: con K se elige una campana de CAMPANA.DAT
      *          (MANTENIMIENTO-CAMPANAS) que trae su plantilla dentro
      *          de CARTAMOD.TXT y sus criterios (categoria, estado,
      *          banda de edad, region o rango de codigo postal, solo
      *          cabezas de hogar) y el intervalo minimo desde el
      *          ultimo envio a la persona. Todo envio, de campana o
      *          suelto, queda en CAMPENV.DAT por persona, fecha y
      *          campana; de ahi sale el intervalo, la captura de
      *          respuestas (RESPUESTAS-CAMPANA) y el informe de
      *          resultados (REPORTE-CAMPANAS).
      *          Una persona cuyas unicas direcciones vigentes son
      *          filas U (correo devuelto, CORREO-DEVUELTO) no recibe
      *          carta ni etiqueta y se cuenta aparte.
      *          Imprenta: con destino V las cartas y etiquetas no se
      *          imprimen aqui; cada pieza sale como un registro del
      *          archivo IMPRnnnn.TXT para la imprenta externa
      *          (trabajo, pieza, plantilla, persona, hogar y bloque
      *          de direccion vigente) con su orden de trabajo
      *          IMPTnnnn.TXT (piezas por plantilla y zona postal) y
      *          una linea pendiente en IMPRCTL.TXT, que
      *          CONCILIA-IMPRENTA cruza con el conteo de produccion
      *          que devuelve la imprenta. Sin direccion D vigente no
      *          hay pieza.
      *          Idioma: cada plantilla de CARTAMOD.TXT puede venir en
      *          varios idiomas; la marca "&PLANTILLA nombre" lleva en
      *          las posiciones 25-26 el idioma (ES, EN; en blanco es
      *          ES, el de defecto) y la plantilla de las corridas
      *          sueltas en otro idioma se marca con el nombre en
      *          blanco. Cada carta sale en el IDIOMA-REC de la
      *          persona y, si esa plantilla no tiene version en su
      *          idioma, en la de defecto; el resumen cuenta las
      *          cartas de cada idioma y las que cayeron al defecto.
      *          Cada respuesta (modo, destino, campana, edades,
      *          hogar) se pide por PARAMETRO-SOLICITUD, asi la
      *          corrida tambien puede pedirse a la cola nocturna de
      *          SOLICITUD-INFORMES con las respuestas ya cargadas.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT ETIQUETAS-FILE ASSIGN TO "ETIQUETA.PRT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ETIQUETAS-STATUS.
           SELECT ENVIOS-FILE ASSIGN TO "CARTAENV.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ENVIOS-STATUS.
           SELECT HOGARES-FILE ASSIGN TO "HOGARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CONTACTO
               FILE STATUS IS WS-CONTACTO-STATUS.
           SELECT CAMPANAS-FILE ASSIGN TO "CAMPANA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-CAMP
               FILE STATUS IS WS-CAMPANAS-STATUS.
           SELECT CAMPENV-FILE ASSIGN TO "CAMPENV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CE
               FILE STATUS IS WS-CAMPENV-STATUS.
           SELECT PIEZAS-FILE ASSIGN TO DYNAMIC WS-NOMBRE-PIEZAS
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PIEZAS-STATUS.
           SELECT ORDEN-FILE ASSIGN TO DYNAMIC WS-NOMBRE-ORDEN
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ORDEN-STATUS.
           SELECT IMPCTL-FILE ASSIGN TO "IMPRCTL.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ETIQUETAS-FILE.
       01  LINEA-ETIQUETA PIC X(80).

       FD  ENVIOS-FILE.
       01  LINEA-ENVIO.
           05 FECHA-ENV PIC X(8).
           05 FILLER PIC X.
           05 HORA-ENV PIC X(6).
           05 FILLER PIC X.
           05 OPERADOR-ENV PIC X(10).
           05 FILLER PIC X.
           05 NUMERO-ENV PIC 9(6).
           05 FILLER PIC X.
           05 TIPO-ENV PIC X.

       FD  HOGARES-FILE.
       01  HOGAR-REC.
           05 NUMERO-PERSONA-HOG PIC 9(6).
           05 NUMERO-HOGAR-HOG PIC 9(4).
           05 CABEZA-HOG PIC X.

      *En un contacto tipo D (o U, devuelta por el correo) el
      *VALOR-CON lleva la direccion postal estructurada en posiciones
      *fijas; el codigo postal ocupa las posiciones 36-40 y es la
      *clave del ordenado de etiquetas.
       FD  CONTACTO-FILE.
       01  CONTACTO-REC.
           05 CLAVE-CONTACTO.
           05 FECHA-EFECTIVA-CON PIC 9(8).
           05 FECHA-FIN-CON PIC 9(8).

       FD  CAMPANAS-FILE.
       COPY CAMPANA.

       FD  CAMPENV-FILE.
       COPY CAMPENV.

       FD  PIEZAS-FILE.
       COPY PIEZAIMP.

       FD  ORDEN-FILE.
       01  LINEA-ORDEN PIC X(80).

       FD  IMPCTL-FILE.
       COPY IMPRCTL.

       WORKING-STORAGE SECTION.
       01 WS-PERSONAS-STATUS PIC XX.
       01 WS-PLANTILLA-STATUS PIC XX.
       01 WS-CARTAS-STATUS PIC XX.
       01 WS-ETIQUETAS-STATUS PIC XX.
       01 WS-ENVIOS-STATUS PIC XX.
       01 WS-MODO PIC X.
       01 WS-FIN-PERSONAS PIC X VALUE "N".
       01 WS-FIN-PLANTILLA PIC X.
       01 WS-CONTACTO-STATUS PIC XX.
       01 WS-FIN-CONTACTOS PIC X.
       01 WS-SIN-DIRECCION PIC 9(5) VALUE 0.
       01 WS-SUPRIMIDAS-DEVUELTA PIC 9(5) VALUE 0.
       01 WS-HAY-DEVUELTA PIC X.
       01 WS-CONTACTOS-DEV PIC X VALUE "N".
       01 WS-ETIQ-DESBORDE PIC 9(5) VALUE 0.
       01 WS-TOTAL-CP PIC 9(4) VALUE 0.
       01 WS-E PIC 9(4).
               10 WS-DIR-TAB PIC X(40).
       01 WS-SALTA-PERSONA PIC X.
       01 WS-PROGRAMA PIC X(20) VALUE "GENERA-CARTAS".
       01 WS-OPERADOR PIC X(10).
       01 WS-NIVEL PIC 9.
       01 WS-IDIOMA PIC XX.
       01 WS-VISIBLE PIC X.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).
       01 WS-ETIQUETA-ARMADA PIC X(80).
       01 WS-CAMPANAS-STATUS PIC XX.
       01 WS-CAMPENV-STATUS PIC XX.
       01 WS-HAY-CAMPENV PIC X VALUE "N".
       01 WS-FIN-CAMPENV PIC X.
       01 WS-HAY-CONTACTOS PIC X VALUE "N".
       01 WS-CAMPANA PIC X(8) VALUE SPACES.
       01 WS-PLANTILLA-BUSCADA PIC X(12) VALUE SPACES.
       01 WS-EN-SECCION PIC X.
       01 WS-CATEG-CAMP PIC X(5) VALUE SPACES.
       01 WS-CATEG-RETIRADA PIC X.
       01 WS-ESTADO-CAMP PIC X VALUE SPACE.
       01 WS-REGION-CAMP PIC X(5) VALUE SPACES.
       01 WS-CP-DESDE PIC X(5) VALUE SPACES.
       01 WS-CP-HASTA PIC X(5) VALUE SPACES.
       01 WS-INTERVALO PIC 9(3) VALUE 0.
       01 WS-HOY PIC 9(8).
       01 WS-ULTIMO-ENVIO PIC 9(8).
       01 WS-DIAS PIC S9(7).
       01 WS-SUPRIMIDAS-CRITERIO PIC 9(5) VALUE 0.
       01 WS-SUPRIMIDAS-INTERVALO PIC 9(5) VALUE 0.
       01 WS-TABLA-PLANTILLA.
           05 WS-LINEA-MOD PIC X(80) OCCURS 50.
      *Versiones por idioma de la plantilla elegida; la activa se
      *copia a WS-TABLA-PLANTILLA al cambiar de idioma.
       01 WS-TOTAL-IDIOMAS PIC 9 VALUE 0.
       01 WS-TABLA-IDIOMAS.
           05 WS-PLANT-IDI OCCURS 5.
               10 WS-IDIOMA-PLT PIC XX.
               10 WS-LINEAS-PLT PIC 9(3).
               10 WS-CARTAS-PLT PIC 9(5).
               10 WS-BLOQUE-PLT.
                   15 WS-TEXTO-PLT PIC X(80) OCCURS 50.
       01 WS-S PIC 9.
       01 WS-SLOT-DEFECTO PIC 9 VALUE 0.
       01 WS-SLOT-ACTIVO PIC 9 VALUE 0.
       01 WS-IDIOMA-SECCION PIC XX.
       01 WS-IDIOMA-PEDIDO PIC XX.
       01 WS-IDIOMA-ACTIVO PIC XX VALUE SPACES.
       01 WS-CAE-DEFECTO PIC X VALUE "N".
       01 WS-CAIDAS-DEFECTO PIC 9(5) VALUE 0.
       01 WS-DESTINO PIC X VALUE "I".
       01 WS-PIEZAS-STATUS PIC XX.
       01 WS-ORDEN-STATUS PIC XX.
       01 WS-IMPCTL-STATUS PIC XX.
       01 WS-NOMBRE-PIEZAS PIC X(12).
       01 WS-NOMBRE-ORDEN PIC X(12).
       01 WS-TRABAJO PIC 9(4) VALUE 0.
       01 WS-PLANTILLA-PIEZA PIC X(12).
       01 WS-FIN-IMPCTL PIC X.
       01 WS-HOGAR-PIEZA PIC 9(4).
       01 WS-ZONA-PIEZA PIC X(3).
       01 WS-TOTAL-ZONAS PIC 9(4) VALUE 0.
       01 WS-Z PIC 9(4).
       01 WS-ENTRADA-ZONA PIC X(9).
       01 WS-FUNCION-SOL PIC X.
       01 WS-OPERADOR-SOL PIC X(10).
       01 WS-NIVEL-SOL PIC 9.
       01 WS-IDIOMA-SOL PIC XX.
       01 WS-VALOR-SOL PIC X(10).
       01 WS-ACTIVO-SOL PIC X.
      *Piezas por zona postal (tres primeras posiciones del codigo)
      *para la orden de trabajo de la imprenta.
       01 WS-TABLA-ZONAS.
           05 WS-ZONA-TAB OCCURS 1000.
               10 WS-ZONA-COD PIC X(3).
               10 WS-ZONA-PIEZAS PIC 9(6).

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
           MOVE SPACES TO WS-FECHA-HOY.
           STRING WS-FECHA-HORA(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-FECHA-HORA(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-HOY.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           DISPLAY "C=CARTAS E=ETIQUETAS "
               "L=ETIQUETAS POR CODIGO POSTAL K=CAMPANA".
           PERFORM TOMA-PARAMETRO.
           MOVE WS-VALOR-SOL TO WS-MODO.
           IF WS-MODO = "l"
               MOVE "L" TO WS-MODO
           END-IF.
           IF WS-MODO = "k"
               MOVE "K" TO WS-MODO
           END-IF.
           DISPLAY "DESTINO: I=IMPRIMIR AQUI "
               "V=ARCHIVO PARA LA IMPRENTA".
           PERFORM TOMA-PARAMETRO.
           MOVE WS-VALOR-SOL TO WS-DESTINO.
           IF WS-DESTINO = "v"
               MOVE "V" TO WS-DESTINO
           END-IF.
           IF WS-DESTINO NOT = "V"
               MOVE "I" TO WS-DESTINO
           END-IF.
      *    Una campana se corre como cartas con los criterios y la
      *    plantilla de su definicion en lugar de preguntarlos.
           IF WS-MODO = "K"
               PERFORM PREPARA-CAMPANA
               IF WS-CAMPANA = SPACES
                   MOVE 8 TO RETURN-CODE
                   CALL "CIERRA-OPERADOR" USING WS-PROGRAMA
                       WS-OPERADOR
                   GOBACK
               END-IF
           END-IF.
           IF WS-MODO = "L"
               OPEN INPUT CONTACTO-FILE
               IF WS-CONTACTO-STATUS NOT = "00"
                   DISPLAY "NO HAY ARCHIVO DE CONTACTOS, "
                       "NO SE PUEDE ORDENAR POR CODIGO POSTAL"
                   MOVE 8 TO RETURN-CODE
                   CALL "CIERRA-OPERADOR" USING WS-PROGRAMA
                       WS-OPERADOR
                   GOBACK
               END-IF
           END-IF.
      *    Con el archivo de contactos a mano, toda corrida salta a
      *    quien solo tiene direcciones devueltas por el correo.
           IF WS-MODO NOT = "L" AND WS-HAY-CONTACTOS NOT = "S"
               OPEN INPUT CONTACTO-FILE
               IF WS-CONTACTO-STATUS = "00"
                   MOVE "S" TO WS-CONTACTOS-DEV
               END-IF
           END-IF.
      *    La imprenta recibe el bloque de direccion de cada pieza:
      *    sin archivo de contactos no hay nada que mandarle.
           IF WS-DESTINO = "V" AND WS-MODO NOT = "L" AND
              WS-HAY-CONTACTOS NOT = "S" AND WS-CONTACTOS-DEV NOT = "S"
               DISPLAY "NO HAY ARCHIVO DE CONTACTOS, "
                   "NO SE PUEDE PREPARAR EL ARCHIVO PARA LA IMPRENTA"
               MOVE 8 TO RETURN-CODE
               CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR
               GOBACK
           END-IF.
           IF WS-CAMPANA = SPACES
               PERFORM SOLICITA-BANDA
           END-IF.
      *    Agrupado por hogar: una sola carta por hogar, dirigida a
      *    la cabeza; los demas miembros se suprimen y se cuentan en
      *    el resumen de la corrida.
           IF WS-MODO = "C" OR WS-MODO = "c"
               IF WS-CAMPANA = SPACES
                   DISPLAY "UNA CARTA POR HOGAR (S/N)"
                   PERFORM TOMA-PARAMETRO
                   MOVE WS-VALOR-SOL TO WS-AGRUPA-HOGAR
                   IF WS-AGRUPA-HOGAR = "s"
                       MOVE "S" TO WS-AGRUPA-HOGAR
                   END-IF
               END-IF
               IF WS-AGRUPA-HOGAR = "S"
                   OPEN INPUT HOGARES-FILE
                   END-IF
               END-IF
           END-IF.
      *    Cada pieza para la imprenta lleva el hogar de la persona,
      *    se agrupe o no.
           IF WS-DESTINO = "V" AND WS-HAY-HOGARES NOT = "S"
               OPEN INPUT HOGARES-FILE
               IF WS-HOGARES-STATUS = "00"
                   MOVE "S" TO WS-HAY-HOGARES
               END-IF
           END-IF.
           IF WS-MODO = "C" OR WS-MODO = "c"
               PERFORM CARGA-PLANTILLA
               IF WS-PLANTILLA-CARGADA = 0
                   DISPLAY "NO HAY PLANTILLA (CARTAMOD.TXT) "
                       WS-PLANTILLA-BUSCADA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM GENERA-SALIDA
           ELSE
               PERFORM GENERA-SALIDA
           END-IF.
           IF WS-HAY-CONTACTOS = "S" OR WS-CONTACTOS-DEV = "S"
               CLOSE CONTACTO-FILE
           END-IF.
           CALL "CIERRA-OPERADOR" USING WS-PROGRAMA WS-OPERADOR.
           GOBACK.

       PREPARA-CAMPANA.
           DISPLAY "CODIGO DE CAMPANA".
           PERFORM TOMA-PARAMETRO.
           MOVE WS-VALOR-SOL TO WS-CAMPANA.
           OPEN INPUT CAMPANAS-FILE.
           IF WS-CAMPANAS-STATUS NOT = "00"
               DISPLAY "NO HAY CAMPANAS DEFINIDAS (CAMPANA.DAT)"
               MOVE SPACES TO WS-CAMPANA
           ELSE
               MOVE WS-CAMPANA TO CODIGO-CAMP
               READ CAMPANAS-FILE
                   INVALID KEY
                       DISPLAY "CAMPANA NO ENCONTRADA"
                       MOVE SPACES TO WS-CAMPANA
                   NOT INVALID KEY
                       IF ACTIVA-CAMP = "N"
                           DISPLAY "LA CAMPANA ESTA DADA DE BAJA"
                           MOVE SPACES TO WS-CAMPANA
                       ELSE
                           PERFORM TOMA-CRITERIOS-CAMPANA
                       END-IF
               END-READ
               CLOSE CAMPANAS-FILE
           END-IF.

      *    Un criterio en blanco o en cero no filtra. El filtro por
      *    region o codigo postal mira la direccion vigente, asi que
      *    sin archivo de contactos la campana no se puede correr.
       TOMA-CRITERIOS-CAMPANA.
           DISPLAY "CAMPANA: " NOMBRE-CAMP.
           MOVE "C" TO WS-MODO.
           MOVE PLANTILLA-CAMP TO WS-PLANTILLA-BUSCADA.
           MOVE CATEG-CAMP TO WS-CATEG-CAMP.
      *    Una campana definida sobre un codigo ya retirado sigue a
      *    las personas reasignadas a su sucesor.
           CALL "RESUELVE-CATEGORIA" USING CATEG-CAMP WS-CATEG-CAMP
               WS-CATEG-RETIRADA.
           IF WS-CATEG-RETIRADA = "S"
               DISPLAY "CATEGORIA " CATEG-CAMP " RETIRADA, SE USA "
                   WS-CATEG-CAMP
           END-IF.
           MOVE ESTADO-CAMP TO WS-ESTADO-CAMP.
           MOVE EDAD-DESDE-CAMP TO WS-EDAD-DESDE.
           IF EDAD-HASTA-CAMP > 0
               MOVE EDAD-HASTA-CAMP TO WS-EDAD-HASTA
           END-IF.
           MOVE REGION-CAMP TO WS-REGION-CAMP.
           MOVE CP-DESDE-CAMP TO WS-CP-DESDE.
           MOVE CP-HASTA-CAMP TO WS-CP-HASTA.
           MOVE INTERVALO-CAMP TO WS-INTERVALO.
           IF SOLO-CABEZAS-CAMP = "S"
               MOVE "S" TO WS-AGRUPA-HOGAR
           ELSE
               MOVE "N" TO WS-AGRUPA-HOGAR
           END-IF.
           IF WS-REGION-CAMP NOT = SPACES OR
              WS-CP-DESDE NOT = SPACES OR
              WS-CP-HASTA NOT = SPACES
               OPEN INPUT CONTACTO-FILE
               IF WS-CONTACTO-STATUS = "00"
                   MOVE "S" TO WS-HAY-CONTACTOS
               ELSE
                   DISPLAY "NO HAY ARCHIVO DE CONTACTOS, NO SE "
                       "PUEDE FILTRAR POR DIRECCION"
                   MOVE SPACES TO WS-CAMPANA
               END-IF
           END-IF.

       SOLICITA-BANDA.
           DISPLAY "EDAD DESDE (EN BLANCO = 16)".
           PERFORM TOMA-PARAMETRO.
           MOVE WS-VALOR-SOL TO WS-EDAD-ENTRADA.
           IF WS-EDAD-ENTRADA NOT = SPACES
               CALL "VALIDA-NUMERO" USING WS-EDAD-ENTRADA
                   WS-ES-NUMERICO
               END-IF
           END-IF.
           DISPLAY "EDAD HASTA (EN BLANCO = 99)".
           PERFORM TOMA-PARAMETRO.
           MOVE WS-VALOR-SOL TO WS-EDAD-ENTRADA.
           IF WS-EDAD-ENTRADA NOT = SPACES
               CALL "VALIDA-NUMERO" USING WS-EDAD-ENTRADA
                   WS-ES-NUMERICO
               END-IF
           END-IF.

      *    En una corrida de la cola la respuesta es la que se cargo
      *    con la solicitud; si no, la teclea el operador.
       TOMA-PARAMETRO.
           MOVE "P" TO WS-FUNCION-SOL.
           CALL "PARAMETRO-SOLICITUD" USING WS-FUNCION-SOL
               WS-OPERADOR-SOL WS-NIVEL-SOL WS-IDIOMA-SOL WS-VALOR-SOL
               WS-ACTIVO-SOL.
           IF WS-ACTIVO-SOL NOT = "S"
               MOVE SPACES TO WS-VALOR-SOL
               ACCEPT WS-VALOR-SOL
           END-IF.

      *    CARTAMOD.TXT puede traer varias plantillas, cada una detras
      *    de una linea "&PLANTILLA nombre"; lo que va antes de la
      *    primera marca es la plantilla de las corridas sueltas.
       CARGA-PLANTILLA.
           MOVE "N" TO WS-FIN-PLANTILLA.
           IF WS-PLANTILLA-BUSCADA = SPACES
               MOVE "S" TO WS-EN-SECCION
               MOVE "ES" TO WS-IDIOMA-SECCION
               PERFORM UBICA-IDIOMA-SECCION
           ELSE
               MOVE "N" TO WS-EN-SECCION
           END-IF.
           OPEN INPUT PLANTILLA-FILE.
           IF WS-PLANTILLA-STATUS = "00"
               PERFORM UNTIL WS-FIN-PLANTILLA = "S"
                       AT END
                           MOVE "S" TO WS-FIN-PLANTILLA
                       NOT AT END
                           PERFORM TOMA-LINEA-PLANTILLA
                   END-READ
               END-PERFORM
               CLOSE PLANTILLA-FILE
           END-IF.
      *    La version de defecto es la castellana; sin ella no hay
      *    plantilla y la corrida no sale.
           MOVE 0 TO WS-SLOT-DEFECTO.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-TOTAL-IDIOMAS
               IF WS-IDIOMA-PLT(WS-S) = "ES" AND
                  WS-LINEAS-PLT(WS-S) > 0
                   MOVE WS-S TO WS-SLOT-DEFECTO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PLANTILLA-CARGADA.
           IF WS-SLOT-DEFECTO > 0
               MOVE WS-SLOT-DEFECTO TO WS-SLOT-ACTIVO
               MOVE "ES" TO WS-IDIOMA-ACTIVO
               MOVE WS-BLOQUE-PLT(WS-SLOT-DEFECTO)
                   TO WS-TABLA-PLANTILLA
               MOVE WS-LINEAS-PLT(WS-SLOT-DEFECTO)
                   TO WS-PLANTILLA-CARGADA
           END-IF.

       TOMA-LINEA-PLANTILLA.
           IF LINEA-PLANTILLA(1:11) = "&PLANTILLA "
               IF LINEA-PLANTILLA(12:12) = WS-PLANTILLA-BUSCADA
                   MOVE "S" TO WS-EN-SECCION
                   MOVE FUNCTION UPPER-CASE(LINEA-PLANTILLA(25:2))
                       TO WS-IDIOMA-SECCION
                   IF WS-IDIOMA-SECCION = SPACES
                       MOVE "ES" TO WS-IDIOMA-SECCION
                   END-IF
                   PERFORM UBICA-IDIOMA-SECCION
               ELSE
                   MOVE "N" TO WS-EN-SECCION
               END-IF
           ELSE
               IF WS-EN-SECCION = "S" AND WS-S > 0
                   IF WS-LINEAS-PLT(WS-S) < 50
                       ADD 1 TO WS-LINEAS-PLT(WS-S)
                       MOVE LINEA-PLANTILLA TO
                           WS-TEXTO-PLT(WS-S WS-LINEAS-PLT(WS-S))
                   END-IF
               END-IF
           END-IF.

      *    Deja en WS-S la version del idioma de la seccion, abriendo
      *    una nueva si es la primera vez que aparece; pasadas las
      *    cinco versiones las lineas se ignoran.
       UBICA-IDIOMA-SECCION.
           MOVE 0 TO WS-F.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-TOTAL-IDIOMAS OR WS-F > 0
               IF WS-IDIOMA-PLT(WS-S) = WS-IDIOMA-SECCION
                   MOVE WS-S TO WS-F
               END-IF
           END-PERFORM.
           IF WS-F = 0 AND WS-TOTAL-IDIOMAS < 5
               ADD 1 TO WS-TOTAL-IDIOMAS
               MOVE WS-TOTAL-IDIOMAS TO WS-F
               MOVE WS-IDIOMA-SECCION TO WS-IDIOMA-PLT(WS-F)
               MOVE 0 TO WS-LINEAS-PLT(WS-F)
               MOVE 0 TO WS-CARTAS-PLT(WS-F)
           END-IF.
           MOVE WS-F TO WS-S.

      *    La version de la carta sigue el idioma de la persona; sin
      *    version en ese idioma sale la de defecto y se cuenta.
       ELIGE-IDIOMA-CARTA.
           MOVE IDIOMA-REC TO WS-IDIOMA-PEDIDO.
           IF WS-IDIOMA-PEDIDO = SPACES
               MOVE "ES" TO WS-IDIOMA-PEDIDO
           END-IF.
           IF WS-IDIOMA-PEDIDO NOT = WS-IDIOMA-ACTIVO
               MOVE WS-IDIOMA-PEDIDO TO WS-IDIOMA-ACTIVO
               MOVE WS-SLOT-DEFECTO TO WS-F
               MOVE "S" TO WS-CAE-DEFECTO
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-TOTAL-IDIOMAS
                   IF WS-IDIOMA-PLT(WS-S) = WS-IDIOMA-PEDIDO AND
                      WS-LINEAS-PLT(WS-S) > 0
                       MOVE WS-S TO WS-F
                       MOVE "N" TO WS-CAE-DEFECTO
                   END-IF
               END-PERFORM
               IF WS-F NOT = WS-SLOT-ACTIVO
                   MOVE WS-F TO WS-SLOT-ACTIVO
                   MOVE WS-BLOQUE-PLT(WS-F) TO WS-TABLA-PLANTILLA
                   MOVE WS-LINEAS-PLT(WS-F) TO WS-PLANTILLA-CARGADA
               END-IF
           END-IF.

       CUENTA-IDIOMA-CARTA.
           ADD 1 TO WS-CARTAS-PLT(WS-SLOT-ACTIVO).
           IF WS-CAE-DEFECTO = "S"
               ADD 1 TO WS-CAIDAS-DEFECTO
           END-IF.

       GENERA-SALIDA.
           OPEN INPUT PERSONAS-FILE.
           IF WS-PERSONAS-STATUS NOT = "00"
               DISPLAY "NO HAY PERSONAS REGISTRADAS"
           ELSE
               IF WS-DESTINO = "V"
                   PERFORM ABRE-TRABAJO-IMPRENTA
               ELSE
               IF WS-MODO = "C" OR WS-MODO = "c"
                   OPEN OUTPUT CARTAS-FILE
               ELSE
                   OPEN OUTPUT ETIQUETAS-FILE
               END-IF
               END-IF
               OPEN EXTEND ENVIOS-FILE
               IF WS-ENVIOS-STATUS = "35"
                   OPEN OUTPUT ENVIOS-FILE
               END-IF
               PERFORM ABRE-CAMPENV
               PERFORM UNTIL WS-FIN-PERSONAS = "S"
                   READ PERSONAS-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-PERSONAS
                       NOT AT END
                           CALL "VERIFICA-CATEGORIA" USING
                               WS-OPERADOR CATEG-REC WS-VISIBLE
                           IF WS-VISIBLE NOT = "S"
                               CONTINUE
                           ELSE
                           IF ESTADO-REC = "F" OR
                              (ESTADO-REC = "I" AND
                               WS-ESTADO-CAMP NOT = "I")
                               ADD 1 TO WS-SUPRIMIDAS-ESTADO
                           ELSE
                           IF PREF-CORREO-REC = "N"
                           ELSE
                           IF EDAD-REC >= WS-EDAD-DESDE AND
                              EDAD-REC <= WS-EDAD-HASTA
                               PERFORM FILTRA-POR-DEVOLUCION
                               IF WS-SALTA-PERSONA NOT = "S"
                                   PERFORM FILTRA-POR-CAMPANA
                               END-IF
                               IF WS-SALTA-PERSONA NOT = "S"
                                   PERFORM FILTRA-POR-HOGAR
                               END-IF
                               IF WS-SALTA-PERSONA NOT = "S"
                                   PERFORM FILTRA-POR-INTERVALO
                               END-IF
                               IF WS-SALTA-PERSONA NOT = "S" AND
                                  (WS-MODO = "C" OR WS-MODO = "c")
                                   PERFORM ELIGE-IDIOMA-CARTA
                               END-IF
                               IF WS-SALTA-PERSONA NOT = "S" AND
                                  WS-DESTINO = "V"
                                   PERFORM ESCRIBE-PIEZA
                                   MOVE "S" TO WS-SALTA-PERSONA
                               END-IF
                               IF WS-SALTA-PERSONA NOT = "S"
                                   ADD 1 TO WS-TOTAL-CARTAS
                                   EVALUATE TRUE
                           END-IF
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DESTINO = "V"
                       CLOSE PIEZAS-FILE
                       PERFORM CIERRA-TRABAJO-IMPRENTA
                       IF WS-MODO = "L"
                           CLOSE CONTACTO-FILE
                       END-IF
                   WHEN WS-MODO = "C" OR WS-MODO = "c"
                       CLOSE CARTAS-FILE
                   WHEN WS-MODO = "L"
                       CLOSE ETIQUETAS-FILE
               END-EVALUATE
               CLOSE PERSONAS-FILE
               CLOSE ENVIOS-FILE
               IF WS-HAY-CAMPENV = "S"
                   CLOSE CAMPENV-FILE
               END-IF
               IF WS-CAMPANA NOT = SPACES
                   PERFORM ACTUALIZA-CAMPANA
               END-IF
               IF WS-HAY-HOGARES = "S"
                   CLOSE HOGARES-FILE
               END-IF
      *        El catalogo de reportes guarda que se imprimio, con
      *        cuantas paginas y desde donde, para poder reimprimir
      *        desde cualquier pagina si la impresora se atasca.
               IF WS-DESTINO = "V"
                   MOVE WS-NOMBRE-ORDEN TO WS-ARCHIVO-CAT
                   MOVE 1 TO WS-PAGINAS-CAT
               ELSE
               IF WS-MODO = "C" OR WS-MODO = "c"
                   MOVE "CARTAS.PRT" TO WS-ARCHIVO-CAT
                   MOVE WS-TOTAL-CARTAS TO WS-PAGINAS-CAT
                   MOVE "ETIQUETA.PRT" TO WS-ARCHIVO-CAT
                   MOVE 1 TO WS-PAGINAS-CAT
               END-IF
               END-IF
               CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
                   WS-ARCHIVO-CAT WS-PAGINAS-CAT
               DISPLAY "PERSONAS SELECCIONADAS: " WS-TOTAL-CARTAS
                   WS-SUPRIMIDAS-ESTADO
               DISPLAY "SUPRIMIDAS POR NO RECIBIR CORREO: "
                   WS-SUPRIMIDAS-OPTOUT
               DISPLAY "SUPRIMIDAS POR DIRECCION DEVUELTA: "
                   WS-SUPRIMIDAS-DEVUELTA
               IF WS-MODO = "C" OR WS-MODO = "c"
                   PERFORM VARYING WS-S FROM 1 BY 1
                           UNTIL WS-S > WS-TOTAL-IDIOMAS
                       IF WS-CARTAS-PLT(WS-S) > 0
                           DISPLAY "CARTAS EN " WS-IDIOMA-PLT(WS-S)
                               ": " WS-CARTAS-PLT(WS-S)
                       END-IF
                   END-PERFORM
                   DISPLAY "SIN PLANTILLA EN SU IDIOMA, "
                       "SALIERON EN ES: " WS-CAIDAS-DEFECTO
               END-IF
               IF WS-DESTINO = "V"
                   DISPLAY "TRABAJO DE IMPRENTA " WS-TRABAJO
                       " PIEZAS EN " WS-NOMBRE-PIEZAS
                   DISPLAY "SIN DIRECCION, SIN PIEZA: "
                       WS-SIN-DIRECCION
               END-IF
               IF WS-AGRUPA-HOGAR = "S"
                   DISPLAY "MIEMBROS DE HOGAR SUPRIMIDOS: "
                       WS-SUPRIMIDAS-HOGAR
               END-IF
               IF WS-CAMPANA NOT = SPACES
                   DISPLAY "FUERA DE LOS CRITERIOS DE LA CAMPANA: "
                       WS-SUPRIMIDAS-CRITERIO
                   DISPLAY "SUPRIMIDAS POR INTERVALO ENTRE ENVIOS: "
                       WS-SUPRIMIDAS-INTERVALO
               END-IF
           END-IF.

      ******************************************************************
      * Trabajo para la imprenta externa: el numero sigue al ultimo
      * de IMPRCTL.TXT y da nombre al archivo de piezas y a la orden.
      ******************************************************************
       ABRE-TRABAJO-IMPRENTA.
           MOVE 0 TO WS-TRABAJO.
           MOVE "N" TO WS-FIN-IMPCTL.
           OPEN INPUT IMPCTL-FILE.
           IF WS-IMPCTL-STATUS = "00"
               PERFORM UNTIL WS-FIN-IMPCTL = "S"
                   READ IMPCTL-FILE
                       AT END
                           MOVE "S" TO WS-FIN-IMPCTL
                       NOT AT END
                           IF TRABAJO-ICT IS NUMERIC
                               MOVE TRABAJO-ICT TO WS-TRABAJO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMPCTL-FILE
           END-IF.
           ADD 1 TO WS-TRABAJO.
           MOVE SPACES TO WS-NOMBRE-PIEZAS WS-NOMBRE-ORDEN.
           STRING "IMPR" DELIMITED BY SIZE
               WS-TRABAJO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-NOMBRE-PIEZAS.
           STRING "IMPT" DELIMITED BY SIZE
               WS-TRABAJO DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO WS-NOMBRE-ORDEN.
           IF WS-MODO = "C" OR WS-MODO = "c"
               IF WS-PLANTILLA-BUSCADA = SPACES
                   MOVE "CARTA" TO WS-PLANTILLA-PIEZA
               ELSE
                   MOVE WS-PLANTILLA-BUSCADA TO WS-PLANTILLA-PIEZA
               END-IF
           ELSE
               MOVE "ETIQUETA" TO WS-PLANTILLA-PIEZA
           END-IF.
           OPEN OUTPUT PIEZAS-FILE.

      *    Una pieza por persona con direccion D vigente; la zona es
      *    el comienzo del codigo postal, como los distritos del
      *    informe geografico.
       ESCRIBE-PIEZA.
           PERFORM BUSCA-DIRECCION-PERSONA.
           IF WS-FIN-CONTACTOS NOT = "D"
               ADD 1 TO WS-SIN-DIRECCION
           ELSE
               ADD 1 TO WS-TOTAL-CARTAS
               MOVE 0 TO WS-HOGAR-PIEZA
               IF WS-HAY-HOGARES = "S"
                   MOVE NUMERO-PERSONA TO NUMERO-PERSONA-HOG
                   READ HOGARES-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE NUMERO-HOGAR-HOG TO WS-HOGAR-PIEZA
                   END-READ
               END-IF
               MOVE SPACES TO PIEZA-IMP-REC
               MOVE WS-TRABAJO TO TRABAJO-PZ
               MOVE WS-TOTAL-CARTAS TO PIEZA-PZ
               MOVE WS-PLANTILLA-PIEZA TO PLANTILLA-PZ
               MOVE WS-MODO TO TIPO-PZ
               IF TIPO-PZ = "c"
                   MOVE "C" TO TIPO-PZ
               END-IF
               IF TIPO-PZ NOT = "C" AND TIPO-PZ NOT = "L"
                   MOVE "E" TO TIPO-PZ
               END-IF
               MOVE NUMERO-PERSONA TO NUMERO-PZ
               MOVE WS-HOGAR-PIEZA TO HOGAR-PZ
               STRING FUNCTION TRIM(NOMBRE-REC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(APELLIDOS-REC) DELIMITED BY SIZE
                   INTO NOMBRE-PZ
               MOVE CALLE-CON TO CALLE-PZ
               MOVE CIUDAD-CON TO CIUDAD-PZ
               MOVE REGION-CON TO REGION-PZ
               MOVE CP-CON TO CP-PZ
               MOVE CP-CON(1:3) TO ZONA-PZ
               IF TIPO-PZ = "C"
                   MOVE WS-IDIOMA-PLT(WS-SLOT-ACTIVO) TO IDIOMA-PZ
                   PERFORM CUENTA-IDIOMA-CARTA
               ELSE
                   MOVE IDIOMA-REC TO IDIOMA-PZ
                   IF IDIOMA-PZ = SPACES
                       MOVE "ES" TO IDIOMA-PZ
                   END-IF
               END-IF
               WRITE PIEZA-IMP-REC
               MOVE ZONA-PZ TO WS-ZONA-PIEZA
               PERFORM SUMA-ZONA
               PERFORM GRABA-ENVIO
           END-IF.

       SUMA-ZONA.
           MOVE 0 TO WS-F.
           PERFORM VARYING WS-Z FROM 1 BY 1
                   UNTIL WS-Z > WS-TOTAL-ZONAS OR WS-F > 0
               IF WS-ZONA-COD(WS-Z) = WS-ZONA-PIEZA
                   MOVE WS-Z TO WS-F
               END-IF
           END-PERFORM.
           IF WS-F = 0 AND WS-TOTAL-ZONAS < 1000
               ADD 1 TO WS-TOTAL-ZONAS
               MOVE WS-TOTAL-ZONAS TO WS-F
               MOVE WS-ZONA-PIEZA TO WS-ZONA-COD(WS-F)
               MOVE 0 TO WS-ZONA-PIEZAS(WS-F)
           END-IF.
           IF WS-F > 0
               ADD 1 TO WS-ZONA-PIEZAS(WS-F)
           END-IF.

      *    Orden de trabajo: piezas por plantilla y zona postal en
      *    orden de zona, y la linea pendiente de conciliar.
       CIERRA-TRABAJO-IMPRENTA.
           PERFORM VARYING WS-E FROM 2 BY 1
                   UNTIL WS-E > WS-TOTAL-ZONAS
               MOVE WS-ZONA-TAB(WS-E) TO WS-ENTRADA-ZONA
               MOVE WS-E TO WS-F
               PERFORM UNTIL WS-F = 1 OR
                       WS-ZONA-COD(WS-F - 1) <= WS-ENTRADA-ZONA(1:3)
                   MOVE WS-ZONA-TAB(WS-F - 1) TO WS-ZONA-TAB(WS-F)
                   SUBTRACT 1 FROM WS-F
               END-PERFORM
               MOVE WS-ENTRADA-ZONA TO WS-ZONA-TAB(WS-F)
           END-PERFORM.
           OPEN OUTPUT ORDEN-FILE.
           MOVE SPACES TO LINEA-ORDEN.
           STRING "ORDEN DE TRABAJO DE IMPRENTA " DELIMITED BY SIZE
               WS-TRABAJO DELIMITED BY SIZE
               "  FECHA " DELIMITED BY SIZE
               WS-FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-ORDEN.
           WRITE LINEA-ORDEN.
           MOVE SPACES TO LINEA-ORDEN.
           STRING "ARCHIVO DE PIEZAS: " DELIMITED BY SIZE
               WS-NOMBRE-PIEZAS DELIMITED BY SIZE
               "  OPERADOR: " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               INTO LINEA-ORDEN.
           WRITE LINEA-ORDEN.
           IF WS-CAMPANA NOT = SPACES
               MOVE SPACES TO LINEA-ORDEN
               STRING "CAMPANA: " DELIMITED BY SIZE
                   WS-CAMPANA DELIMITED BY SIZE
                   INTO LINEA-ORDEN
               WRITE LINEA-ORDEN
           END-IF.
           MOVE SPACES TO LINEA-ORDEN.
           WRITE LINEA-ORDEN.
           MOVE "PLANTILLA     ZONA  PIEZAS" TO LINEA-ORDEN.
           WRITE LINEA-ORDEN.
           PERFORM VARYING WS-Z FROM 1 BY 1
                   UNTIL WS-Z > WS-TOTAL-ZONAS
               MOVE SPACES TO LINEA-ORDEN
               MOVE WS-PLANTILLA-PIEZA TO LINEA-ORDEN(1:12)
               MOVE WS-ZONA-COD(WS-Z) TO LINEA-ORDEN(15:3)
               MOVE WS-ZONA-PIEZAS(WS-Z) TO LINEA-ORDEN(21:6)
               WRITE LINEA-ORDEN
           END-PERFORM.
           IF WS-MODO = "C" OR WS-MODO = "c"
               MOVE SPACES TO LINEA-ORDEN
               WRITE LINEA-ORDEN
               MOVE "PLANTILLA     IDIOMA  PIEZAS" TO LINEA-ORDEN
               WRITE LINEA-ORDEN
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-TOTAL-IDIOMAS
                   IF WS-CARTAS-PLT(WS-S) > 0
                       MOVE SPACES TO LINEA-ORDEN
                       MOVE WS-PLANTILLA-PIEZA TO LINEA-ORDEN(1:12)
                       MOVE WS-IDIOMA-PLT(WS-S) TO LINEA-ORDEN(15:2)
                       MOVE WS-CARTAS-PLT(WS-S) TO LINEA-ORDEN(23:5)
                       WRITE LINEA-ORDEN
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO LINEA-ORDEN.
           STRING "TOTAL DE PIEZAS: " DELIMITED BY SIZE
               WS-TOTAL-CARTAS DELIMITED BY SIZE
               INTO LINEA-ORDEN.
           WRITE LINEA-ORDEN.
           CLOSE ORDEN-FILE.
           OPEN EXTEND IMPCTL-FILE.
           IF WS-IMPCTL-STATUS = "35"
               OPEN OUTPUT IMPCTL-FILE
           END-IF.
           MOVE SPACES TO IMPRCTL-REC.
           MOVE WS-TRABAJO TO TRABAJO-ICT.
           MOVE WS-HOY TO FECHA-ICT.
           MOVE WS-OPERADOR TO OPERADOR-ICT.
           MOVE WS-PLANTILLA-PIEZA TO PLANTILLA-ICT.
           MOVE WS-TOTAL-CARTAS TO PIEZAS-ICT.
           MOVE "P" TO ESTADO-ICT.
           MOVE 0 TO FECHA-CONC-ICT PRODUCIDAS-ICT FALTANTES-ICT
               SOBRANTES-ICT.
           WRITE IMPRCTL-REC.
           CLOSE IMPCTL-FILE.

       ABRE-CAMPENV.
           OPEN I-O CAMPENV-FILE.
           IF WS-CAMPENV-STATUS = "35"
               OPEN OUTPUT CAMPENV-FILE
               CLOSE CAMPENV-FILE
               OPEN I-O CAMPENV-FILE
           END-IF.
           IF WS-CAMPENV-STATUS = "00"
               MOVE "S" TO WS-HAY-CAMPENV
           ELSE
               DISPLAY "AVISO: NO SE PUEDE ABRIR CAMPENV.DAT, LOS "
                   "ENVIOS DE ESTA CORRIDA NO QUEDAN POR PERSONA"
           END-IF.

      *    Los contadores de la campana se acumulan corrida tras
      *    corrida para el informe de resultados.
       ACTUALIZA-CAMPANA.
           OPEN I-O CAMPANAS-FILE.
           IF WS-CAMPANAS-STATUS = "00"
               MOVE WS-CAMPANA TO CODIGO-CAMP
               READ CAMPANAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-HOY TO ULTIMA-CORRIDA-CAMP
                       ADD 1 TO CORRIDAS-CAMP
                       ADD WS-TOTAL-CARTAS TO ENVIADAS-CAMP
                       ADD WS-SUPRIMIDAS-OPTOUT TO SUPR-OPTOUT-CAMP
                       ADD WS-SUPRIMIDAS-INTERVALO
                           TO SUPR-INTERVALO-CAMP
                       REWRITE CAMPANA-REC
               END-READ
               CLOSE CAMPANAS-FILE
           END-IF.

      *    Sin ninguna direccion D vigente pero con una devuelta (U)
      *    la pieza volveria otra vez; quien no tiene direccion
      *    alguna sigue como antes.
       FILTRA-POR-DEVOLUCION.
           MOVE "N" TO WS-SALTA-PERSONA.
           IF WS-MODO = "L" OR WS-HAY-CONTACTOS = "S" OR
              WS-CONTACTOS-DEV = "S"
               PERFORM BUSCA-DIRECCION-PERSONA
               IF WS-FIN-CONTACTOS = "U"
                   MOVE "S" TO WS-SALTA-PERSONA
                   ADD 1 TO WS-SUPRIMIDAS-DEVUELTA
               END-IF
           END-IF.

      *    Criterios de la campana que no se resuelven con la banda
      *    de edad: categoria, estado y direccion.
       FILTRA-POR-CAMPANA.
           MOVE "N" TO WS-SALTA-PERSONA.
           IF WS-CAMPANA NOT = SPACES
               IF WS-CATEG-CAMP NOT = SPACES AND
                  CATEG-REC NOT = WS-CATEG-CAMP
                   MOVE "S" TO WS-SALTA-PERSONA
               END-IF
               IF WS-ESTADO-CAMP = "I" AND ESTADO-REC NOT = "I"
                   MOVE "S" TO WS-SALTA-PERSONA
               END-IF
               IF WS-SALTA-PERSONA = "N" AND WS-HAY-CONTACTOS = "S"
                   PERFORM FILTRA-POR-DIRECCION
               END-IF
               IF WS-SALTA-PERSONA = "S"
                   ADD 1 TO WS-SUPRIMIDAS-CRITERIO
               END-IF
           END-IF.

       FILTRA-POR-DIRECCION.
           PERFORM BUSCA-DIRECCION-PERSONA.
           IF WS-FIN-CONTACTOS NOT = "D"
               MOVE "S" TO WS-SALTA-PERSONA
           ELSE
               IF WS-REGION-CAMP NOT = SPACES AND
                  REGION-CON NOT = WS-REGION-CAMP
                   MOVE "S" TO WS-SALTA-PERSONA
               END-IF
               IF WS-CP-DESDE NOT = SPACES AND CP-CON < WS-CP-DESDE
                   MOVE "S" TO WS-SALTA-PERSONA
               END-IF
               IF WS-CP-HASTA NOT = SPACES AND CP-CON > WS-CP-HASTA
                   MOVE "S" TO WS-SALTA-PERSONA
               END-IF
           END-IF.

      *    Nadie recibe otra pieza antes de que pasen los dias de
      *    intervalo de la campana desde su ultimo envio, sea de la
      *    campana que sea.
       FILTRA-POR-INTERVALO.
           MOVE "N" TO WS-SALTA-PERSONA.
           IF WS-INTERVALO > 0 AND WS-HAY-CAMPENV = "S"
               PERFORM BUSCA-ULTIMO-ENVIO
               IF WS-ULTIMO-ENVIO > 0
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-HOY) -
                       FUNCTION INTEGER-OF-DATE(WS-ULTIMO-ENVIO)
                   IF WS-DIAS < WS-INTERVALO
                       MOVE "S" TO WS-SALTA-PERSONA
                       ADD 1 TO WS-SUPRIMIDAS-INTERVALO
                   END-IF
               END-IF
           END-IF.

      *    La clave ordena los envios de la persona por fecha: el
      *    ultimo leido es el mas reciente.
       BUSCA-ULTIMO-ENVIO.
           MOVE 0 TO WS-ULTIMO-ENVIO.
           MOVE "N" TO WS-FIN-CAMPENV.
           MOVE NUMERO-PERSONA TO NUMERO-PERSONA-CE.
           MOVE 0 TO FECHA-ENVIO-CE.
           MOVE LOW-VALUES TO CODIGO-CAMP-CE.
           START CAMPENV-FILE KEY IS >= CLAVE-CE
               INVALID KEY MOVE "S" TO WS-FIN-CAMPENV
           END-START.
           PERFORM UNTIL WS-FIN-CAMPENV = "S"
               READ CAMPENV-FILE NEXT
                   AT END
                       MOVE "S" TO WS-FIN-CAMPENV
                   NOT AT END
                       IF NUMERO-PERSONA-CE NOT = NUMERO-PERSONA
                           MOVE "S" TO WS-FIN-CAMPENV
                       ELSE
                           MOVE FECHA-ENVIO-CE TO WS-ULTIMO-ENVIO
                       END-IF
               END-READ
           END-PERFORM.

      *    Con agrupado por hogar solo recibe carta la cabeza del
      *    hogar; una persona sin hogar recibe la suya propia.
       FILTRA-POR-HOGAR.
               MOVE WS-LINEA-SALIDA TO LINEA-CARTA
               WRITE LINEA-CARTA
           END-PERFORM.
           PERFORM CUENTA-IDIOMA-CARTA.
           PERFORM GRABA-ENVIO.

      *    Recorre la linea de plantilla copiando caracteres y
      *    reemplazando los marcadores &APELLIDOS, &NOMBRE, &FECHA y
               MOVE WS-TEXTO-MARCA(1:WS-LARGO)
                   TO WS-ETIQUETA-ARMADA(WS-O:WS-LARGO)
           END-IF.
           PERFORM GRABA-ENVIO.
           IF WS-EN-ETIQUETA = 3
               PERFORM VUELCA-ETIQUETAS
           END-IF.
                       DELIMITED BY SIZE
                       INTO WS-NOMBRE-TAB(WS-TOTAL-CP)
                   MOVE VALOR-CON TO WS-DIR-TAB(WS-TOTAL-CP)
                   PERFORM GRABA-ENVIO
               END-IF
           ELSE
               ADD 1 TO WS-SIN-DIRECCION
           END-IF.

       GRABA-ENVIO.
           MOVE SPACES TO LINEA-ENVIO.
           MOVE WS-FECHA-HORA(1:8) TO FECHA-ENV.
           MOVE WS-FECHA-HORA(9:6) TO HORA-ENV.
           MOVE WS-OPERADOR TO OPERADOR-ENV.
           MOVE NUMERO-PERSONA TO NUMERO-ENV.
           MOVE WS-MODO TO TIPO-ENV.
           IF TIPO-ENV = "c"
               MOVE "C" TO TIPO-ENV
           END-IF.
           IF TIPO-ENV NOT = "C" AND TIPO-ENV NOT = "L"
               MOVE "E" TO TIPO-ENV
           END-IF.
           WRITE LINEA-ENVIO.
           IF WS-HAY-CAMPENV = "S"
               MOVE SPACES TO CAMPENV-REC
               MOVE NUMERO-PERSONA TO NUMERO-PERSONA-CE
               MOVE WS-HOY TO FECHA-ENVIO-CE
               MOVE WS-CAMPANA TO CODIGO-CAMP-CE
               MOVE TIPO-ENV TO TIPO-CE
               MOVE WS-OPERADOR TO OPERADOR-CE
               MOVE 0 TO FECHA-RESP-CE
      *        Una segunda pieza el mismo dia y de la misma campana
      *        ya esta registrada.
               WRITE CAMPENV-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *    Se queda con el contacto D de secuencia mas alta de la
      *    persona, que es el mas reciente. Si no hay ninguno pero
      *    si una direccion devuelta vigente, termina en "U".
       BUSCA-DIRECCION-PERSONA.
           MOVE "N" TO WS-FIN-CONTACTOS.
           MOVE "N" TO WS-HAY-DEVUELTA.
           MOVE NUMERO-PERSONA TO NUMERO-PERSONA-CON.
           MOVE 0 TO SECUENCIA-CON.
           MOVE SPACES TO WS-ENTRADA-CP.
                           IF TIPO-CON = "D" AND FECHA-FIN-CON = 0
                               MOVE CONTACTO-REC TO WS-ENTRADA-CP
                           END-IF
                           IF TIPO-CON = "U" AND FECHA-FIN-CON = 0
                               MOVE "S" TO WS-HAY-DEVUELTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ENTRADA-CP NOT = SPACES
               MOVE WS-ENTRADA-CP TO CONTACTO-REC
               MOVE "D" TO WS-FIN-CONTACTOS
           ELSE
               IF WS-HAY-DEVUELTA = "S"
                   MOVE "U" TO WS-FIN-CONTACTOS
               END-IF
           END-IF.

      *    Ordenado por insercion sobre la clave de codigo postal;
