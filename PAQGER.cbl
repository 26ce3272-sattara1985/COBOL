      ******************************************************************
      * Author: STEVEN ATTARA
      * Date:
      * Purpose: Consolidated morning management pack, last step of
      *          the nightly run, so the managers stop reading six
      *          separate reports. La primera pagina de PAQGER.TXT
      *          trae las cifras clave del dia: veredicto del cuadre
      *          (CUADREST.TXT), puntaje de calidad de datos
      *          (CALIDHIS.TXT), items abiertos y tomados de la cola
      *          de trabajo (WORKQ.DAT) con los fuera de plazo de
      *          COLAGING.TXT, incidentes de ventana de SLAREP.TXT,
      *          feeds faltantes y viejos de FEEDREP.TXT y errores
      *          por severidad de ERRSUM.TXT, mas un indice con la
      *          pagina del paquete donde empieza cada seccion y la
      *          ultima entrada del reporte fuente en RPTCAT.TXT.
      *          Siguen las paginas de detalle: cada reporte fuente
      *          copiado tal cual, empezando en pagina nueva (salto
      *          de forma) y cortando cada 55 lineas, de modo que las
      *          paginas del indice son las mismas que cuenta
      *          CATALOGO-REPORTES al reimprimir el paquete, que se
      *          registra en el catalogo. Un reporte fuente que no
      *          esta en disco sale como NO DISPONIBLE y el paso
      *          termina RC 4; el paquete se arma igual.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAQUETE-GERENCIAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUENTE-FILE ASSIGN TO DYNAMIC WS-NOMBRE-FUENTE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FUENTE-STATUS.
           SELECT ESTADO-FILE ASSIGN TO "CUADREST.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-STATUS.
           SELECT HISTORIA-FILE ASSIGN TO "CALIDHIS.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.
           SELECT WORKQ-FILE ASSIGN TO "WORKQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-WQ
               FILE STATUS IS WS-WORKQ-STATUS.
           SELECT CATALOGO-FILE ASSIGN TO "RPTCAT.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGO-STATUS.
           SELECT PAQUETE-FILE ASSIGN TO "PAQGER.TXT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PAQUETE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FUENTE-FILE.
       01  LINEA-FUENTE PIC X(132).

       FD  ESTADO-FILE.
       01  LINEA-ESTADO.
           05 FECHA-ESTADO PIC 9(8).
           05 FILLER PIC X.
           05 VEREDICTO-ESTADO PIC X.

       FD  HISTORIA-FILE.
       01  LINEA-HISTORIA.
           05 PERIODO-CAL PIC 9(6).
           05 FILLER PIC X.
           05 PUNTAJE-CAL PIC 9(3).
           05 FILLER PIC X.
           05 SINCONT-CAL PIC 9(5).
           05 FILLER PIC X.
           05 FECHAS-CAL PIC 9(5).
           05 FILLER PIC X.
           05 BORDES-CAL PIC 9(5).
           05 FILLER PIC X.
           05 NOMBRES-CAL PIC 9(5).

       FD  WORKQ-FILE.
       01  ITEM-WQ.
           05 NUMERO-WQ PIC 9(6).
           05 ORIGEN-WQ PIC X(12).
           05 REFERENCIA-WQ PIC X(40).
           05 ESTADO-WQ PIC X.
           05 OPERADOR-WQ PIC X(10).
           05 FECHA-ALTA-WQ PIC 9(8).
           05 FECHA-CIERRE-WQ PIC 9(8).
           05 RESOLUCION-WQ PIC X(4).

       FD  CATALOGO-FILE.
       01  LINEA-CATALOGO.
           05 FECHA-CAT PIC X(8).
           05 FILLER PIC X.
           05 HORA-CAT PIC X(6).
           05 FILLER PIC X.
           05 ARCHIVO-CAT PIC X(12).
           05 FILLER PIC X.
           05 PAGINAS-CAT PIC 9(4).
           05 FILLER PIC X.
           05 PROGRAMA-CAT PIC X(20).

       FD  PAQUETE-FILE.
       01  LINEA-PAQUETE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FUENTE-STATUS PIC XX.
       01 WS-ESTADO-STATUS PIC XX.
       01 WS-HISTORIA-STATUS PIC XX.
       01 WS-WORKQ-STATUS PIC XX.
       01 WS-CATALOGO-STATUS PIC XX.
       01 WS-PAQUETE-STATUS PIC XX.
       01 WS-NOMBRE-FUENTE PIC X(12).
       01 WS-FIN-ARCHIVO PIC X.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-HOY PIC X(8).
       01 WS-LINEAS-POR-PAGINA PIC 9(3) VALUE 55.
      *Los seis reportes fuente, en el orden de las secciones.
       01 WS-FUENTES-INI.
           05 FILLER PIC X(12) VALUE "CUADREP.TXT".
           05 FILLER PIC X(30) VALUE "CUADRE DIARIO".
           05 FILLER PIC X(12) VALUE "CALIDREP.TXT".
           05 FILLER PIC X(30) VALUE "CALIDAD DE DATOS".
           05 FILLER PIC X(12) VALUE "COLAGING.TXT".
           05 FILLER PIC X(30) VALUE "COLA DE TRABAJO FUERA DE PLAZO".
           05 FILLER PIC X(12) VALUE "SLAREP.TXT".
           05 FILLER PIC X(30) VALUE "CONTROL DE VENTANA (SLA)".
           05 FILLER PIC X(12) VALUE "FEEDREP.TXT".
           05 FILLER PIC X(30) VALUE "CONTROL DE FEEDS".
           05 FILLER PIC X(12) VALUE "ERRSUM.TXT".
           05 FILLER PIC X(30) VALUE "RESUMEN DE ERRORES".
       01 WS-FUENTES-TABLA REDEFINES WS-FUENTES-INI.
           05 WS-FUENTE OCCURS 6.
               10 WS-FTE-ARCHIVO PIC X(12).
               10 WS-FTE-TITULO PIC X(30).
       01 WS-FUENTES-DATOS.
           05 WS-FTE-DATO OCCURS 6.
               10 WS-FTE-EXISTE PIC X.
               10 WS-FTE-LINEAS PIC 9(5).
               10 WS-FTE-PAGINAS PIC 9(4).
               10 WS-FTE-PAG-INI PIC 9(4).
               10 WS-FTE-CAT-FECHA PIC X(8).
               10 WS-FTE-CAT-HORA PIC X(6).
       01 WS-F PIC 9.
       01 WS-PAGINA PIC 9(4) VALUE 0.
       01 WS-LINEAS-SECCION PIC 9(3).
       01 WS-LEIDAS PIC 9(5).
       01 WS-PAG-ED PIC ZZZ9.
      *Cifras clave de la primera pagina.
       01 WS-CUADRE-FECHA PIC 9(8) VALUE 0.
       01 WS-CUADRE-VEREDICTO PIC X VALUE SPACE.
       01 WS-CALIDAD-PERIODO PIC 9(6) VALUE 0.
       01 WS-CALIDAD-PUNTAJE PIC 9(3) VALUE 0.
       01 WS-CALIDAD-ANTERIOR PIC 9(3) VALUE 0.
       01 WS-HAY-CALIDAD PIC X VALUE "N".
       01 WS-HAY-ANTERIOR PIC X VALUE "N".
       01 WS-DELTA PIC S9(3).
       01 WS-DELTA-ED PIC +ZZ9.
       01 WS-COLA-ABIERTOS PIC 9(5) VALUE 0.
       01 WS-COLA-TOMADOS PIC 9(5) VALUE 0.
       01 WS-HAY-COLA PIC X VALUE "N".
       01 WS-COLA-VIEJOS PIC 9(4) VALUE 0.
       01 WS-HAY-VIEJOS PIC X VALUE "N".
       01 WS-SLA-INCIDENTES PIC 9(3) VALUE 0.
       01 WS-HAY-SLA PIC X VALUE "N".
       01 WS-FEEDS-ESPERADOS PIC 9(3) VALUE 0.
       01 WS-FEEDS-FALTANTES PIC 9(3) VALUE 0.
       01 WS-FEEDS-VIEJOS PIC 9(3) VALUE 0.
       01 WS-HAY-FEEDS PIC X VALUE "N".
       01 WS-ERRORES-FECHA PIC X(8) VALUE SPACES.
       01 WS-ERRORES-TOTAL PIC 9(5) VALUE 0.
       01 WS-HAY-ERRORES PIC X VALUE "N".
       01 WS-SEVERIDADES PIC 99 VALUE 0.
       01 WS-S PIC 99.
       01 WS-SEV-LEIDA PIC X.
       01 WS-CUENTA-LEIDA PIC 9(4).
       01 WS-ENCONTRADO PIC X.
       01 WS-TABLA-SEVERIDAD.
           05 WS-SEVERIDAD-TAB OCCURS 10.
               10 WS-SEV-LETRA PIC X.
               10 WS-SEV-CUENTA PIC 9(5).
       01 WS-PUNTERO PIC 9(3).
       01 WS-PROGRAMA PIC X(20) VALUE "PAQUETE-GERENCIAL".
       01 WS-TIPO-EJEC PIC X.
       01 WS-RC-EJEC PIC 9(4).
       01 WS-RC-FINAL PIC 9(4) VALUE 0.
       01 WS-ARCHIVO-CAT PIC X(12).
       01 WS-PAGINAS-CAT PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "I" TO WS-TIPO-EJEC
           MOVE 0 TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           MOVE WS-FECHA-HORA(1:8) TO WS-HOY.
           PERFORM MIDE-FUENTES.
           PERFORM BUSCA-CATALOGO.
           PERFORM LEE-CUADRE.
           PERFORM LEE-CALIDAD.
           PERFORM LEE-COLA.
           PERFORM LEE-ANTIGUEDAD.
           PERFORM LEE-VENTANA.
           PERFORM LEE-FEEDS.
           PERFORM LEE-ERRORES.
           OPEN OUTPUT PAQUETE-FILE.
           PERFORM ESCRIBE-PORTADA.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               PERFORM ESCRIBE-SECCION
           END-PERFORM.
           CLOSE PAQUETE-FILE.
           MOVE "PAQGER.TXT" TO WS-ARCHIVO-CAT.
           MOVE WS-PAGINA TO WS-PAGINAS-CAT.
           CALL "REGISTRA-REPORTE" USING WS-PROGRAMA
               WS-ARCHIVO-CAT WS-PAGINAS-CAT.
           DISPLAY "PAQUETE GERENCIAL (PAQGER.TXT) - PAGINAS: "
               WS-PAGINA.
           MOVE "F" TO WS-TIPO-EJEC
           MOVE WS-RC-FINAL TO WS-RC-EJEC
           CALL "REGISTRA-EJECUCION" USING WS-PROGRAMA
               WS-TIPO-EJEC WS-RC-EJEC
           MOVE WS-RC-EJEC TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      * Primera pasada: se cuentan las lineas de cada reporte fuente
      * para saber de antemano cuantas paginas ocupa su seccion y en
      * que pagina del paquete empieza (la 1 es la portada).
      ******************************************************************
       MIDE-FUENTES.
           INITIALIZE WS-FUENTES-DATOS.
           MOVE 2 TO WS-FTE-PAG-INI(1).
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               MOVE WS-FTE-ARCHIVO(WS-F) TO WS-NOMBRE-FUENTE
               OPEN INPUT FUENTE-FILE
               IF WS-FUENTE-STATUS = "00"
                   MOVE "S" TO WS-FTE-EXISTE(WS-F)
                   MOVE "N" TO WS-FIN-ARCHIVO
                   PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                       READ FUENTE-FILE
                           AT END
                               MOVE "S" TO WS-FIN-ARCHIVO
                           NOT AT END
                               ADD 1 TO WS-FTE-LINEAS(WS-F)
                       END-READ
                   END-PERFORM
                   CLOSE FUENTE-FILE
               ELSE
                   MOVE "N" TO WS-FTE-EXISTE(WS-F)
                   DISPLAY "REPORTE FUENTE NO DISPONIBLE: "
                       WS-FTE-ARCHIVO(WS-F)
                   MOVE 4 TO WS-RC-FINAL
               END-IF
               IF WS-FTE-LINEAS(WS-F) = 0
                   MOVE 1 TO WS-FTE-PAGINAS(WS-F)
               ELSE
                   COMPUTE WS-FTE-PAGINAS(WS-F) =
                       (WS-FTE-LINEAS(WS-F)
                        + WS-LINEAS-POR-PAGINA - 1)
                       / WS-LINEAS-POR-PAGINA
               END-IF
               IF WS-F > 1
                   COMPUTE WS-FTE-PAG-INI(WS-F) =
                       WS-FTE-PAG-INI(WS-F - 1)
                       + WS-FTE-PAGINAS(WS-F - 1)
               END-IF
           END-PERFORM.

      *    Del catalogo interesa la ultima vez que se registro cada
      *    reporte fuente; el catalogo crece por EXTEND, asi que la
      *    ultima coincidencia es la mas reciente.
       BUSCA-CATALOGO.
           OPEN INPUT CATALOGO-FILE.
           IF WS-CATALOGO-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ CATALOGO-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           PERFORM VARYING WS-F FROM 1 BY 1
                                   UNTIL WS-F > 6
                               IF ARCHIVO-CAT = WS-FTE-ARCHIVO(WS-F)
                                   MOVE FECHA-CAT
                                       TO WS-FTE-CAT-FECHA(WS-F)
                                   MOVE HORA-CAT
                                       TO WS-FTE-CAT-HORA(WS-F)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CATALOGO-FILE
           END-IF.

       LEE-CUADRE.
           OPEN INPUT ESTADO-FILE.
           IF WS-ESTADO-STATUS = "00"
               READ ESTADO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FECHA-ESTADO TO WS-CUADRE-FECHA
                       MOVE VEREDICTO-ESTADO TO WS-CUADRE-VEREDICTO
               END-READ
               CLOSE ESTADO-FILE
           END-IF.

      *    La ultima linea de CALIDHIS es el periodo medido mas
      *    reciente; la anterior de otro periodo da la variacion.
       LEE-CALIDAD.
           OPEN INPUT HISTORIA-FILE.
           IF WS-HISTORIA-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ HISTORIA-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-HAY-CALIDAD = "S" AND
                              PERIODO-CAL NOT = WS-CALIDAD-PERIODO
                               MOVE "S" TO WS-HAY-ANTERIOR
                               MOVE WS-CALIDAD-PUNTAJE
                                   TO WS-CALIDAD-ANTERIOR
                           END-IF
                           MOVE "S" TO WS-HAY-CALIDAD
                           MOVE PERIODO-CAL TO WS-CALIDAD-PERIODO
                           MOVE PUNTAJE-CAL TO WS-CALIDAD-PUNTAJE
                   END-READ
               END-PERFORM
               CLOSE HISTORIA-FILE
           END-IF.

       LEE-COLA.
           OPEN INPUT WORKQ-FILE.
           IF WS-WORKQ-STATUS = "00"
               MOVE "S" TO WS-HAY-COLA
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ WORKQ-FILE NEXT
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           EVALUATE ESTADO-WQ
                               WHEN "A"
                                   ADD 1 TO WS-COLA-ABIERTOS
                               WHEN "T"
                                   ADD 1 TO WS-COLA-TOMADOS
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE WORKQ-FILE
           END-IF.

      *    Los fuera de plazo se toman del total de COLAGING.TXT,
      *    que ya los cuenta en dias habiles segun DIASCOLA.
       LEE-ANTIGUEDAD.
           MOVE "COLAGING.TXT" TO WS-NOMBRE-FUENTE.
           OPEN INPUT FUENTE-FILE.
           IF WS-FUENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FUENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF LINEA-FUENTE(1:22) =
                              "TOTAL FUERA DE PLAZO: "
                              AND LINEA-FUENTE(23:4) IS NUMERIC
                               MOVE "S" TO WS-HAY-VIEJOS
                               MOVE LINEA-FUENTE(23:4)
                                   TO WS-COLA-VIEJOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUENTE-FILE
           END-IF.

       LEE-VENTANA.
           MOVE "SLAREP.TXT" TO WS-NOMBRE-FUENTE.
           OPEN INPUT FUENTE-FILE.
           IF WS-FUENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FUENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF LINEA-FUENTE(1:12) = "INCIDENTES: "
                              AND LINEA-FUENTE(13:3) IS NUMERIC
                               MOVE "S" TO WS-HAY-SLA
                               MOVE LINEA-FUENTE(13:3)
                                   TO WS-SLA-INCIDENTES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUENTE-FILE
           END-IF.

      *    Linea de totales de FEEDREP: "ESPERADOS: nnn FALTANTES:
      *    nnn VIEJOS: nnn".
       LEE-FEEDS.
           MOVE "FEEDREP.TXT" TO WS-NOMBRE-FUENTE.
           OPEN INPUT FUENTE-FILE.
           IF WS-FUENTE-STATUS = "00"
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FUENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF LINEA-FUENTE(1:11) = "ESPERADOS: "
                              AND LINEA-FUENTE(12:3) IS NUMERIC
                              AND LINEA-FUENTE(27:3) IS NUMERIC
                              AND LINEA-FUENTE(39:3) IS NUMERIC
                               MOVE "S" TO WS-HAY-FEEDS
                               MOVE LINEA-FUENTE(12:3)
                                   TO WS-FEEDS-ESPERADOS
                               MOVE LINEA-FUENTE(27:3)
                                   TO WS-FEEDS-FALTANTES
                               MOVE LINEA-FUENTE(39:3)
                                   TO WS-FEEDS-VIEJOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FUENTE-FILE
           END-IF.

      *    ERRSUM trae una linea por programa, severidad y codigo
      *    (severidad en la columna 22, cuenta en la 31); aqui se
      *    suman por severidad. La fecha es la del encabezado.
       LEE-ERRORES.
           INITIALIZE WS-TABLA-SEVERIDAD.
           MOVE "ERRSUM.TXT" TO WS-NOMBRE-FUENTE.
           OPEN INPUT FUENTE-FILE.
           IF WS-FUENTE-STATUS = "00"
               MOVE 0 TO WS-LEIDAS
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FUENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           ADD 1 TO WS-LEIDAS
                           EVALUATE TRUE
                               WHEN WS-LEIDAS = 1
                                   MOVE "S" TO WS-HAY-ERRORES
                                   MOVE LINEA-FUENTE(24:8)
                                       TO WS-ERRORES-FECHA
                               WHEN WS-LEIDAS = 2
                                   CONTINUE
                               WHEN LINEA-FUENTE(1:7) = "TOTAL: "
                                   CONTINUE
                               WHEN LINEA-FUENTE(31:4) IS NUMERIC
                                   PERFORM ACUMULA-SEVERIDAD
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FUENTE-FILE
           END-IF.

       ACUMULA-SEVERIDAD.
           MOVE LINEA-FUENTE(22:1) TO WS-SEV-LEIDA.
           MOVE LINEA-FUENTE(31:4) TO WS-CUENTA-LEIDA.
           ADD WS-CUENTA-LEIDA TO WS-ERRORES-TOTAL.
           MOVE "N" TO WS-ENCONTRADO.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-SEVERIDADES
               IF WS-SEV-LETRA(WS-S) = WS-SEV-LEIDA
                   ADD WS-CUENTA-LEIDA TO WS-SEV-CUENTA(WS-S)
                   MOVE "S" TO WS-ENCONTRADO
               END-IF
           END-PERFORM.
           IF WS-ENCONTRADO NOT = "S" AND WS-SEVERIDADES < 10
               ADD 1 TO WS-SEVERIDADES
               MOVE WS-SEV-LEIDA TO WS-SEV-LETRA(WS-SEVERIDADES)
               MOVE WS-CUENTA-LEIDA TO WS-SEV-CUENTA(WS-SEVERIDADES)
           END-IF.

      ******************************************************************
      * Portada: cifras clave del dia e indice de secciones.
      ******************************************************************
       ESCRIBE-PORTADA.
           MOVE 1 TO WS-PAGINA.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "PAQUETE GERENCIAL DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               "  PAGINA " DELIMITED BY SIZE
               WS-PAGINA DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           MOVE ALL "-" TO LINEA-PAQUETE(1:80).
           WRITE LINEA-PAQUETE.
           MOVE "CIFRAS CLAVE DEL DIA" TO LINEA-PAQUETE.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           EVALUATE WS-CUADRE-VEREDICTO
               WHEN "B"
                   STRING "CUADRE DIARIO:      IN BALANCE AL "
                       DELIMITED BY SIZE
                       WS-CUADRE-FECHA DELIMITED BY SIZE
                       INTO LINEA-PAQUETE
               WHEN "D"
                   STRING "CUADRE DIARIO:      OUT OF BALANCE AL "
                       DELIMITED BY SIZE
                       WS-CUADRE-FECHA DELIMITED BY SIZE
                       INTO LINEA-PAQUETE
               WHEN OTHER
                   MOVE "CUADRE DIARIO:      SIN VEREDICTO REGISTRADO"
                       TO LINEA-PAQUETE
           END-EVALUATE.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           IF WS-HAY-CALIDAD = "S"
               MOVE 1 TO WS-PUNTERO
               STRING "CALIDAD DE DATOS:   PUNTAJE " DELIMITED BY SIZE
                   WS-CALIDAD-PUNTAJE DELIMITED BY SIZE
                   " PERIODO " DELIMITED BY SIZE
                   WS-CALIDAD-PERIODO DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
               IF WS-HAY-ANTERIOR = "S"
                   COMPUTE WS-DELTA =
                       WS-CALIDAD-PUNTAJE - WS-CALIDAD-ANTERIOR
                   MOVE WS-DELTA TO WS-DELTA-ED
                   STRING " VARIACION " DELIMITED BY SIZE
                       WS-DELTA-ED DELIMITED BY SIZE
                       INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
               END-IF
           ELSE
               MOVE "CALIDAD DE DATOS:   SIN MEDICION REGISTRADA"
                   TO LINEA-PAQUETE
           END-IF.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           MOVE 1 TO WS-PUNTERO.
           IF WS-HAY-COLA = "S"
               STRING "COLA DE TRABAJO:    ABIERTOS " DELIMITED BY SIZE
                   WS-COLA-ABIERTOS DELIMITED BY SIZE
                   " TOMADOS " DELIMITED BY SIZE
                   WS-COLA-TOMADOS DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
           ELSE
               STRING "COLA DE TRABAJO:    SIN WORKQ.DAT"
                   DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
           END-IF.
           IF WS-HAY-VIEJOS = "S"
               STRING " FUERA DE PLAZO " DELIMITED BY SIZE
                   WS-COLA-VIEJOS DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
           ELSE
               STRING " FUERA DE PLAZO NO DISPONIBLE" DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
           END-IF.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           IF WS-HAY-SLA = "S"
               STRING "VENTANA NOCTURNA:   INCIDENTES DE SLA "
                   DELIMITED BY SIZE
                   WS-SLA-INCIDENTES DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
           ELSE
               MOVE "VENTANA NOCTURNA:   NO DISPONIBLE"
                   TO LINEA-PAQUETE
           END-IF.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           IF WS-HAY-FEEDS = "S"
               STRING "FEEDS:              ESPERADOS " DELIMITED BY SIZE
                   WS-FEEDS-ESPERADOS DELIMITED BY SIZE
                   " FALTANTES " DELIMITED BY SIZE
                   WS-FEEDS-FALTANTES DELIMITED BY SIZE
                   " VIEJOS " DELIMITED BY SIZE
                   WS-FEEDS-VIEJOS DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
           ELSE
               MOVE "FEEDS:              NO DISPONIBLE"
                   TO LINEA-PAQUETE
           END-IF.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           MOVE 1 TO WS-PUNTERO.
           IF WS-HAY-ERRORES = "S"
               STRING "ERRORES DEL " DELIMITED BY SIZE
                   WS-ERRORES-FECHA DELIMITED BY SIZE
                   ": TOTAL " DELIMITED BY SIZE
                   WS-ERRORES-TOTAL DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-SEVERIDADES
                   STRING "  SEV " DELIMITED BY SIZE
                       WS-SEV-LETRA(WS-S) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SEV-CUENTA(WS-S) DELIMITED BY SIZE
                       INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
               END-PERFORM
           ELSE
               STRING "ERRORES:            NO DISPONIBLE"
                   DELIMITED BY SIZE
                   INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
           END-IF.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "INDICE DE SECCIONES (REIMPRIMIR DESDE LA PAGINA "
               DELIMITED BY SIZE
               "CON CATALOGO-REPORTES, ARCHIVO PAQGER.TXT)"
               DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           WRITE LINEA-PAQUETE.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "  SECCION                         PAGINA  "
               DELIMITED BY SIZE
               "FUENTE       CATALOGO FUENTE" DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           WRITE LINEA-PAQUETE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > 6
               PERFORM ESCRIBE-INDICE
           END-PERFORM.

       ESCRIBE-INDICE.
           MOVE WS-FTE-PAG-INI(WS-F) TO WS-PAG-ED.
           MOVE SPACES TO LINEA-PAQUETE.
           MOVE 1 TO WS-PUNTERO.
           STRING WS-F DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FTE-TITULO(WS-F) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PAG-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FTE-ARCHIVO(WS-F) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO.
           EVALUATE TRUE
               WHEN WS-FTE-EXISTE(WS-F) NOT = "S"
                   STRING "NO DISPONIBLE" DELIMITED BY SIZE
                       INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
               WHEN WS-FTE-CAT-FECHA(WS-F) = SPACES
                   STRING "SIN CATALOGAR" DELIMITED BY SIZE
                       INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
               WHEN OTHER
                   STRING WS-FTE-CAT-FECHA(WS-F) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-FTE-CAT-HORA(WS-F) DELIMITED BY SIZE
                       INTO LINEA-PAQUETE WITH POINTER WS-PUNTERO
           END-EVALUATE.
           WRITE LINEA-PAQUETE.

      ******************************************************************
      * Seccion de detalle: el reporte fuente tal cual, en pagina
      * nueva y con cabecera propia cada 55 lineas.
      ******************************************************************
       ESCRIBE-SECCION.
           PERFORM CABECERA-SECCION.
           IF WS-FTE-EXISTE(WS-F) NOT = "S"
               MOVE SPACES TO LINEA-PAQUETE
               STRING "REPORTE " DELIMITED BY SIZE
                   WS-FTE-ARCHIVO(WS-F) DELIMITED BY SIZE
                   " NO DISPONIBLE" DELIMITED BY SIZE
                   INTO LINEA-PAQUETE
               WRITE LINEA-PAQUETE
           ELSE
               MOVE WS-FTE-ARCHIVO(WS-F) TO WS-NOMBRE-FUENTE
               OPEN INPUT FUENTE-FILE
               MOVE "N" TO WS-FIN-ARCHIVO
               PERFORM UNTIL WS-FIN-ARCHIVO = "S"
                   READ FUENTE-FILE
                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF WS-LINEAS-SECCION >=
                              WS-LINEAS-POR-PAGINA
                               PERFORM CABECERA-SECCION
                           END-IF
                           ADD 1 TO WS-LINEAS-SECCION
                           MOVE LINEA-FUENTE TO LINEA-PAQUETE
                           WRITE LINEA-PAQUETE
                   END-READ
               END-PERFORM
               CLOSE FUENTE-FILE
           END-IF.

       CABECERA-SECCION.
           ADD 1 TO WS-PAGINA.
           MOVE 0 TO WS-LINEAS-SECCION.
           MOVE SPACES TO LINEA-PAQUETE.
           STRING "PAQUETE GERENCIAL DEL " DELIMITED BY SIZE
               WS-HOY DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-FTE-TITULO(WS-F) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-FTE-ARCHIVO(WS-F) DELIMITED BY SIZE
               ")  PAGINA " DELIMITED BY SIZE
               WS-PAGINA DELIMITED BY SIZE
               INTO LINEA-PAQUETE.
           WRITE LINEA-PAQUETE AFTER ADVANCING PAGE.
           MOVE SPACES TO LINEA-PAQUETE.
           MOVE ALL "-" TO LINEA-PAQUETE(1:80).
           WRITE LINEA-PAQUETE.

       END PROGRAM PAQUETE-GERENCIAL.
