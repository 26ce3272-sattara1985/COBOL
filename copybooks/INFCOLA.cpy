      ******************************************************************
      * Report programs that may be queued in SOLINFO.TXT for the
      * overnight run. Per program: the report file it leaves (the
      * letters land in a file that depends on the answers, so the
      * requester looks it up in the report catalog), whether the
      * runner has to enter it in the catalog (S) or the program
      * already does it itself (N), how many answers it asks
      * for at most, and the hint shown when the request is entered.
      * A program is queued only if it is here and asks nothing
      * through any route but CAPTURA-OPERADOR and the
      * PARAMETRO-SOLICITUD answers.
      ******************************************************************
       01 INF-TABLA-COLA.
           05 FILLER PIC X(20) VALUE "REPORTE-DEMOGRAFICO".
           05 FILLER PIC X(12) VALUE "DEMOGREP.TXT".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC X(60) VALUE "SIN PARAMETROS".
           05 FILLER PIC X(20) VALUE "REPORTE-CATEGORIAS".
           05 FILLER PIC X(12) VALUE "CATREP.TXT".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC 9 VALUE 0.
           05 FILLER PIC X(60) VALUE "SIN PARAMETROS".
           05 FILLER PIC X(20) VALUE "REPORTE-HISTORIAL".
           05 FILLER PIC X(12) VALUE "HISTREP.TXT".
           05 FILLER PIC X VALUE "S".
           05 FILLER PIC 9 VALUE 2.
           05 FILLER PIC X(60)
               VALUE "FECHA DESDE, FECHA HASTA (AAAAMMDD)".
           05 FILLER PIC X(20) VALUE "GENERA-CARTAS".
           05 FILLER PIC X(12) VALUE "VER CATALOGO".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 5.
           05 FILLER PIC X(60) VALUE
               "MODO, DESTINO, CAMPANA (K) O EDAD DESDE Y HASTA, HOGAR".
           05 FILLER PIC X(20) VALUE "PRECISION-OPERADORES".
           05 FILLER PIC X(12) VALUE "PRECREP.TXT".
           05 FILLER PIC X VALUE "N".
           05 FILLER PIC 9 VALUE 1.
           05 FILLER PIC X(60)
               VALUE "PERIODO AAAAMM (EN BLANCO = MES ANTERIOR)".
       01 INF-TABLA-COLA-R REDEFINES INF-TABLA-COLA.
           05 INF-COLA OCCURS 5 TIMES.
               10 INF-PROGRAMA PIC X(20).
               10 INF-ARCHIVO PIC X(12).
               10 INF-REGISTRA PIC X.
               10 INF-MAX-PARAM PIC 9.
               10 INF-AYUDA PIC X(60).
       01 INF-TOTAL-COLA PIC 9 VALUE 5.
