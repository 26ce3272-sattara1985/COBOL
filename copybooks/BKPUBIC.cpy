      ******************************************************************
      * Record layout of BKPUBIC.TXT, where each PERSBKP generation
      * physically is once copies start going offsite. One line per
      * generation ever moved; a generation with no line has never
      * left and is on site. ESTADO: L en sitio, T en transito hacia
      * la custodia externa, E en custodia externa, R retorno pedido
      * (solicitud de recuperacion abierta). ENVIO is the last
      * dispatch that carried it and SOLICITUD the last retrieval
      * request; both numbers only grow. Kept by CUSTODIA-RESPALDOS
      * and read through UBICA-RESPALDO.
      ******************************************************************
       01  BKPUBIC-REC.
           05 GENERACION-UBI PIC 9(4).
           05 FILLER PIC X.
           05 FECHA-GEN-UBI PIC X(8).
           05 FILLER PIC X.
           05 TOTAL-UBI PIC 9(5).
           05 FILLER PIC X.
           05 CHECKSUM-UBI PIC 9(9).
           05 FILLER PIC X.
           05 ESTADO-UBI PIC X.
           05 FILLER PIC X.
           05 CAJA-UBI PIC X(10).
           05 FILLER PIC X.
           05 ENVIO-UBI PIC 9(5).
           05 FILLER PIC X.
           05 FECHA-MOV-UBI PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-UBI PIC X(10).
           05 FILLER PIC X.
           05 SOLICITUD-UBI PIC 9(5).
