      ******************************************************************
      * Record layout of IMPRCTL.TXT, one line per print-house job.
      * GENERA-CARTAS appends the job as P (pendiente);
      * CONCILIA-IMPRENTA sets C (conciliado, no differences) or D
      * (diferencias: missing or extra pieces) with the date, and
      * keeps the counts of what the print house reported.
      ******************************************************************
       01  IMPRCTL-REC.
           05 TRABAJO-ICT PIC 9(4).
           05 FILLER PIC X.
           05 FECHA-ICT PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-ICT PIC X(10).
           05 FILLER PIC X.
           05 PLANTILLA-ICT PIC X(12).
           05 FILLER PIC X.
           05 PIEZAS-ICT PIC 9(6).
           05 FILLER PIC X.
           05 ESTADO-ICT PIC X.
           05 FILLER PIC X.
           05 FECHA-CONC-ICT PIC 9(8).
           05 FILLER PIC X.
           05 PRODUCIDAS-ICT PIC 9(6).
           05 FILLER PIC X.
           05 FALTANTES-ICT PIC 9(6).
           05 FILLER PIC X.
           05 SOBRANTES-ICT PIC 9(6).
