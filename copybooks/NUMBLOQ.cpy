      ******************************************************************
      * Record layout of NUMBLOQ.TXT, one line per block of person
      * numbers reserved for a branch's offline capture. BLOQUES-
      * NUMERO issues the block by moving NUMCTL.TXT past it, so
      * ASIGNA-NUMERO never hands those numbers out centrally, and
      * CARGA-PERSONAS accepts a branch upload only with numbers
      * inside a block of that branch still in E (emitido). A
      * recalled block goes to R (recuperado) with the date; its
      * unused numbers are never issued again.
      ******************************************************************
       01  NUMBLOQ-REC.
           05 BLOQUE-BLQ PIC 9(4).
           05 FILLER PIC X.
           05 SUCURSAL-BLQ PIC X(2).
           05 FILLER PIC X.
           05 DESDE-BLQ PIC 9(6).
           05 FILLER PIC X.
           05 HASTA-BLQ PIC 9(6).
           05 FILLER PIC X.
           05 FECHA-EMI-BLQ PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-BLQ PIC X(10).
           05 FILLER PIC X.
           05 ESTADO-BLQ PIC X.
           05 FILLER PIC X.
           05 FECHA-REC-BLQ PIC 9(8).
