      ******************************************************************
      * Record layout of CODEMIS.TXT, the issuance register of the
      * five-digit compound codes (VARCOMP). EMISION-CODIGOS hands
      * out the next free CODIGO-BASE with its check digit and keeps
      * here who asked for it, for what and when. A voided code goes
      * to A (anulado) with date, operator and reason but stays in
      * the register, so its base is never handed out again.
      ******************************************************************
       01  CODEMIS-REC.
           05 CODIGO-EMI.
               10 BASE-EMI PIC 9(4).
               10 DIGITO-EMI PIC 9.
           05 FILLER PIC X.
           05 FECHA-EMI PIC 9(8).
           05 FILLER PIC X.
           05 HORA-EMI PIC 9(6).
           05 FILLER PIC X.
           05 OPERADOR-EMI PIC X(10).
           05 FILLER PIC X.
           05 SOLICITANTE-EMI PIC X(20).
           05 FILLER PIC X.
           05 PROPOSITO-EMI PIC X(30).
           05 FILLER PIC X.
           05 ESTADO-EMI PIC X.
           05 FILLER PIC X.
           05 FECHA-ANU-EMI PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-ANU-EMI PIC X(10).
           05 FILLER PIC X.
           05 MOTIVO-ANU-EMI PIC X(30).
