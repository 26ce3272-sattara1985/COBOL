      ******************************************************************
      * Shared record layout of DOCUMEN.DAT, the per-person register
      * of documents held (identity papers, signed forms, mandates).
      * TIPO-DOC is a code of CODIGOS.DAT. FECHA-VENCE-DOC in zeros
      * means the document does not expire. OBLIGATORIO-DOC S marks a
      * document the person must keep current; the inquiry warns
      * when one of those is past its expiry. ESTADO-DOC is V while
      * the document is the current one of its type and R once a
      * newer document of the same type replaced it. FECHA-AVISO-DOC
      * is the night the expired document was sent to the work queue
      * (zeros until then), so each one is sent only once.
      ******************************************************************
       01  DOCUMENTO-REC.
           05 CLAVE-DOC.
               10 NUMERO-PERSONA-DOC PIC 9(6).
               10 SECUENCIA-DOC PIC 99.
           05 TIPO-DOC PIC X(5).
           05 REFERENCIA-DOC PIC X(20).
           05 FECHA-RECIBIDO-DOC PIC 9(8).
           05 FECHA-VENCE-DOC PIC 9(8).
           05 OPERADOR-DOC PIC X(10).
           05 OBLIGATORIO-DOC PIC X.
           05 ESTADO-DOC PIC X.
           05 FECHA-AVISO-DOC PIC 9(8).
