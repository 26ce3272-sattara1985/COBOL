      ******************************************************************
      * Shared record layout of SEGUIM.DAT, the follow-up diary: a
      * callback promised to a person, with the date promised, the
      * reason and the operator who has to make it. FECHA-PEDIDA-SEG
      * is the date as promised; FECHA-VENCE-SEG is the business day
      * it falls due on (DIA-HABIL moves a weekend or holiday to the
      * next working day). ESTADO-SEG is A while open and C once
      * completed. FECHA-COLA-SEG is the night the follow-up was
      * sent to the work queue (zeros until then), so each one is
      * sent only once.
      ******************************************************************
       01  SEGUIMIENTO-REC.
           05 CLAVE-SEG.
               10 NUMERO-PERSONA-SEG PIC 9(6).
               10 SECUENCIA-SEG PIC 9(3).
           05 FECHA-PEDIDA-SEG PIC 9(8).
           05 FECHA-VENCE-SEG PIC 9(8).
           05 MOTIVO-SEG PIC X(40).
           05 ASIGNADO-SEG PIC X(10).
           05 FECHA-ALTA-SEG PIC 9(8).
           05 OPERADOR-ALTA-SEG PIC X(10).
           05 ESTADO-SEG PIC X.
           05 FECHA-COLA-SEG PIC 9(8).
           05 FECHA-CIERRE-SEG PIC 9(8).
           05 OPERADOR-CIERRE-SEG PIC X(10).
