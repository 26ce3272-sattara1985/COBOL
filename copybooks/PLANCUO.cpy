      ******************************************************************
      * Record layout of PLANCUOT.TXT, the instalment (amortization)
      * plans kept by PLANES-CUOTAS. Each plan owns one standing order
      * in ORDSTAND.TXT (PLAN-ORD) that GENERA-RECURRENTES expands;
      * CUOTA-PLAN splits every instalment into capital and interest
      * on the outstanding balance and counts it here. TASA is the
      * nominal yearly rate in percent; FRECUENCIA S semanal or M
      * mensual, as in ORDSTAND. CUOTA is the level instalment (the
      * last one settles whatever balance is left). GENERADAS counts
      * the instalments expanded so far and SALDO is the capital
      * still owed after them. ESTADO A activo, T terminado.
      ******************************************************************
       01  PLANCUO-REC.
           05 PLAN-PLN PIC 9(5).
           05 FILLER PIC X.
           05 ESTADO-PLN PIC X.
           05 FILLER PIC X.
           05 SUCURSAL-PLN PIC X(2).
           05 FILLER PIC X.
           05 PERSONA-PLN PIC X(6).
           05 FILLER PIC X.
           05 PRINCIPAL-PLN PIC 9(6)V99.
           05 FILLER PIC X.
           05 TASA-PLN PIC 99V9(4).
           05 FILLER PIC X.
           05 CUOTAS-PLN PIC 9(3).
           05 FILLER PIC X.
           05 FRECUENCIA-PLN PIC X.
           05 FILLER PIC X.
           05 PRIMERA-PLN PIC 9(8).
           05 FILLER PIC X.
           05 CUOTA-PLN PIC 9(6)V99.
           05 FILLER PIC X.
           05 GENERADAS-PLN PIC 9(3).
           05 FILLER PIC X.
           05 SALDO-PLN PIC 9(6)V99.
           05 FILLER PIC X.
           05 ULTIMA-PLN PIC 9(8).
           05 FILLER PIC X.
           05 FECHA-ALTA-PLN PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-PLN PIC X(10).
