      * the active entries of CODIGOS.DAT at add and maintenance
      * time; spaces mean unclassified. REPORTE-CATEGORIAS breaks the
      * master down by this code.
      * IDIOMA-REC is the preferred language for correspondence, in
      * the codes of the message catalog (ES, EN); spaces mean the
      * default, Spanish. GENERA-CARTAS picks the letter template in
      * this language and falls back to the default one when there
      * is none.
      ******************************************************************
       01  PERSONA-REC.
           05 NUMERO-PERSONA PIC 9(6).
           05 IDENT-REC PIC X(10).
           05 PREF-CORREO-REC PIC X.
           05 CATEG-REC PIC X(5).
           05 IDIOMA-REC PIC XX.
