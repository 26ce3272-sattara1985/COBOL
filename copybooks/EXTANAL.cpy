      ******************************************************************
      * Record layout of the analysts' flattened extract ANALEXT.TXT
      * written every night by EXTRACTO-ANALISTAS: one line per active
      * person (ESTADO-REC not I and not F) with the person fields,
      * the category description from CODIGOS.DAT, the current
      * address, phone and email from CONTACTO.DAT (the most recent
      * current contact of each type, the same address GENERA-CARTAS
      * writes to) and the household from HOGARES.DAT. Fields are
      * fixed width separated by one blank; the column positions are
      * published each night in ANALLAY.TXT. A person with no
      * household carries HOGAR-AN zero, JEFE-HOGAR-AN N and
      * MIEMBROS-HOGAR-AN zero. The first record is the header (H)
      * and the last the trailer (T) with the control totals; the
      * version in the header changes whenever this layout does.
      ******************************************************************
       01  EXTRACTO-AN-REC.
           05 REGISTRO-AN PIC X.
           05 FILLER PIC X.
           05 NUMERO-AN PIC 9(6).
           05 FILLER PIC X.
           05 APELLIDOS-AN PIC X(20).
           05 FILLER PIC X.
           05 NOMBRE-AN PIC X(15).
           05 FILLER PIC X.
           05 FECHA-NAC-AN PIC 9(8).
           05 FILLER PIC X.
           05 EDAD-AN PIC 99.
           05 FILLER PIC X.
           05 ESTADO-AN PIC X.
           05 FILLER PIC X.
           05 FECHA-ESTADO-AN PIC 9(8).
           05 FILLER PIC X.
           05 IDENT-AN PIC X(10).
           05 FILLER PIC X.
           05 PREF-CORREO-AN PIC X.
           05 FILLER PIC X.
           05 IDIOMA-AN PIC XX.
           05 FILLER PIC X.
           05 CATEG-AN PIC X(5).
           05 FILLER PIC X.
           05 DESC-CATEG-AN PIC X(39).
           05 FILLER PIC X.
           05 CALLE-AN PIC X(18).
           05 FILLER PIC X.
           05 CIUDAD-AN PIC X(12).
           05 FILLER PIC X.
           05 REGION-AN PIC X(5).
           05 FILLER PIC X.
           05 CP-AN PIC X(5).
           05 FILLER PIC X.
           05 TELEFONO-AN PIC X(40).
           05 FILLER PIC X.
           05 EMAIL-AN PIC X(40).
           05 FILLER PIC X.
           05 HOGAR-AN PIC 9(4).
           05 FILLER PIC X.
           05 JEFE-HOGAR-AN PIC X.
           05 FILLER PIC X.
           05 MIEMBROS-HOGAR-AN PIC 9(3).
       01  EXTRACTO-AN-CAB.
           05 REGISTRO-ANH PIC X.
           05 FILLER PIC X.
           05 FECHA-ANH PIC 9(8).
           05 FILLER PIC X.
           05 HORA-ANH PIC 9(6).
           05 FILLER PIC X.
           05 ORIGEN-ANH PIC X(8).
           05 FILLER PIC X.
           05 VERSION-ANH PIC 99.
           05 FILLER PIC X(238).
       01  EXTRACTO-AN-COLA.
           05 REGISTRO-ANT PIC X.
           05 FILLER PIC X.
           05 REGISTROS-ANT PIC 9(7).
           05 FILLER PIC X.
           05 HASH-ANT PIC 9(12).
           05 FILLER PIC X.
           05 CON-DIRECCION-ANT PIC 9(7).
           05 FILLER PIC X.
           05 CON-TELEFONO-ANT PIC 9(7).
           05 FILLER PIC X.
           05 CON-EMAIL-ANT PIC 9(7).
           05 FILLER PIC X.
           05 EN-HOGAR-ANT PIC 9(7).
           05 FILLER PIC X(213).
