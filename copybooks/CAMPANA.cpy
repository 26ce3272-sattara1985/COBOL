      ******************************************************************
      * Shared record layout of the CAMPANA.DAT campaign definitions.
      * CODIGO-CAMP is the record key. PLANTILLA-CAMP names the
      * template inside CARTAMOD.TXT (the lines that follow its
      * "&PLANTILLA nombre" marker); spaces mean the default template,
      * the lines before the first marker. Selection criteria left in
      * spaces or zero do not filter: CATEG-CAMP against CATEG-REC,
      * ESTADO-CAMP (A or space = activos, I = solo inactivos; los
      * fallecidos nunca), EDAD-DESDE/HASTA-CAMP, REGION-CAMP or the
      * CP-DESDE/HASTA-CAMP range against the current postal address
      * (contacto tipo D), SOLO-CABEZAS-CAMP = S for household heads
      * only. INTERVALO-CAMP is the minimum number of days since the
      * person's last mailing (CAMPENV.DAT). ACTIVA-CAMP = N retires
      * the campaign; definitions are never deleted. The run and
      * suppression counters accumulate across runs for the results
      * report.
      ******************************************************************
       01  CAMPANA-REC.
           05 CODIGO-CAMP PIC X(8).
           05 NOMBRE-CAMP PIC X(30).
           05 PLANTILLA-CAMP PIC X(12).
           05 CATEG-CAMP PIC X(5).
           05 ESTADO-CAMP PIC X.
           05 EDAD-DESDE-CAMP PIC 99.
           05 EDAD-HASTA-CAMP PIC 99.
           05 REGION-CAMP PIC X(5).
           05 CP-DESDE-CAMP PIC X(5).
           05 CP-HASTA-CAMP PIC X(5).
           05 SOLO-CABEZAS-CAMP PIC X.
           05 INTERVALO-CAMP PIC 9(3).
           05 ACTIVA-CAMP PIC X.
           05 FECHA-ALTA-CAMP PIC 9(8).
           05 ULTIMA-CORRIDA-CAMP PIC 9(8).
           05 CORRIDAS-CAMP PIC 9(4).
           05 ENVIADAS-CAMP PIC 9(6).
           05 SUPR-OPTOUT-CAMP PIC 9(6).
           05 SUPR-INTERVALO-CAMP PIC 9(6).
