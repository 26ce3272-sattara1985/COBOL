      ******************************************************************
      * Record layout of SOLINFO.TXT, the queue of report runs asked
      * for by day and run overnight by EJECUTA-SOLICITUDES in the
      * slot CONTROLADOR-LOTE keeps after the core steps. Kept by
      * SOLICITUD-INFORMES. ESTADO: P pendiente, E ejecutada, F
      * fallada (MOTIVO dice por que), C cancelada por quien la pidio.
      * PRIORIDAD 1 (la mas alta) a 9; FECHA-REQ is the date the
      * report is needed by. The PARAM entries are the answers the
      * program would have asked the operator for, in the order it
      * asks them; the run signs on as OPERADOR with IDIOMA, so the
      * report sees exactly what the requester would have seen.
      * FECHA-EJE, HORA-EJE and RC record the overnight run and
      * ARCHIVO the output it left.
      ******************************************************************
       01  SOLINFO-REC.
           05 NUMERO-SOL PIC 9(5).
           05 FILLER PIC X.
           05 ESTADO-SOL PIC X.
           05 FILLER PIC X.
           05 PROGRAMA-SOL PIC X(20).
           05 FILLER PIC X.
           05 PRIORIDAD-SOL PIC 9.
           05 FILLER PIC X.
           05 FECHA-REQ-SOL PIC 9(8).
           05 FILLER PIC X.
           05 OPERADOR-SOL PIC X(10).
           05 FILLER PIC X.
           05 NIVEL-SOL PIC 9.
           05 FILLER PIC X.
           05 IDIOMA-SOL PIC XX.
           05 FILLER PIC X.
           05 FECHA-ALTA-SOL PIC 9(8).
           05 FILLER PIC X.
           05 HORA-ALTA-SOL PIC 9(6).
           05 PARAMETROS-SOL OCCURS 6 TIMES.
               10 FILLER PIC X.
               10 PARAM-SOL PIC X(10).
           05 FILLER PIC X.
           05 FECHA-EJE-SOL PIC 9(8).
           05 FILLER PIC X.
           05 HORA-EJE-SOL PIC 9(6).
           05 FILLER PIC X.
           05 RC-SOL PIC 9(4).
           05 FILLER PIC X.
           05 MOTIVO-SOL PIC X(30).
           05 FILLER PIC X.
           05 ARCHIVO-SOL PIC X(12).
