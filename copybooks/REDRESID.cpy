      ******************************************************************
      * Record layout of REDRESID.TXT, the rounding-residue ledger
      * appended by REDONDEA-IMPORTE: one line per booked rounding
      * with the program and operation that asked for it, the policy
      * applied (T trunca, H mitad hacia arriba, E mitad al par), the
      * exact value, the rounded result and the residue (exacto menos
      * redondeado). CUADRE-DIARIO totals and proves the day's lines.
      ******************************************************************
       01  REDRESID-REC.
           05 FECHA-RES PIC X(8).
           05 FILLER PIC X.
           05 HORA-RES PIC X(6).
           05 FILLER PIC X.
           05 PROGRAMA-RES PIC X(20).
           05 FILLER PIC X.
           05 OPERACION-RES PIC X(6).
           05 FILLER PIC X.
           05 POLITICA-RES PIC X.
           05 FILLER PIC X.
           05 EXACTO-RES PIC S9(11)V9(6) SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RESULTADO-RES PIC S9(11)V99 SIGN IS TRAILING SEPARATE.
           05 FILLER PIC X.
           05 RESIDUO-RES PIC S9(3)V9(6) SIGN IS TRAILING SEPARATE.
