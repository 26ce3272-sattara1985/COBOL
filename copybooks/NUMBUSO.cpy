      ******************************************************************
      * Record layout of NUMBUSO.TXT, the ledger of every number a
      * branch sent in its upload, appended by CARGA-PERSONAS:
      * U = usado (person loaded under it), V = anulado by the branch
      * (spoiled form, never loaded), F = fuera de bloque (not in a
      * live block of that branch; the upload was rejected). The
      * block reconciliation of BLOQUES-NUMERO reads it.
      ******************************************************************
       01  NUMBUSO-REC.
           05 FECHA-USO PIC 9(8).
           05 FILLER PIC X.
           05 SUCURSAL-USO PIC X(2).
           05 FILLER PIC X.
           05 NUMERO-USO PIC 9(6).
           05 FILLER PIC X.
           05 RESULTADO-USO PIC X.
