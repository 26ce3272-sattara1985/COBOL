      ******************************************************************
      * Record layout of the print-house piece files IMPRnnnn.TXT
      * written by GENERA-CARTAS with destination V. One record per
      * letter or label; PIEZA-PZ runs from 1 within the job and is
      * what the print house reports back in its production count.
      * TIPO-PZ is the piece (C carta, E etiqueta, L etiqueta por
      * codigo postal). HOGAR-PZ is zero for a person with no
      * household. ZONA-PZ is the postal zone used on the job ticket.
      * IDIOMA-PZ is the language of the letter version to print (the
      * person's own for labels).
      ******************************************************************
       01  PIEZA-IMP-REC.
           05 TRABAJO-PZ PIC 9(4).
           05 FILLER PIC X.
           05 PIEZA-PZ PIC 9(6).
           05 FILLER PIC X.
           05 PLANTILLA-PZ PIC X(12).
           05 FILLER PIC X.
           05 TIPO-PZ PIC X.
           05 FILLER PIC X.
           05 NUMERO-PZ PIC 9(6).
           05 FILLER PIC X.
           05 HOGAR-PZ PIC 9(4).
           05 FILLER PIC X.
           05 NOMBRE-PZ PIC X(36).
           05 FILLER PIC X.
           05 CALLE-PZ PIC X(18).
           05 FILLER PIC X.
           05 CIUDAD-PZ PIC X(12).
           05 FILLER PIC X.
           05 REGION-PZ PIC X(5).
           05 FILLER PIC X.
           05 CP-PZ PIC X(5).
           05 FILLER PIC X.
           05 ZONA-PZ PIC X(3).
           05 FILLER PIC X.
           05 IDIOMA-PZ PIC XX.
