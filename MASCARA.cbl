           05 IDENT-MSK PIC X(10).
           05 PREF-CORREO-MSK PIC X.
           05 CATEG-MSK PIC X(5).
           05 IDIOMA-MSK PIC XX.

       FD  CONTACTO-FILE.
       01  CONTACTO-REC.
           END-IF.
           MOVE PREF-CORREO-REC TO PREF-CORREO-MSK.
           MOVE CATEG-REC TO CATEG-MSK.
           MOVE IDIOMA-REC TO IDIOMA-MSK.
           WRITE PERSONA-MSK
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA AL ENMASCARAR: "
