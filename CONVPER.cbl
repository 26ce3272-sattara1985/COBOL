           MOVE SPACES TO IDENT-REC.
           MOVE "S" TO PREF-CORREO-REC.
           MOVE SPACES TO CATEG-REC.
           MOVE SPACES TO IDIOMA-REC.
           WRITE PERSONA-REC
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR NUMERO " NUMERO-PERSONA
