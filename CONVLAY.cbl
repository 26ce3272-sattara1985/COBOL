      *          bytes) and writes PERSONAS.NUE and CONTACTO.NUE in
      *          the CURRENT layouts, defaulting the new fields:
      *          estado activo con fecha de hoy, identidad y
      *          categoria sin informar, correo bienvenido, idioma
      *          por defecto, y fecha de fin de contacto en cero
      *          (vigente). Tambien convierte el journal
      *          PERSJRNL.TXT, cuyas imagenes antes/despues crecieron
      *          de 51 a 80 bytes: cada imagen vieja se re-acolcha a
      *          80 y la linea sale a PERSJRNL.NUE. When each run
      *          balances (leidos = grabados) the operator replaces
      *          the live file with its .NUE before the suite runs
      *          again. A master already in the new layout must NOT
      *          be converted twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE SPACES TO IDENT-REC.
           MOVE "S" TO PREF-CORREO-REC.
           MOVE SPACES TO CATEG-REC.
           MOVE SPACES TO IDIOMA-REC.
           WRITE PERSONA-REC
               INVALID KEY
                   DISPLAY "CLAVE DUPLICADA AL CONVERTIR: "
