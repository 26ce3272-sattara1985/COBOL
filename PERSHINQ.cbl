           05 IDENT-HIS PIC X(10).
           05 PREF-CORREO-HIS PIC X.
           05 CATEG-HIS PIC X(5).
           05 IDIOMA-HIS PIC XX.

       FD  CONTHIST-FILE.
       01  CONTACTO-HIST.
       01 WS-FIN-HIST PIC X.
       01 WS-FIN-CONTACTOS PIC X.
       01 WS-COINCIDENCIAS PIC 9(4).
       01 WS-FUNCION-FOR PIC X VALUE "B".
       01 WS-FORMACION PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "NO HAY HISTORICO DE PERSONAS (PERSHIST.DAT)"
           ELSE
               OPEN INPUT CONTHIST-FILE
               CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION
               DISPLAY "1. BUSCAR POR NUMERO DE PERSONA"
               DISPLAY "2. BUSCAR POR APELLIDOS"
               ACCEPT WS-MODO
           IF CATEG-HIS NOT = SPACES
               DISPLAY "CATEGORIA: " CATEG-HIS
           END-IF.
           IF IDIOMA-HIS NOT = SPACES
               DISPLAY "IDIOMA DE CORRESPONDENCIA: " IDIOMA-HIS
           END-IF.
           IF WS-CONTHIST-STATUS = "00"
               PERFORM LISTA-CONTACTOS-HIST
           END-IF.
