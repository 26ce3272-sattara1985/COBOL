      *          checkpoint pendiente o una conciliacion descuadrada
      *          se le planta en la cara a alguien en vez de esperar
      *          dos dias en un archivo que nadie mira.
      *          En modo formacion (MODO-FORMACION) no se levanta
      *          ninguna alerta: la practica no despierta a nadie.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ALERTAS-STATUS PIC XX.
       01 WS-FECHA-HORA PIC X(21).
       01 WS-FUNCION-FOR PIC X VALUE "C".
       01 WS-FORMACION PIC X.

       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(20).

       PROCEDURE DIVISION USING LK-PROGRAMA LK-TEXTO.
       MAIN-PROCEDURE.
           CALL "MODO-FORMACION" USING WS-FUNCION-FOR WS-FORMACION.
           IF WS-FORMACION = "S"
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-FECHA-HORA.
           OPEN EXTEND ALERTAS-FILE.
           IF WS-ALERTAS-STATUS = "35"
