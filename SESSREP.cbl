           GOBACK.

       PROCESA-LINEA-AUDIT.
      *    Solo abren sesion las lineas de ingreso (NIVEL=); las de
      *    doble control, mantenimiento o turnos no son sesiones.
           IF TIPO-AUD(1:4) = " FIN"
               PERFORM CIERRA-SESION
           ELSE
               IF TIPO-AUD = " NIVEL="
                   PERFORM ABRE-SESION
               END-IF
           END-IF.

       ABRE-SESION.
