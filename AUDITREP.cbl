                           MOVE "S" TO WS-FIN-LOG
                       NOT AT END
                           IF FECHA-AUD >= WS-FECHA-DESDE-ENT AND
                              FECHA-AUD <= WS-FECHA-HASTA-ENT AND
                              (TIPO-AUD = " NIVEL=" OR
                               TIPO-AUD(1:4) = " FIN")
                               PERFORM CLASIFICA-ACTIVIDAD
                           END-IF
                   END-READ
