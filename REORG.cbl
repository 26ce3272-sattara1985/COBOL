                       AT END
                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           MOVE LINEA-TRABAJO(1:78) TO PERSONA-REC
                           WRITE PERSONA-REC
                               INVALID KEY
                                   CONTINUE
