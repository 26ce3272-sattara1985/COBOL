                           MOVE "S" TO WS-FIN-ARCHIVO
                       NOT AT END
                           IF TIPO-GEN = "D"
                               MOVE DATOS-GEN(1:78) TO PERSONA-REC
                               WRITE PERSONA-REC
                                   INVALID KEY
                                       CONTINUE
                               CONTINUE
                       END-DELETE
                   WHEN OTHER
                       MOVE DESPUES-JRN(1:78) TO PERSONA-REC
                       WRITE PERSONA-REC
                           INVALID KEY
                               REWRITE PERSONA-REC
