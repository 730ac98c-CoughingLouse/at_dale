                       NOT AT END
                           IF RN-DATA = WS-RUN-DATA-OGGI
                              AND RN-PASSO = WS-RUN-PASSO
                              AND RN-CATENA = WS-RUN-CATENA
                               IF RN-STATO = "C"
                                   MOVE "Y" TO WS-RUN-GIA-COMPLETO
                               ELSE
               MOVE WS-RUN-DATA-OGGI TO RN-DATA
               MOVE WS-RUN-PASSO TO RN-PASSO
               MOVE "I" TO RN-STATO
               MOVE WS-RUN-CATENA TO RN-CATENA
               WRITE RunCtlRecord
               CLOSE RunCtlFile
           END-IF
