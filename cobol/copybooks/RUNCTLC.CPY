           MOVE WS-RUN-DATA-OGGI TO RN-DATA
           MOVE WS-RUN-PASSO TO RN-PASSO
           MOVE "C" TO RN-STATO
           MOVE WS-RUN-CATENA TO RN-CATENA
           WRITE RunCtlRecord
           CLOSE RunCtlFile
