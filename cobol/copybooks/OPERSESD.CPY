           05 GS-ORA           PIC 9(6).
           05 GS-OPERATORE     PIC X(8).
           05 GS-SEGGIO        PIC X(10).
      *    "ON " apertura sessione, "OFF" chiusura sessione,
      *    "RIF" accesso rifiutato, "DER" accesso in deroga del
      *    supervisore (the last two hold the operator's pay for
      *    review in the compensation run).
           05 GS-TIPO          PIC X(3).
