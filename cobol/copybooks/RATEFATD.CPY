      ******************************************************************
      * RATEFATD - FD/record for the instalment plan of the invoices
      * (RATE_FATTURE.DAT): one line per instalment, written by
      * Fatturazione when the invoice is issued, with its due date
      * and amount. Payments and credits are set against the oldest
      * open instalment first; the nightly dunning run adds the late
      * surcharge to an overdue instalment (RT-MORA, also added to
      * the invoice's FT-IMPORTO). COPY into FILE SECTION; the
      * SELECT stays in each program.
      *
      * Stato: A = aperta
      *        P = pagata (importo piu' mora interamente versati)
      ******************************************************************
       FD  RateFile.
       01  RataRecord.
           05 RT-FATTURA       PIC 9(9).
           05 RT-NUMERO        PIC 9.
           05 RT-SCADENZA      PIC 9(8).
           05 RT-IMPORTO       PIC 9(7)V99.
           05 RT-MORA          PIC 9(7)V99.
           05 RT-PAGATO        PIC 9(7)V99.
           05 RT-STATO         PIC X.
