      ******************************************************************
      * NOTECRED - FD/record for the register of refund credit notes
      * (NOTE_CREDITO.DAT), kept by Fatturazione: one line per note,
      * numbered from the NOTECRED series and raised against the
      * invoice it corrects, for a withdrawn student's unaccrued
      * months (causale R) or for what a student paid over the
      * invoice (causale E). NC-IMPORTO is the credit taken off the
      * invoice, NC-RIMBORSO the part of it owed back in cash. The
      * bursar approves each note before it touches the invoice; the
      * refund goes out on the bank payment file with the IBAN it was
      * paid to. COPY into FILE SECTION; the SELECT stays in each
      * program.
      *
      * Causale: R = ritiro, quota pro-rata non maturata
      *          E = eccedenza di pagamento
      * Stato:   D = da approvare
      *          A = approvata, rimborso da disporre
      *          C = chiusa (rimborsata, o senza rimborso)
      *          X = respinta
      ******************************************************************
       FD  NoteCreditoFile.
       01  NotaCreditoRecord.
           05 NC-NUMERO        PIC 9(9).
           05 NC-FATTURA       PIC 9(9).
           05 NC-MATRICOLA     PIC 9(5).
           05 NC-ANNO-ACC      PIC 9(4).
           05 NC-CAUSALE       PIC X.
           05 NC-IMPORTO       PIC 9(7)V99.
           05 NC-RIMBORSO      PIC 9(7)V99.
           05 NC-DATA          PIC 9(8).
           05 NC-STATO         PIC X.
           05 NC-APPROVATORE   PIC X(8).
           05 NC-DATA-APPROV   PIC 9(8).
           05 NC-DATA-RIMBORSO PIC 9(8).
           05 NC-IBAN          PIC X(34).
