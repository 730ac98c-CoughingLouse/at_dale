      ******************************************************************
      * GIORNALD - FD/records for the general-ledger journal extract
      * (PRIMANOTA_<data>.DAT) Fatturazione hands to the accounts
      * office each night, or PRIMANOTA_<dal>_<al>.DAT for a period
      * such as the month-end one: every accounting event as one
      * double entry, a debit line and a credit line sharing the
      * posting number, each with its ledger account and the cost
      * centre of the course; then one trailer line with the counts
      * and the debit and credit totals, which must be equal.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Tipo:  R = riga di registrazione (GiornaleRecord)
      *        T = totali di controllo (GiornaleCodaRecord)
      * Segno: D = dare, A = avere
      ******************************************************************
       FD  GiornaleFile.
       01  GiornaleRecord.
           05 GL-TIPO          PIC X.
           05 GL-DATA          PIC 9(8).
           05 GL-REGISTRAZIONE PIC 9(7).
           05 GL-CONTO         PIC X(10).
           05 GL-CDC           PIC X(8).
           05 GL-SEGNO         PIC X.
           05 GL-IMPORTO       PIC 9(9)V99.
           05 GL-DOC-TIPO      PIC XX.
           05 GL-DOC-NUMERO    PIC 9(9).
           05 GL-DATA-DOC      PIC 9(8).
           05 GL-MATRICOLA     PIC 9(5).
           05 GL-DESCRIZIONE   PIC X(30).
       01  GiornaleCodaRecord.
           05 GC-TIPO          PIC X.
           05 GC-DATA          PIC 9(8).
           05 GC-REGISTRAZIONI PIC 9(7).
           05 GC-RIGHE         PIC 9(7).
           05 GC-TOT-DARE      PIC 9(11)V99.
           05 GC-TOT-AVERE     PIC 9(11)V99.
      *    Last day of the period the journal covers; the same as
      *    GC-DATA for the nightly one-day extract (blank on older
      *    journals).
           05 GC-DATA-FINE     PIC 9(8).
           05 FILLER           PIC X(43).
