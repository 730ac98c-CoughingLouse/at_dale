      ******************************************************************
      * PASSAGGD - FD/record for the register of course transfers
      * (PASSAGGI.DAT): one line per passaggio di corso, written by
      * Rubrica's mode P when the student master is moved, settled
      * by Fatturazione's mode C, which raises the fee difference
      * between the two courses for the year as a supplementary
      * invoice or a credit note. COPY into FILE SECTION; the SELECT
      * stays in each program.
      *
      * Stato: D = da conguagliare
      *        C = conguagliato (PA-FATTURA the invoice or credit)
      *        N = nessun conguaglio (no invoice yet for the year,
      *            or the same fee on both courses)
      ******************************************************************
       FD  PassaggiFile.
       01  PassaggioRecord.
           05 PA-MATRICOLA     PIC 9(5).
           05 PA-CORSO-DA      PIC 9(5).
           05 PA-CORSO-A       PIC 9(5).
           05 PA-DATA          PIC 9(8).
           05 PA-ANNO-ACC      PIC 9(4).
           05 PA-RICONOSCIUTI  PIC 9(3).
           05 PA-STATO         PIC X.
           05 PA-FATTURA       PIC 9(9).
