      ******************************************************************
      * SOLLECID - FD/record for the register of dunning letters
      * sent (SOLLECITI.DAT), appended by Fatturazione's nightly
      * dunning run: one line per letter, recorded against the
      * invoice and instalment with the notice level, so the same
      * notice never goes out twice and the next one waits its
      * interval. COPY into FILE SECTION; the SELECT stays in each
      * program.
      *
      * Livello: 1 = primo sollecito
      *          2 = secondo sollecito
      *          3 = diffida (ultimo avviso)
      ******************************************************************
       FD  SollecitiFile.
       01  SollecitoRecord.
           05 SL-FATTURA       PIC 9(9).
           05 SL-RATA          PIC 9.
           05 SL-LIVELLO       PIC 9.
           05 SL-DATA          PIC 9(8).
           05 SL-MATRICOLA     PIC 9(5).
           05 SL-RESIDUO       PIC 9(7)V99.
           05 SL-MORA          PIC 9(7)V99.
