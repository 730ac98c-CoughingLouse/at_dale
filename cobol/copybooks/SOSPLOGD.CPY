      ******************************************************************
      * SOSPLOGD - FD/record for the log of the bursar's decisions on
      * the payments suspense queue (INCASSI_SOSPESI.LOG), appended
      * by Fatturazione's desk mode: one line per decision, with when,
      * who, which suspended payment, what was decided and the note
      * the operator gave. COPY into FILE SECTION; the SELECT stays
      * in each program.
      *
      * Esito: A = assegnato alla fattura ES-FATTURA
      *        R = restituito all'ordinante
      ******************************************************************
       FD  EsitiSospesiFile.
       01  EsitoSospesoRecord.
           05 ES-DATA          PIC 9(8).
           05 ES-ORA           PIC 9(6).
           05 ES-OPERATORE     PIC X(8).
           05 ES-SOSPESO       PIC 9(9).
           05 ES-ESITO         PIC X.
           05 ES-FATTURA       PIC 9(9).
           05 ES-MATRICOLA     PIC 9(5).
           05 ES-IMPORTO       PIC 9(7)V99.
           05 ES-NOTA          PIC X(40).
