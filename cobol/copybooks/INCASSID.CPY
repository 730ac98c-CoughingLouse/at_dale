      ******************************************************************
      * INCASSID - FD/record for the bursar's payments intake file:
      * one line per incoming payment as the bank reports it, with
      * the payment reference code the student quoted (the invoice
      * number followed by its two check digits, printed on every
      * invoice), the amount, the value date, the Matricola quoted in
      * the transfer description (zero when none) and the name of
      * the payer. Fatturazione matches and posts it; AccessoDati
      * reads it for a student's payments. COPY into FILE SECTION;
      * the SELECT stays in each program.
      ******************************************************************
       FD  PagamentiFile.
       01  PagamentoRecord.
           05 PG-RIFERIMENTO.
              10 PG-RIF-NUMERO   PIC 9(9).
              10 PG-RIF-CONTROLLO PIC 99.
           05 PG-IMPORTO       PIC 9(7)V99.
           05 PG-DATA          PIC 9(8).
           05 PG-MATRICOLA     PIC 9(5).
           05 PG-ORDINANTE     PIC X(35).
