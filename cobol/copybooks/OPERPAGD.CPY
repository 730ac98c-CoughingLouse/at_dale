      ******************************************************************
      * OPERPAGD - FD/record for the poll-worker payment file
      * (PAGAMENTI_COMPENSI.DAT) OperManut's compensation run hands
      * to payroll: one record per operator paid automatically, the
      * hours off the session journal and the amounts off the rate
      * table for the operator's role. Operators held for review
      * are on the pay statement only, never in this file.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Ruolo: P = presidente  S = scrutatore  G = segretario
      * Amounts in euro, two implied decimals.
      ******************************************************************
       FD  PagamentiFile.
       01  PagamentoRecord.
           05 PG-OPERATORE     PIC X(8).
           05 PG-NOME          PIC X(30).
           05 PG-RUOLO         PIC X.
           05 PG-GIORNI        PIC 9(2).
           05 PG-MINUTI        PIC 9(7).
           05 PG-MINUTI-EXTRA  PIC 9(7).
           05 PG-FISSO         PIC 9(7)V99.
           05 PG-STRAORDINARIO PIC 9(7)V99.
           05 PG-DIARIA        PIC 9(7)V99.
           05 PG-TOTALE        PIC 9(7)V99.
           05 PG-DATA-CALCOLO  PIC 9(8).
      *    Election paid for: first and last polling day.
           05 PG-PERIODO-DAL   PIC 9(8).
           05 PG-PERIODO-AL    PIC 9(8).
