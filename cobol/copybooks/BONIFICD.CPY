      ******************************************************************
      * BONIFICD - FD/records for the bank payment file of student
      * refunds (BONIFICI_<data>_<ora>.DAT) Fatturazione hands to the
      * bank: one detail line per approved credit note, paid to the
      * IBAN on the student's contact record, then one trailer line
      * with the count and total for the bank's control. COPY into
      * FILE SECTION; the SELECT stays in each program.
      *
      * Tipo: D = disposizione (BonificoRecord)
      *       T = totali di controllo (BonificoCodaRecord)
      ******************************************************************
       FD  BonificiFile.
       01  BonificoRecord.
           05 BO-TIPO          PIC X.
           05 BO-NOTA          PIC 9(9).
           05 BO-FATTURA       PIC 9(9).
           05 BO-MATRICOLA     PIC 9(5).
           05 BO-BENEFICIARIO  PIC X(35).
           05 BO-IBAN          PIC X(34).
           05 BO-IMPORTO       PIC 9(7)V99.
           05 BO-DATA          PIC 9(8).
           05 BO-CAUSALE       PIC X(40).
       01  BonificoCodaRecord.
           05 BC-TIPO          PIC X.
           05 BC-CONTA         PIC 9(5).
           05 BC-TOTALE        PIC 9(9)V99.
           05 FILLER           PIC X(133).
