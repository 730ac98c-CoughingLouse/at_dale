      ******************************************************************
      * ESENZIOD - FD/record for the fee exemptions
      * (ESENZIONI.DAT), kept by TasseManut: one line per Matricola,
      * academic year and ground, with the percentage of the banded
      * fee it waives and the reference of the decision. A student
      * may hold more than one ground; together they waive at most
      * the whole fee. Fatturazione's emission run fills in the
      * invoice the exemption went on and the amount it waived; an
      * exemption already on an invoice is no longer amended. COPY
      * into FILE SECTION; the SELECT stays in each program.
      *
      * Motivo: M = merito (borsa di studio)
      *         D = disabilita'
      *         F = fratello o sorella gia' iscritti
      *         A = altro motivo previsto dal regolamento
      ******************************************************************
       FD  EsenzioniFile.
       01  EsenzioneRecord.
           05 EZ-MATRICOLA     PIC 9(5).
           05 EZ-ANNO-ACC      PIC 9(4).
           05 EZ-MOTIVO        PIC X.
           05 EZ-PERCENTUALE   PIC 9(3).
           05 EZ-RIFERIMENTO   PIC X(20).
           05 EZ-DATA          PIC 9(8).
           05 EZ-FATTURA       PIC 9(9).
           05 EZ-IMPORTO       PIC 9(7)V99.
