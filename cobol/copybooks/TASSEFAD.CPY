      ******************************************************************
      * TASSEFAD - FD/record for the income-band fee table
      * (TASSE_FASCE.DAT), kept by TasseManut: for a course, one line
      * per fascia di reddito with the upper limit of the family
      * income (ISEE) the band covers and the year's fee for it. The
      * band with the highest limit also bills students who filed no
      * income declaration. A course with no bands is billed the
      * single fee on TASSE_CORSI.DAT. COPY into FILE SECTION; the
      * SELECT stays in each program.
      ******************************************************************
       FD  FasceTasseFile.
       01  FasciaTassaRecord.
           05 TF-CORSO         PIC 9(5).
           05 TF-FASCIA        PIC 99.
           05 TF-REDDITO-MAX   PIC 9(7)V99.
           05 TF-IMPORTO       PIC 9(7)V99.
      *    Operator who last set the band (blank on older lines).
           05 TF-OPERATORE     PIC X(8).
