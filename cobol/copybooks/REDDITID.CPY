      ******************************************************************
      * REDDITID - FD/record for the students' family-income
      * declarations (REDDITI_STUDENTI.DAT), kept by TasseManut: one
      * line per Matricola and academic year with the declared
      * income (ISEE) that places the student in a fee band, and the
      * date it was filed. COPY into FILE SECTION; the SELECT stays
      * in each program.
      ******************************************************************
       FD  RedditiFile.
       01  RedditoRecord.
           05 RD-MATRICOLA     PIC 9(5).
           05 RD-ANNO-ACC      PIC 9(4).
           05 RD-REDDITO       PIC 9(7)V99.
           05 RD-DATA          PIC 9(8).
