      ******************************************************************
      * RICONOSD - FD/record for the exam-recognition table used on a
      * change of programme (RICONOSCIMENTI.DAT, kept by CorsiManut):
      * a passed exam RI-ESAME taken on programme RI-PROG-DA counts,
      * after a passaggio to programme RI-PROG-A, as RI-ESAME-A on
      * the new plan (zero: the same code). RI-PROG-DA zero matches a
      * student coming from any programme. Read by Rubrica's
      * passaggio di corso. COPY into FILE SECTION; the SELECT stays
      * in each program.
      ******************************************************************
       FD  RiconosciFile.
       01  RiconoscimentoRecord.
           05 RI-PROG-DA       PIC 9(5).
           05 RI-PROG-A        PIC 9(5).
           05 RI-ESAME         PIC 9(5).
           05 RI-ESAME-A       PIC 9(5).
