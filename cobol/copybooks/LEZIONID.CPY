      ******************************************************************
      * LEZIONID - FD/record for the lesson calendar (LEZIONI.DAT,
      * kept by Frequenze): one record per lesson of a course, at
      * most one per course and day - the attendance registers are
      * keyed on the lesson date. Read by Frequenze and by Esami for
      * the minimum-attendance check. COPY into FILE SECTION; the
      * SELECT stays in each program.
      ******************************************************************
       FD  LezioniFile.
       01  LezioneRecord.
           05 LZ-CORSO         PIC 9(5).
           05 LZ-DATA          PIC 9(8).
           05 LZ-ARGOMENTO     PIC X(40).
