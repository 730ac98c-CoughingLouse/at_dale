      ******************************************************************
      * PRESENZD - FD/record for the attendance file (PRESENZE.DAT,
      * loaded by Frequenze from the class registers): one record per
      * student present at a lesson, keyed on Matricola, lesson date
      * and course. Read by Frequenze's report and by Esami for the
      * minimum-attendance check. COPY into FILE SECTION; the SELECT
      * (ORGANIZATION INDEXED, RECORD KEY PR-CHIAVE) stays in each
      * program.
      ******************************************************************
       FD  PresenzeFile.
       01  PresenzaRecord.
           05 PR-CHIAVE.
              10 PR-MATRICOLA  PIC 9(5).
              10 PR-DATA       PIC 9(8).
              10 PR-CORSO      PIC 9(5).
           05 PR-DATA-CARICO   PIC 9(8).
