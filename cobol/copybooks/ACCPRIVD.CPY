      ******************************************************************
      * ACCPRIVD - FD/record for the privacy officer's log of subject-
      * access requests (ACCESSI_PRIVACY.LOG): one line per report
      * AccessoDati produces, with when, who ran it, for which
      * Matricola, the request's own reference, how many files were
      * searched and how many items were found, and the report file
      * handed over. COPY into FILE SECTION; the SELECT stays in each
      * program.
      ******************************************************************
       FD  AccessiPrivacyFile.
       01  AccessoPrivacyRecord.
           05 AC-DATA          PIC 9(8).
           05 AC-ORA           PIC 9(6).
           05 AC-OPERATORE     PIC X(8).
           05 AC-MATRICOLA     PIC 9(5).
      *    Protocol or reference of the request as received.
           05 AC-RIFERIMENTO   PIC X(15).
           05 AC-FONTI         PIC 9(3).
           05 AC-TROVATI       PIC 9(5).
           05 AC-RAPPORTO      PIC X(40).
