      ******************************************************************
      * CONTIMAD - FD/record for the account-mapping table of the
      * general-ledger journal (CONTI_CONTABILI.DAT), kept by
      * TasseManut and read by Fatturazione's journal extract. Two
      * kinds of line:
      *   D - one per accounting event type (MOVCONTD), keyed by the
      *       type in MC-CHIAVE: the account debited, the account
      *       credited and the journal description;
      *   C - one per course, keyed by the course code: the cost
      *       centre its postings carry. Course 00000 is the cost
      *       centre of postings with no course (suspended payments).
      * An event whose type or course has no line is not mapped.
      * COPY into FILE SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  MappaContiFile.
       01  MappaContoRecord.
           05 MC-TIPO          PIC X.
           05 MC-CHIAVE        PIC X(5).
           05 MC-VOCE.
              10 MC-CONTO-DARE  PIC X(10).
              10 MC-CONTO-AVERE PIC X(10).
              10 MC-DESCRIZIONE PIC X(30).
           05 MC-CENTRO REDEFINES MC-VOCE.
              10 MC-CDC         PIC X(8).
              10 FILLER         PIC X(42).
