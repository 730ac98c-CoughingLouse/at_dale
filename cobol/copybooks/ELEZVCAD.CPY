      ******************************************************************
      * ELEZVCAD - FD/record for the outcome of the post-election
      * sample hand count (VERIFICA_CAMPIONE.DAT): one record per
      * election date and contest, rewritten by ElezCampione each
      * time it compares the hand-counted figures of the sampled
      * seggi with their RIS_<seggio>.DAT. ElezCert lets a contest
      * reach CE only when its record here says "P".
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Esito: P = superata (every difference within tolerance)
      *        I = incompleta (sampled seggi still to be counted)
      *        E = campione esteso (difference over tolerance in
      *            the first draw: second draw to be counted)
      *        R = contesa rinviata a riconteggio (difference over
      *            tolerance in the extended sample, REGCERT -> RI)
      ******************************************************************
       FD  VerificaCampioneFile.
       01  VerificaCampioneRecord.
           05 VC-DATA-ELEZIONE PIC 9(8).
           05 VC-CONTESTA      PIC 99.
           05 VC-ESITO         PIC X.
           05 VC-SEGGI-CONTATI PIC 9(3).
           05 VC-DIFFERENZE    PIC 9(5).
           05 VC-MAX-DIFF      PIC 9(7).
           05 VC-TOLLERANZA    PIC 9(5).
           05 VC-DATA          PIC 9(8).
           05 VC-ORA           PIC 9(6).
