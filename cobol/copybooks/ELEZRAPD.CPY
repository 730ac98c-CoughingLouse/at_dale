      ******************************************************************
      * ELEZRAPD - FD/record for the accreditation register of the
      * party witnesses (RAPPRESENTANTI.DAT): one record per
      * rappresentante di lista accredited to a seggio for a list
      * the Candidature register certified. Filed by ElezRappr up
      * to the legal deadline; Elezioni prints the seggio's
      * accredited witnesses in the verbale's signature blocks.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Ruolo: E = effettivo   S = supplente
      ******************************************************************
       FD  RappresentantiFile.
       01  RappresentanteRecord.
           05 RP-SEGGIO        PIC X(10).
           05 RP-LISTA         PIC X(20).
           05 RP-RUOLO         PIC X.
           05 RP-NOME          PIC X(30).
           05 RP-DOCUMENTO     PIC X(20).
           05 RP-DATA-ACC      PIC 9(8).
           05 RP-ORA-ACC       PIC 9(6).
