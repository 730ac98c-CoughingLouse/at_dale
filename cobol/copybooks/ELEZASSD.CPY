      ******************************************************************
      * ELEZASSD - FD/record for the county register of assisted
      * ballots (VOTO_ASSISTITO.DAT): one record per ballot cast
      * with a companion, appended by Elezioni at every seggio and
      * re-checked county-wide by ElezConsolida. A companion may
      * assist one voter per election, in whichever seggio: the
      * register is what lets a seggio see the others.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Certificazione: M = certificato medico ASL
      *                 T = annotazione AVD sulla tessera elettorale
      *                 E = impedimento evidente, accertato dal
      *                     presidente di seggio
      ******************************************************************
       FD  AssistitiFile.
       01  AssistitoRecord.
           05 AV-DATA-ELEZIONE PIC 9(8).
           05 AV-ACCOMPAGNATORE PIC X(20).
           05 AV-SEGGIO        PIC X(10).
           05 AV-ELETTORE      PIC X(20).
           05 AV-CERTIFICATO   PIC X.
           05 AV-DATA          PIC 9(8).
           05 AV-ORA           PIC 9(6).
           05 AV-OPERATORE     PIC X(8).
