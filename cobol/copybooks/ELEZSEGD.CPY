      ******************************************************************
      * ELEZSEGD - FD/record for the polling-station master
      * (SEGGI.DAT): one record per seggio, keyed on the same
      * 10-character code every election file carries, so reports
      * can print where a seggio actually is. Maintained by
      * SeggiManut; looked up through the SEGGIO copybook. COPY into
      * FILE SECTION; the SELECT is SEGGIOS.
      ******************************************************************
       FD  SeggiFile.
       01  SeggioRecord.
           05 AS-CODICE        PIC X(10).
      *    Name of the premises, e.g. "PALESTRA SCUOLA VERDI".
           05 AS-NOME          PIC X(30).
           05 AS-INDIRIZZO     PIC X(40).
           05 AS-COMUNE        PIC X(20).
      *    Electoral district (circoscrizione) the seggio belongs to.
           05 AS-CIRCOSCRIZIONE PIC X(10).
      *    "S" step-free access, "N" not.
           05 AS-ACCESSIBILE   PIC X.
           05 AS-PRESIDENTE    PIC X(30).
      *    Register count at the last revision, and when it was taken.
           05 AS-ELETTORI-ATTESI PIC 9(5).
           05 AS-DATA-REVISIONE PIC 9(8).
      *    "A" attivo, "S" soppresso (kept so old results resolve).
           05 AS-STATO         PIC X.
