      ******************************************************************
      * ELEZAGGD - FD/record for a precinct's elettori aggiunti
      * (AGG_<seggio>.DAT, appended by Elezioni): voters admitted at
      * a seggio where they are not registered - poll workers,
      * police on duty, hospital patients - on the strength of a
      * certificate. ElezConsolida checks every one against the
      * voted list of the home seggio. COPY into FILE SECTION; the
      * SELECT stays in each program because the file name is built
      * per precinct at run time.
      *
      * Attestazione: S = componente di seggio / rappresentante
      *               F = forze dell'ordine in servizio
      *               O = ricoverato in ospedale o luogo di cura
      ******************************************************************
       FD  AggiuntiFile.
       01  AggiuntoRecord.
           05 AG-ELETTORE      PIC X(20).
           05 AG-SEGGIO-ORIGINE PIC X(10).
           05 AG-TIPO-ATTEST   PIC X.
           05 AG-NUM-ATTEST    PIC X(15).
           05 AG-DATA          PIC 9(8).
           05 AG-ORA           PIC 9(6).
           05 AG-OPERATORE     PIC X(8).
