      *          graded exception report; a clean file earns a clean
      *          certificate.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the roster record gained the operator's role
      *      (OP-RUOLO), kept here so the layout stays one.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezAnomalie.
           05 OP-ORA-INIZIO    PIC X(4).
           05 OP-ORA-FINE      PIC X(4).
           05 OP-STATO         PIC X.
           05 OP-RUOLO         PIC X.
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY ERRLOGD.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto anomalie in " WS-FILE-RAPPORTO ".".
       Chiudi-Rapporto-exit.
           EXIT.
