      *          instead of "restoring" last year's tallies and
      *          treating last year's voters as having already voted.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezArchivia.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Chiusura-exit.
           EXIT.
       END PROGRAM ElezArchivia.
