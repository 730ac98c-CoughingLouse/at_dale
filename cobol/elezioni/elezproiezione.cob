      *          only, so precincts weigh uniformly; the historical
      *          share feeds the band, not the weights.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezProiezione.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Proiezione in " WS-FILE-RAPPORTO ".".
       Stampa-Proiezione-exit.
           EXIT.
