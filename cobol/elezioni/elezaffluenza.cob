      *      section (one line per polling day on the log, a "STOR"
      *      reversal taken out of the day its ballot was cast in)
      *      ahead of the hourly buckets.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezAffluenza.
               DISPLAY RapportoLine
           END-IF.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di affluenza in " WS-FILE-RAPPORTO ".".
       Stampa-Affluenza-exit.
           EXIT.
