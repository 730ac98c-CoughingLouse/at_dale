      *          pipe-delimited layout the press office already
      *          polls at provincial level).
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezRegione.
           WRITE CanvassLine.
           DISPLAY CanvassLine.
           CLOSE CanvassFile.
           MOVE WS-FILE-CANVASS TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Canvass-exit.
           EXIT.

