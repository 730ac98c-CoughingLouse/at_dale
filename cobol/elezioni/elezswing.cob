      *          movement. The table the press office used to
      *          assemble by hand from old printouts within the hour.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezSwing.
               DISPLAY RapportoLine
           END-IF.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di swing in " WS-FILE-RAPPORTO ".".
       Stampa-Swing-exit.
           EXIT.
