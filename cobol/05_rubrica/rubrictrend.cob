      *          the ElezSwing idea applied to students, instead of
      *          someone counting lines in five files.
      * Tectonics: cobc
      * Mod: 15/10/2026 - CorsoRecord carries CO-CFU and
      *      CO-FREQ-MIN, the full CORSI.DAT line CorsiManut writes.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RubricTrend.
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY ERRLOGD.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto andamento in " WS-FILE-RAPPORTO ".".
       Stampa-Trend-exit.
           EXIT.
