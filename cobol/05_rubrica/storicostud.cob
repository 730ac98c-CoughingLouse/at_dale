      *          1-8 data, 10-15 ora, 16-22 " PRIMA "/" DOPO  ",
      *          23-80 the 58-byte StudenteRecord (Matricola 23-27).
      * Tectonics: cobc
      * Mod: 15/10/2026 - a passaggio di corso logs its after line
      *      as " PASSAG": listed with the rest, not counted as an
      *      amendment in the suspicious-pattern summary.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      The log line is now 89 wide (operator in
      *      82-89) and the inquiry prints it whole.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StoricoStud.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
      * Change-history line: 1-80 as always, 82-89 the signed-on
      * operator (blank on lines written before the sign-on).
       FD  StoricoModFile.
       01  StoricoModLine     PIC X(89).
       FD  RapportoFile.
       01  RapportoLine       PIC X(89).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "M".
           05 CONTO-ROW OCCURS 200 TIMES.
              10 CN-MATRICOLA   PIC X(5).
              10 CN-MODIFICHE   PIC 9(5).
       01  WS-RIGA-SALVA       PIC X(89) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Interrogazione storico modifiche ::".
                   " date, S=riepilogo sospetti): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "StoricoStud" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           EVALUATE WS-MODALITA
               WHEN "D"
                   DISPLAY "Data iniziale (AAAAMMGG): "
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto in " WS-FILE-RAPPORTO ".".
           STOP RUN.

