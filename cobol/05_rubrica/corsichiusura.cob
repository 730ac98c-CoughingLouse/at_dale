      *          the change-history log, and the closure report says
      *          who went where.
      * Tectonics: cobc
      * Mod: 15/10/2026 - CorsoRecord carries CO-CFU and
      *      CO-FREQ-MIN, the full CORSI.DAT line CorsiManut writes.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Change-history lines carry the operator in
      *      columns 82-89.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorsiChiusura.
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
      * Change-history line: 1-80 as always, 82-89 the signed-on
      * operator (blank on lines written before the sign-on).
       FD  StoricoModFile.
       01  StoricoModLine     PIC X(89).
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY ERRLOGD.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Chiusura di un corso disattivato ::".
           MOVE "CorsiChiusura" TO WS-ACC-PROGRAMMA.
           COPY ACCESSO.
           DISPLAY "Codice del corso disattivato da chiudere: ".
           ACCEPT WS-CORSO-CHIUSO.
           MOVE WS-CORSO-CHIUSO TO WS-CORSO-CERCATO.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di chiusura in " WS-FILE-RAPPORTO ".".
           IF WS-IN-REVISIONE > 0
               MOVE 4 TO RETURN-CODE
                  " PRIMA " DELIMITED BY SIZE
                  WS-RECORD-PRIMA DELIMITED BY SIZE
                  INTO StoricoModLine.
           MOVE WS-ACC-OPERATORE TO StoricoModLine (82:8).
           WRITE StoricoModLine.
           MOVE SPACES TO StoricoModLine.
           STRING WS-MOD-DATA DELIMITED BY SIZE
                  " DOPO  " DELIMITED BY SIZE
                  StudenteRecord DELIMITED BY SIZE
                  INTO StoricoModLine.
           MOVE WS-ACC-OPERATORE TO StoricoModLine (82:8).
           WRITE StoricoModLine.
           CLOSE StoricoModFile.
       Scrivi-Storico-Modifica-exit.
