      *          received / overdue per seggio - like the
      *          precincts-reporting board.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the custody board prints each seggio's
      *      name and address from the polling-station master
      *      (SEGGI.DAT) under its code.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezCustodia.
               FILE STATUS IS WS-FS-ELENCO.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SEGGIOS.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       01  ElencoSeggiRecord    PIC X(10).
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY ELEZSEGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "B".
           05 FILLER           PIC X(7).
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY SEGGIOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Custodia dei supporti di seggio ::".
                   " in contea, B=quadro di custodia): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ElezCustodia" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           EVALUATE WS-MODALITA
               WHEN "D"
                   PERFORM Registra-Spedizione
               END-IF
               WRITE RapportoLine
               DISPLAY RapportoLine
               MOVE QD-SEGGIO (WS-SEGGIO-IDX) TO WS-SEG-CODICE
               COPY SEGGIO.
               MOVE SPACES TO RapportoLine
               STRING "            " DELIMITED BY SIZE
                      WS-SEG-DESCRIZIONE DELIMITED BY SIZE
                      INTO RapportoLine
               WRITE RapportoLine
               DISPLAY RapportoLine
           END-PERFORM.
           MOVE SPACES TO RapportoLine.
           STRING "Spediti: " DELIMITED BY SIZE
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Quadro di custodia in " WS-FILE-RAPPORTO ".".
       Stampa-Quadro-exit.
           EXIT.
