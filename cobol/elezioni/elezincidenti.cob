      *          incident fell in - the same hourly buckets
      *          ElezAffluenza builds.
      * Tectonics: cobc
      * Mod: 15/10/2026 - each seggio section is headed with the
      *      seggio's name and address from the polling-station
      *      master (SEGGI.DAT).
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the report end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezIncidenti.
               FILE STATUS IS WS-FS-AUDIT.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SEGGIOS.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY ELEZAUDD.
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY ELEZSEGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-ELENCO      PIC X(50) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY SEGGIOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Rapporto incidenti di contea ::".
           MOVE "ElezIncidenti" TO WS-ACC-PROGRAMMA.
           COPY ACCESSO.
           DISPLAY "File con l'elenco dei codici seggio: ".
           ACCEPT WS-FILE-ELENCO.
           OPEN OUTPUT RapportoFile.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto incidenti in " WS-FILE-RAPPORTO ".".
           STOP RUN.

                  " --" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-SEGGIO-CORRENTE TO WS-SEG-CODICE.
           COPY SEGGIO.
           MOVE SPACES TO RapportoLine.
           STRING "   " DELIMITED BY SIZE
                  WS-SEG-DESCRIZIONE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ IncidentiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
