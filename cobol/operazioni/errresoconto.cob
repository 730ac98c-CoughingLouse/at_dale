      *          entry flagged prominently - instead of the desk
      *          reading the raw file top to bottom.
      * Tectonics: cobc
      * Mod: 15/10/2026 - resoconto filed in the report repository
      *      (COPY RPTARC after the close; ERRLOGW added)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ErrResoconto.
              10 GR-ULTIMO-ORA  PIC X(8).
       01  WS-DESCR-SEV        PIC X(12) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Leggi-Log THRU Leggi-Log-exit.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Resoconto-exit.
           EXIT.
       END PROGRAM ErrResoconto.
