      *          the last step of NIGHTRUN, instead of four printouts
      *          side by side on the morning desk.
      * Tectonics: cobc
      * Mod: 15/10/2026 - prints the Rubrica integrity sweep's
      *      anomaly count (informational, not an imbalance).
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - only the nightly steps' run-control records
      *      are certified (RN-CATENA blank); the MONTHRUN and
      *      YEAREND streams have their own certificate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotteBilancio.
           PERFORM Bilancia-Elezcons THRU Bilancia-Elezcons-exit.
           PERFORM Bilancia-Calcolat THRU Bilancia-Calcolat-exit.
           PERFORM Riporta-Rubrica THRU Riporta-Rubrica-exit.
           PERFORM Riporta-Integrita THRU Riporta-Integrita-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-SBILANCI = 0
               MOVE "*** NOTTE BILANCIATA ***" TO RapportoLine
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Bilancio della notte in " WS-FILE-RAPPORTO ".".
           STOP RUN.

               READ RunCtlFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
      *                MONTHRUN and YEAREND steps are certified by
      *                their own stream's balancing (BilancioCatena).
                       IF RN-DATA = WS-DATA-OGGI
                          AND RN-CATENA = SPACES
                           MOVE 0 TO WS-PASSO-TROVATO
                           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                                   UNTIL WS-PASSO-IDX > WS-NUM-PASSI
           DISPLAY RapportoLine.
       Riporta-Rubrica-exit.
           EXIT.

       Riporta-Integrita.
      *    The integrity sweep reconciles nothing against another
      *    step either: its anomalies are data to be put right by the
      *    desk, not a night out of balance, so they are reported
      *    here and flagged by the sweep's own return code.
           MOVE "INTEGRIT" TO WS-CERCA-PASSO.
           MOVE "ANOMALIE" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-FIGURA-PRESENTE = "Y"
               IF WS-VALORE-LETTO = 0
                   MOVE "INTEGRITA': file Rubrica coerenti."
                       TO RapportoLine
               ELSE
                   STRING "INTEGRITA': anomalie referenziali "
                              DELIMITED BY SIZE
                          WS-VALORE-LETTO DELIMITED BY SIZE
                          " (vedi INTEGRITA_RUBRICA.TXT)"
                              DELIMITED BY SIZE
                          INTO RapportoLine
               END-IF
           ELSE
               MOVE "INTEGRITA': nessuna figura di controllo stanotte."
                   TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
       Riporta-Integrita-exit.
           EXIT.
       END PROGRAM NotteBilancio.
