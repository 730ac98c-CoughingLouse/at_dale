      *          the year filter every number would read as a double
      *          issue from the second year on.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reserved blocks for offline seggi: the
      *      ledger's "P" block ranges, "U" numbers issued from a
      *      block and "V" ranges voided at its return are read, a
      *      voided number counts as accounted for, and numbers still
      *      out in an unreturned block are listed and withhold the
      *      certification. The block and voided ranges are listed.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeqAudit.
           05 EM-DATA          PIC 9(8).
           05 EM-ORA           PIC 9(6).
           05 EM-CHIAMANTE     PIC X(10).
      *    "E" (SPACES before the field existed) one number issued,
      *    "U" one issued offline from a reserved block, "P" a
      *    reserved block, "V" block numbers voided unused; a range
      *    runs EM-NUMERO to EM-FINE.
           05 EM-TIPO          PIC X.
           05 EM-FINE          PIC 9(9).
           05 EM-RIFERIMENTO   PIC X(10).
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY ERRLOGD.
       01  WS-SCAN-IDX         PIC 9(6) VALUE 0.
       01  OCCORRENZE-TAB.
           05 OC-CONTA OCCURS 100000 TIMES PIC 9.
      * Per number: "P" inside a reserved block, "V" voided, SPACE
      * otherwise. A voided number counts as accounted for; a block
      * number neither used nor voided is still out at its seggio.
       01  TIPI-TAB.
           05 OC-TIPO OCCURS 100000 TIMES PIC X.
       01  WS-RIGHE-SERIE      PIC 9(7) VALUE 0.
       01  WS-INIZIO-RANGE     PIC 9(9) VALUE 0.
       01  WS-FINE-RANGE       PIC 9(9) VALUE 0.
       01  WS-NUMERO-RANGE     PIC 9(9) VALUE 0.
       01  WS-ANNULLATI        PIC 9(7) VALUE 0.
       01  WS-PENDENTI         PIC 9(7) VALUE 0.
       01  WS-PEND-INIZIO      PIC 9(9) VALUE 0.
       01  WS-PEND-FINE        PIC 9(9) VALUE 0.
      * The reserved blocks and voided ranges met, for the report.
       01  WS-MAX-RANGE        PIC 9(3) VALUE 200.
       01  WS-NUM-RANGE        PIC 9(3) VALUE 0.
       01  WS-RANGE-IDX        PIC 9(3) VALUE 0.
       01  RANGE-TAB.
           05 RANGE-ROW OCCURS 200 TIMES.
              10 RG-TIPO        PIC X.
              10 RG-INIZIO      PIC 9(9).
              10 RG-FINE        PIC 9(9).
              10 RG-RIFERIMENTO PIC X(10).
       01  WS-SECONDO-GIRO     PIC X VALUE "N".
       01  WS-LACUNE           PIC 9(5) VALUE 0.
       01  WS-DOPPI            PIC 9(5) VALUE 0.
      *    First pass: the issued range; second pass: occurrence
      *    counts inside it.
           PERFORM Scandisci-Ledger THRU Scandisci-Ledger-exit.
           IF WS-RIGHE-SERIE = 0
               DISPLAY "Nessuna emissione a registro per la serie "
                       FUNCTION TRIM (WS-SERIE-SCELTA) "."
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO TIPI-TAB.
           MOVE "Y" TO WS-SECONDO-GIRO.
           PERFORM Scandisci-Ledger THRU Scandisci-Ledger-exit.
           PERFORM Stampa-Audit THRU Stampa-Audit-exit.
              AND WS-ANNO-EMISSIONE NOT = WS-ANNO-SCELTO
               GO TO Esamina-Emissione-exit
           END-IF.
      *    A reserved block or a voided range covers EM-NUMERO to
      *    EM-FINE; every other entry is the one number.
           MOVE EM-NUMERO TO WS-INIZIO-RANGE.
           MOVE EM-NUMERO TO WS-FINE-RANGE.
           IF (EM-TIPO = "P" OR EM-TIPO = "V")
              AND EM-FINE IS NUMERIC AND EM-FINE > EM-NUMERO
               MOVE EM-FINE TO WS-FINE-RANGE
           END-IF.
           IF WS-SECONDO-GIRO = "N"
               ADD 1 TO WS-RIGHE-SERIE
               EVALUATE EM-TIPO
                   WHEN "P"
                       PERFORM Registra-Range THRU Registra-Range-exit
                   WHEN "V"
                       COMPUTE WS-ANNULLATI = WS-ANNULLATI
                           + WS-FINE-RANGE - WS-INIZIO-RANGE + 1
                       PERFORM Registra-Range THRU Registra-Range-exit
                   WHEN OTHER
                       ADD 1 TO WS-EMESSI
               END-EVALUATE
               IF WS-MINIMO-VISTO = "N"
                  OR WS-INIZIO-RANGE < WS-MINIMO
                   MOVE WS-INIZIO-RANGE TO WS-MINIMO
                   MOVE "Y" TO WS-MINIMO-VISTO
               END-IF
               IF WS-FINE-RANGE > WS-MASSIMO
                   MOVE WS-FINE-RANGE TO WS-MASSIMO
               END-IF
           ELSE
               PERFORM VARYING WS-NUMERO-RANGE FROM WS-INIZIO-RANGE
                       BY 1 UNTIL WS-NUMERO-RANGE > WS-FINE-RANGE
                   COMPUTE WS-OFFSET = WS-NUMERO-RANGE - WS-MINIMO + 1
                   EVALUATE EM-TIPO
                       WHEN "P"
                           IF OC-TIPO (WS-OFFSET) = SPACE
                               MOVE "P" TO OC-TIPO (WS-OFFSET)
                           END-IF
                       WHEN OTHER
                           IF EM-TIPO = "V"
                               MOVE "V" TO OC-TIPO (WS-OFFSET)
                           END-IF
                           IF OC-CONTA (WS-OFFSET) < 9
                               ADD 1 TO OC-CONTA (WS-OFFSET)
                           END-IF
                   END-EVALUATE
               END-PERFORM
           END-IF.
       Esamina-Emissione-exit.
           EXIT.

       Registra-Range.
           IF WS-NUM-RANGE < WS-MAX-RANGE
               ADD 1 TO WS-NUM-RANGE
               MOVE EM-TIPO TO RG-TIPO (WS-NUM-RANGE)
               MOVE WS-INIZIO-RANGE TO RG-INIZIO (WS-NUM-RANGE)
               MOVE WS-FINE-RANGE TO RG-FINE (WS-NUM-RANGE)
               MOVE EM-RIFERIMENTO TO RG-RIFERIMENTO (WS-NUM-RANGE)
           END-IF.
       Registra-Range-exit.
           EXIT.

       Stampa-Audit.
           OPEN OUTPUT RapportoFile.
           MOVE "SeqAudit" TO WS-HDR-PROGRAMMA.
                  WS-MASSIMO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-RANGE-IDX FROM 1 BY 1
                   UNTIL WS-RANGE-IDX > WS-NUM-RANGE
               MOVE SPACES TO RapportoLine
               IF RG-TIPO (WS-RANGE-IDX) = "P"
                   STRING "Blocco prenotato " DELIMITED BY SIZE
                          RG-INIZIO (WS-RANGE-IDX) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          RG-FINE (WS-RANGE-IDX) DELIMITED BY SIZE
                          " seggio " DELIMITED BY SIZE
                          RG-RIFERIMENTO (WS-RANGE-IDX)
                              DELIMITED BY SPACE
                          INTO RapportoLine
               ELSE
                   STRING "  annullati al rientro " DELIMITED BY SIZE
                          RG-INIZIO (WS-RANGE-IDX) DELIMITED BY SIZE
                          " - " DELIMITED BY SIZE
                          RG-FINE (WS-RANGE-IDX) DELIMITED BY SIZE
                          " seggio " DELIMITED BY SIZE
                          RG-RIFERIMENTO (WS-RANGE-IDX)
                              DELIMITED BY SPACE
                          INTO RapportoLine
               END-IF
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           MOVE 0 TO WS-PEND-INIZIO.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-INTERVALLO
               COMPUTE WS-NUMERO-ED = WS-MINIMO + WS-SCAN-IDX - 1
      *        A run of block numbers still out at the seggio prints
      *        as one line when it ends.
               IF WS-PEND-INIZIO > 0
                  AND (OC-CONTA (WS-SCAN-IDX) > 0
                       OR OC-TIPO (WS-SCAN-IDX) NOT = "P")
                   COMPUTE WS-PEND-FINE = WS-NUMERO-ED - 1
                   PERFORM Stampa-Pendenti THRU Stampa-Pendenti-exit
               END-IF
               EVALUATE TRUE
                   WHEN OC-CONTA (WS-SCAN-IDX) = 0
                        AND OC-TIPO (WS-SCAN-IDX) = "P"
                       ADD 1 TO WS-PENDENTI
                       IF WS-PEND-INIZIO = 0
                           MOVE WS-NUMERO-ED TO WS-PEND-INIZIO
                       END-IF
                   WHEN OC-CONTA (WS-SCAN-IDX) > 1
                        AND OC-TIPO (WS-SCAN-IDX) = "V"
                       ADD 1 TO WS-DOPPI
                       MOVE SPACES TO RapportoLine
                       STRING "USATO E ANNULLATO: numero "
                                  DELIMITED BY SIZE
                              WS-NUMERO-ED DELIMITED BY SIZE
                              INTO RapportoLine
                       PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   WHEN OC-CONTA (WS-SCAN-IDX) = 0
                       ADD 1 TO WS-LACUNE
                       MOVE SPACES TO RapportoLine
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF WS-PEND-INIZIO > 0
               MOVE WS-MASSIMO TO WS-PEND-FINE
               PERFORM Stampa-Pendenti THRU Stampa-Pendenti-exit
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "Annullati: " DELIMITED BY SIZE
                  WS-ANNULLATI DELIMITED BY SIZE
                  "  in blocchi non rientrati: " DELIMITED BY SIZE
                  WS-PENDENTI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Lacune: " DELIMITED BY SIZE
                  WS-LACUNE DELIMITED BY SIZE
                  WS-DOPPI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-LACUNE = 0 AND WS-DOPPI = 0 AND WS-PENDENTI = 0
               MOVE "CERTIFICATO: SERIE CONTINUA E SENZA DOPPIE"
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               MOVE "SeqAudit" TO WS-ERR-PROGRAMMA
               MOVE "Stampa-Audit" TO WS-ERR-PARAGRAFO
               MOVE "serie con lacune, doppie o blocchi non rientrati"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di audit in " WS-FILE-RAPPORTO ".".
       Stampa-Audit-exit.
           EXIT.

       Stampa-Pendenti.
      *    Reserved, never returned: not a gap, but not accounted
      *    for either until SeqBlocchi takes the block back.
           MOVE SPACES TO RapportoLine.
           STRING "NON RIENTRATI: numeri " DELIMITED BY SIZE
                  WS-PEND-INIZIO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-PEND-FINE DELIMITED BY SIZE
                  " in blocco prenotato" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 0 TO WS-PEND-INIZIO.
       Stampa-Pendenti-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE RapportoLine TO WS-RIGA-SALVA
