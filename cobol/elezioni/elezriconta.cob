      *          record produces no discrepancy line, only the seal
      *          can catch it.
      * Tectonics: cobc
      * Mod: 15/10/2026 - list contests: a contest whose checkpoint
      *      carries "LIST" records replays its audit entries as
      *      list ballots - the list number in AU-IDX credits the
      *      list, each name in AU-PREFERENZE a preference - and the
      *      LIST records are compared like the candidate ones.
      * Mod: 15/10/2026 - a referendum's "QUES" records carry the
      *      question text, not a count: they are not compared.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezRiconta.
                 15 RIC-VOTI      PIC 9(7)  VALUE 0.
              10 RIC-BIANCHE      PIC 9(7)  VALUE 0.
              10 RIC-SCRITTE      PIC 9(7)  VALUE 0.
      *       A list contest (seen from its "LIST" checkpoint
      *       records): list votes here, preferences in RIC-VOTI.
              10 RIC-DI-LISTA     PIC X     VALUE "N".
              10 RIC-LISTA-VOTI OCCURS 10 TIMES PIC 9(7) VALUE 0.
      * One list ballot's preferences, as the audit entry holds them.
       01  WS-PREF-AUDIT.
           05 WS-PREF-AU OCCURS 10 TIMES PIC 99.
       01  WS-PREF-AUDIT-X REDEFINES WS-PREF-AUDIT PIC X(20).
       01  WS-RANGO            PIC 99 VALUE 0.
       01  WS-CONTESE-LISTA    PIC 9 VALUE 0.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY SIGILLOW.
               WRITE RapportoLine
               GO TO Rigioca-Audit-exit
           END-IF.
           PERFORM Rileva-Contese-Lista
                   THRU Rileva-Contese-Lista-exit.
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           PERFORM UNTIL WS-EOF-AUDIT = "Y"
       Rigioca-Audit-exit.
           EXIT.

       Rileva-Contese-Lista.
      *    A list ballot audits as an ordinary "VOTO" whose AU-IDX is
      *    the list, not a candidate: which contests are list
      *    contests is read off the checkpoint's "LIST" records
      *    before the replay starts.
           MOVE 0 TO WS-CONTESE-LISTA.
           MOVE "N" TO WS-EOF-RIS.
           OPEN INPUT RisultatiFile.
           IF WS-FS-RISULTATI NOT = "00"
               GO TO Rileva-Contese-Lista-exit
           END-IF.
           PERFORM UNTIL WS-EOF-RIS = "Y"
               READ RisultatiFile
                   AT END MOVE "Y" TO WS-EOF-RIS
                   NOT AT END
                       IF RR-TIPO = "LIST"
                          AND RR-CONTESTA >= 1
                          AND RR-CONTESTA <= WS-MAX-CONTESTE
                          AND RIC-DI-LISTA (RR-CONTESTA) = "N"
                           MOVE "Y" TO RIC-DI-LISTA (RR-CONTESTA)
                           ADD 1 TO WS-CONTESE-LISTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RisultatiFile.
           MOVE "N" TO WS-EOF-RIS.
           IF WS-CONTESE-LISTA > 0
               MOVE SPACES TO RapportoLine
               STRING "Contese con voto di lista e preferenze: "
                          DELIMITED BY SIZE
                      WS-CONTESE-LISTA DELIMITED BY SIZE
                      INTO RapportoLine
               WRITE RapportoLine
               DISPLAY RapportoLine
           END-IF.
       Rileva-Contese-Lista-exit.
           EXIT.

       Verifica-Sigillo-Audit.
      *    The recount is only worth certifying if the log it
      *    replayed is the log the precinct sealed: fold and count
                   ADD 1 TO RIC-BIANCHE (AU-CONTESTA)
               WHEN AU-IDX = WS-SCELTA-SCRITTA
                   ADD 1 TO RIC-SCRITTE (AU-CONTESTA)
               WHEN RIC-DI-LISTA (AU-CONTESTA) = "Y"
                AND AU-IDX >= 1 AND AU-IDX <= WS-MAX-CANDIDATI
                   ADD 1 TO RIC-LISTA-VOTI (AU-CONTESTA AU-IDX)
                   MOVE AU-PREFERENZE TO WS-PREF-AUDIT-X
                   PERFORM VARYING WS-RANGO FROM 1 BY 1
                           UNTIL WS-RANGO > 10
                       IF WS-PREF-AU (WS-RANGO) IS NUMERIC
                          AND WS-PREF-AU (WS-RANGO) >= 1
                          AND WS-PREF-AU (WS-RANGO) <= WS-MAX-CANDIDATI
                           ADD 1 TO RIC-VOTI
                               (AU-CONTESTA WS-PREF-AU (WS-RANGO))
                       END-IF
                   END-PERFORM
               WHEN AU-IDX >= 1 AND AU-IDX <= WS-MAX-CANDIDATI
                   ADD 1 TO RIC-VOTI (AU-CONTESTA AU-IDX)
                   IF RIC-NOME (AU-CONTESTA AU-IDX) = SPACES
                   IF RIC-SCRITTE (AU-CONTESTA) > 0
                       SUBTRACT 1 FROM RIC-SCRITTE (AU-CONTESTA)
                   END-IF
               WHEN RIC-DI-LISTA (AU-CONTESTA) = "Y"
                AND AU-IDX >= 1 AND AU-IDX <= WS-MAX-CANDIDATI
                   IF RIC-LISTA-VOTI (AU-CONTESTA AU-IDX) > 0
                       SUBTRACT 1
                           FROM RIC-LISTA-VOTI (AU-CONTESTA AU-IDX)
                   END-IF
                   MOVE AU-PREFERENZE TO WS-PREF-AUDIT-X
                   PERFORM VARYING WS-RANGO FROM 1 BY 1
                           UNTIL WS-RANGO > 10
                       IF WS-PREF-AU (WS-RANGO) IS NUMERIC
                          AND WS-PREF-AU (WS-RANGO) >= 1
                          AND WS-PREF-AU (WS-RANGO) <= WS-MAX-CANDIDATI
                          AND RIC-VOTI
                              (AU-CONTESTA WS-PREF-AU (WS-RANGO)) > 0
                           SUBTRACT 1 FROM RIC-VOTI
                               (AU-CONTESTA WS-PREF-AU (WS-RANGO))
                       END-IF
                   END-PERFORM
               WHEN AU-IDX >= 1 AND AU-IDX <= WS-MAX-CANDIDATI
                   IF RIC-VOTI (AU-CONTESTA AU-IDX) > 0
                       SUBTRACT 1 FROM RIC-VOTI (AU-CONTESTA AU-IDX)
      *    audit log, so they cannot be replayed and are not compared.
      *    Held provisionals ARE audited (as "PROV" markers), so the
      *    checkpointed count is checked against the replayed one.
      *    A referendum's QUES records hold its question text.
           IF RR-TIPO = "DUPL" OR RR-TIPO = "INEL"
              OR RR-TIPO = "SIGL" OR RR-TIPO = "QUES"
               GO TO Confronta-Voce-exit
           END-IF.
           IF RR-TIPO = "PROV"
                       PERFORM Scrivi-Discrepanza
                               THRU Scrivi-Discrepanza-exit
                   END-IF
               WHEN RR-TIPO = "LIST"
                  AND RR-IDX >= 1 AND RR-IDX <= WS-MAX-CANDIDATI
                   IF RR-VOTI NOT = RIC-LISTA-VOTI (RR-CONTESTA RR-IDX)
                       PERFORM Scrivi-Discrepanza
                               THRU Scrivi-Discrepanza-exit
                   END-IF
               WHEN RR-TIPO = "BIAN"
                   IF RR-VOTI NOT = RIC-BIANCHE (RR-CONTESTA)
                       PERFORM Scrivi-Discrepanza
                          RIC-VOTI (RR-CONTESTA RR-IDX)
                              DELIMITED BY SIZE
                          INTO RapportoLine
               WHEN RR-TIPO = "LIST"
                  AND RR-IDX >= 1 AND RR-IDX <= WS-MAX-CANDIDATI
                   STRING "DISCREPANZA C" DELIMITED BY SIZE
                          RR-CONTESTA DELIMITED BY SIZE
                          " LISTA " DELIMITED BY SIZE
                          FUNCTION TRIM (RR-NOME) DELIMITED BY SIZE
                          ": reg=" DELIMITED BY SIZE
                          RR-VOTI DELIMITED BY SIZE
                          " rig=" DELIMITED BY SIZE
                          RIC-LISTA-VOTI (RR-CONTESTA RR-IDX)
                              DELIMITED BY SIZE
                          INTO RapportoLine
               WHEN RR-TIPO = "BIAN"
                   STRING "DISCREPANZA C" DELIMITED BY SIZE
                          RR-CONTESTA DELIMITED BY SIZE
           END-IF.
       Chiudi-Rapporto-chiusura.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di riconteggio in " WS-FILE-RAPPORTO ".".
       Chiudi-Rapporto-exit.
           EXIT.
