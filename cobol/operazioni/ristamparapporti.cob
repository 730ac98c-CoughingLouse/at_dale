      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Report repository - the browsing half. Every report
      *          framed by RPTHDR/RPTTRL is filed by ArchiviaRapporto
      *          under a number, sealed and indexed in
      *          RAPPORTI_INDICE.DAT (RPTARCD copybook). Mode L lists
      *          the filed reports by program, report and run-date
      *          window; mode R reprints one by number, after
      *          checking the copy against its seal - an altered copy
      *          is refused, never reprinted as genuine; mode C keeps
      *          the retention rule per report type
      *          (RAPPORTI_CONSERVAZIONE.DAT: program, report file or
      *          blank for all the program's reports, years; "*" as
      *          program for everything else); mode P purges the
      *          reports past retention the way ErrRotazione purges
      *          its archives (confirmed, copies emptied, index
      *          rewritten, destruction noted on the error log).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RistampaRapporti.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RapportiIndiceFile ASSIGN TO WS-FILE-INDICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           SELECT ArchivioFile ASSIGN TO WS-FILE-ARCHIVIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ARCHIVIO.
           SELECT RistampaFile ASSIGN TO WS-FILE-RISTAMPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RISTAMPA.
           SELECT ConservazioneFile ASSIGN TO WS-FILE-CONSERVAZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSERVAZIONE.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY RPTARCD.
       FD  ArchivioFile.
       01  ArchivioLinea       PIC X(150).
       FD  RistampaFile.
       01  RistampaLinea       PIC X(150).
       FD  ConservazioneFile.
      *    One retention rule per report type: the program and, when
      *    not blank, the report file name; "*" as program is the
      *    rule for every report no other line covers.
       01  ConservazioneRecord.
           05 CR-PROGRAMMA     PIC X(20).
           05 CR-RAPPORTO      PIC X(50).
           05 CR-ANNI          PIC 99.
       FD  RapportoFile.
       01  RapportoLine        PIC X(132).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "L".
       01  WS-FILE-INDICE      PIC X(50) VALUE "RAPPORTI_INDICE.DAT".
       01  WS-FS-INDICE        PIC XX VALUE "00".
       01  WS-FILE-ARCHIVIO    PIC X(50) VALUE SPACES.
       01  WS-FS-ARCHIVIO      PIC XX VALUE "00".
       01  WS-FILE-RISTAMPA    PIC X(50) VALUE SPACES.
       01  WS-FS-RISTAMPA      PIC XX VALUE "00".
       01  WS-FILE-CONSERVAZIONE PIC X(50)
                               VALUE "RAPPORTI_CONSERVAZIONE.DAT".
       01  WS-FS-CONSERVAZIONE PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE "RAPPORTI_ELENCO.TXT".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
       01  WS-RIGA-SALVA       PIC X(132) VALUE SPACES.
      * Listing filters.
       01  WS-PGM-CERCATO      PIC X(20) VALUE SPACES.
       01  WS-RPT-CERCATO      PIC X(50) VALUE SPACES.
       01  WS-DATA-DA          PIC 9(8) VALUE 0.
       01  WS-DATA-A           PIC 9(8) VALUE 0.
       01  WS-TROVATI          PIC 9(7) VALUE 0.
      * Reprint: the index entry found, kept whole, and the seal
      * line read back off the filed copy.
       01  WS-NUMERO-CERCATO   PIC 9(9) VALUE 0.
       01  WS-VOCE-TROVATA     PIC X VALUE "N".
       01  WS-VOCE-INDICE      PIC X(179) VALUE SPACES.
       01  WS-RIGA-SIGILLO     PIC X(150) VALUE SPACES.
       01  WS-SIGILLO-LETTO    PIC 9(9) VALUE 0.
       01  WS-CONTA-LETTA      PIC 9(7) VALUE 0.
       01  WS-RIGHE-RISTAMPATE PIC 9(7) VALUE 0.
      * Retention rules, loaded whole; a report no rule covers is
      * kept WS-ANNI-STD years.
       01  WS-ANNI-STD         PIC 99 VALUE 10.
       01  WS-MAX-REGOLE       PIC 9(3) VALUE 200.
       01  WS-NUM-REGOLE       PIC 9(3) VALUE 0.
       01  WS-REGOLA-IDX       PIC 9(3) VALUE 0.
       01  WS-REGOLA-TROVATA   PIC 9(3) VALUE 0.
       01  REGOLE-TAB.
           05 REGOLA-ROW OCCURS 200 TIMES.
              10 CT-PROGRAMMA   PIC X(20).
              10 CT-RAPPORTO    PIC X(50).
              10 CT-ANNI        PIC 99.
       01  WS-AZIONE-REG       PIC X VALUE SPACE.
       01  WS-PROGRAMMA-REG    PIC X(20) VALUE SPACES.
       01  WS-RAPPORTO-REG     PIC X(50) VALUE SPACES.
       01  WS-ANNI-REG         PIC 99 VALUE 0.
       01  WS-ESITO-REG        PIC X(10) VALUE SPACES.
      * Rule applied to one filed report: 3 program and report, 2
      * the whole program, 1 the "*" line, 0 the standard.
       01  WS-GRADO-REGOLA     PIC 9 VALUE 0.
       01  WS-ANNI-APPLICATI   PIC 99 VALUE 0.
       01  WS-DATA-SCADENZA    PIC 9(8) VALUE 0.
      * Index entries in memory for the purge rewrite.
       01  WS-MAX-INDICE       PIC 9(5) VALUE 5000.
       01  WS-NUM-INDICE       PIC 9(5) VALUE 0.
       01  WS-IND-IDX          PIC 9(5) VALUE 0.
       01  INDICE-TAB.
           05 INDICE-ROW OCCURS 5000 TIMES.
              10 IN-REC         PIC X(179).
              10 IN-ESITO       PIC X.
       01  WS-INDICE-PIENO     PIC X VALUE "N".
       01  WS-SCADUTI          PIC 9(5) VALUE 0.
       01  WS-PURGATI          PIC 9(5) VALUE 0.
       01  WS-CONFERMA         PIC X VALUE "N".
           COPY SIGILLOW.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Archivio dei rapporti stampati ::".
           DISPLAY "Modalita' (L=elenco, R=ristampa, C=regole di"
                   " conservazione, P=purga rapporti scaduti): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "RistampaRapporti" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           EVALUATE WS-MODALITA
               WHEN "R"
                   PERFORM Ristampa-Rapporto
                           THRU Ristampa-Rapporto-exit
               WHEN "C"
                   PERFORM Aggiorna-Regole THRU Aggiorna-Regole-exit
               WHEN "P"
                   PERFORM Purga-Rapporti THRU Purga-Rapporti-exit
               WHEN OTHER
                   PERFORM Elenca-Rapporti THRU Elenca-Rapporti-exit
           END-EVALUATE.
           STOP RUN.

       Elenca-Rapporti.
           DISPLAY "Programma (vuoto = tutti): ".
           ACCEPT WS-PGM-CERCATO.
           MOVE FUNCTION UPPER-CASE (WS-PGM-CERCATO) TO WS-PGM-CERCATO.
           DISPLAY "File del rapporto (vuoto = tutti): ".
           ACCEPT WS-RPT-CERCATO.
           MOVE FUNCTION UPPER-CASE (WS-RPT-CERCATO) TO WS-RPT-CERCATO.
           DISPLAY "Eseguiti dal (AAAAMMGG, 0 = dall'inizio): ".
           ACCEPT WS-DATA-DA.
           DISPLAY "Eseguiti al (AAAAMMGG, 0 = ad oggi): ".
           ACCEPT WS-DATA-A.
           IF WS-DATA-A = 0
               MOVE WS-DATA-OGGI TO WS-DATA-A
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RapportiIndiceFile.
           IF WS-FS-INDICE NOT = "00"
               DISPLAY "Indice " FUNCTION TRIM (WS-FILE-INDICE)
                       " non trovato: nessun rapporto archiviato."
               GO TO Elenca-Rapporti-exit
           END-IF.
           OPEN OUTPUT RapportoFile.
           MOVE "RistampaRapporti" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "RAPPORTI ARCHIVIATI DAL " DELIMITED BY SIZE
                  WS-DATA-DA DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-DATA-A DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "NUMERO    DATA     ORA    PROGRAMMA            "
                  DELIMITED BY SIZE
                  "FILE DEL RAPPORTO" DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE "OPERAT.  PAGINE" TO RapportoLine (101:15).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RapportiIndiceFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF (WS-PGM-CERCATO = SPACES
                           OR FUNCTION UPPER-CASE (RI-PROGRAMMA)
                              = WS-PGM-CERCATO)
                          AND (WS-RPT-CERCATO = SPACES
                               OR FUNCTION UPPER-CASE (RI-RAPPORTO)
                                  = WS-RPT-CERCATO)
                          AND RI-DATA >= WS-DATA-DA
                          AND RI-DATA <= WS-DATA-A
                           ADD 1 TO WS-TROVATI
                           PERFORM Riga-Elenco THRU Riga-Elenco-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RapportiIndiceFile.
           MOVE SPACES TO RapportoLine.
           STRING "Rapporti elencati: " DELIMITED BY SIZE
                  WS-TROVATI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Elenco in " FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
       Elenca-Rapporti-exit.
           EXIT.

       Riga-Elenco.
           MOVE SPACES TO RapportoLine.
           STRING RI-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-ORA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-PROGRAMMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-RAPPORTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-OPERATORE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-PAGINE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Riga-Elenco-exit.
           EXIT.

       Ristampa-Rapporto.
           DISPLAY "Numero di archivio del rapporto: ".
           ACCEPT WS-NUMERO-CERCATO.
           MOVE "N" TO WS-VOCE-TROVATA.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RapportiIndiceFile.
           IF WS-FS-INDICE NOT = "00"
               DISPLAY "Indice " FUNCTION TRIM (WS-FILE-INDICE)
                       " non trovato: nessun rapporto archiviato."
               MOVE 8 TO RETURN-CODE
               GO TO Ristampa-Rapporto-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
                      OR WS-VOCE-TROVATA = "Y"
               READ RapportiIndiceFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RI-NUMERO = WS-NUMERO-CERCATO
                           MOVE "Y" TO WS-VOCE-TROVATA
                           MOVE RapportoIndiceRecord TO WS-VOCE-INDICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RapportiIndiceFile.
           IF WS-VOCE-TROVATA = "N"
               DISPLAY "Rapporto " WS-NUMERO-CERCATO
                       " non presente nell'indice."
               MOVE 8 TO RETURN-CODE
               GO TO Ristampa-Rapporto-exit
           END-IF.
           MOVE WS-VOCE-INDICE TO RapportoIndiceRecord.
           PERFORM Verifica-Sigillo THRU Verifica-Sigillo-exit.
           IF RETURN-CODE >= 8
               GO TO Ristampa-Rapporto-exit
           END-IF.
           MOVE SPACES TO WS-FILE-RISTAMPA.
           STRING "RISTAMPA_" DELIMITED BY SIZE
                  RI-NUMERO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RISTAMPA.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE 0 TO WS-RIGHE-RISTAMPATE.
           OPEN INPUT ArchivioFile.
           OPEN OUTPUT RistampaFile.
      *    The reprint says what it is before the original lines,
      *    so it can never pass for the first printing.
           MOVE SPACES TO RistampaLinea.
           STRING "*** RISTAMPA DEL RAPPORTO N. " DELIMITED BY SIZE
                  RI-NUMERO DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  RI-RAPPORTO DELIMITED BY SPACE
                  " DI " DELIMITED BY SIZE
                  RI-PROGRAMMA DELIMITED BY SPACE
                  " DEL " DELIMITED BY SIZE
                  RI-DATA DELIMITED BY SIZE
                  " ORE " DELIMITED BY SIZE
                  RI-ORA DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
                  INTO RistampaLinea.
           WRITE RistampaLinea.
           MOVE SPACES TO RistampaLinea.
           STRING "*** OPERATORE " DELIMITED BY SIZE
                  RI-OPERATORE DELIMITED BY SPACE
                  " - SIGILLO " DELIMITED BY SIZE
                  RI-SIGILLO DELIMITED BY SIZE
                  " VERIFICATO - RISTAMPATO IL " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  " DA " DELIMITED BY SIZE
                  WS-ACC-OPERATORE DELIMITED BY SPACE
                  " ***" DELIMITED BY SIZE
                  INTO RistampaLinea.
           WRITE RistampaLinea.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ArchivioFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ArchivioLinea (1:9) NOT = "*SIGILLO "
                           MOVE ArchivioLinea TO RistampaLinea
                           WRITE RistampaLinea
                           ADD 1 TO WS-RIGHE-RISTAMPATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ArchivioFile.
           CLOSE RistampaFile.
           MOVE "RistampaRapporti" TO WS-ERR-PROGRAMMA.
           MOVE "Ristampa-Rapporto" TO WS-ERR-PARAGRAFO.
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "ristampato il rapporto n. " DELIMITED BY SIZE
                  RI-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RI-RAPPORTO DELIMITED BY SPACE
                  INTO WS-ERR-MESSAGGIO.
           MOVE "I" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           DISPLAY "Ristampa di " WS-RIGHE-RISTAMPATE " righe in "
                   FUNCTION TRIM (WS-FILE-RISTAMPA) ".".
       Ristampa-Rapporto-exit.
           EXIT.

       Verifica-Sigillo.
      *    The copy is folded again line by line; value and count
      *    must match both the index entry and the copy's own seal
      *    line, or the copy has been touched since it was filed.
           MOVE RI-FILE TO WS-FILE-ARCHIVIO.
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           MOVE SPACES TO WS-RIGA-SIGILLO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT ArchivioFile.
           IF WS-FS-ARCHIVIO NOT = "00"
               DISPLAY "Copia archiviata "
                       FUNCTION TRIM (WS-FILE-ARCHIVIO)
                       " non trovata: ristampa impossibile."
               MOVE "copia archiviata mancante" TO WS-ERR-MESSAGGIO
               GO TO Verifica-Sigillo-errore
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ArchivioFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ArchivioLinea (1:9) = "*SIGILLO "
                           MOVE ArchivioLinea TO WS-RIGA-SIGILLO
                       ELSE
                           MOVE ArchivioLinea TO WS-SIG-BUFFER
                           COPY SIGILLO.
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ArchivioFile.
           MOVE 0 TO WS-SIGILLO-LETTO.
           MOVE 0 TO WS-CONTA-LETTA.
           IF WS-RIGA-SIGILLO (10:9) IS NUMERIC
              AND WS-RIGA-SIGILLO (20:7) IS NUMERIC
               MOVE WS-RIGA-SIGILLO (10:9) TO WS-SIGILLO-LETTO
               MOVE WS-RIGA-SIGILLO (20:7) TO WS-CONTA-LETTA
           END-IF.
           IF WS-SIG-VALORE = RI-SIGILLO
              AND WS-SIG-CONTA = RI-CONTA
              AND WS-SIGILLO-LETTO = RI-SIGILLO
              AND WS-CONTA-LETTA = RI-CONTA
               GO TO Verifica-Sigillo-exit
           END-IF.
           DISPLAY "Rapporto " RI-NUMERO " alterato dopo"
                   " l'archiviazione (sigillo " WS-SIG-VALORE
                   " invece di " RI-SIGILLO "): ristampa rifiutata.".
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "sigillo non corrispondente sul rapporto n. "
                  DELIMITED BY SIZE
                  RI-NUMERO DELIMITED BY SIZE
                  INTO WS-ERR-MESSAGGIO.
       Verifica-Sigillo-errore.
           MOVE "RistampaRapporti" TO WS-ERR-PROGRAMMA.
           MOVE "Verifica-Sigillo" TO WS-ERR-PARAGRAFO.
           MOVE "E" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           MOVE 8 TO RETURN-CODE.
       Verifica-Sigillo-exit.
           EXIT.

       Carica-Regole.
           MOVE 0 TO WS-NUM-REGOLE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT ConservazioneFile.
           IF WS-FS-CONSERVAZIONE NOT = "00"
               GO TO Carica-Regole-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ConservazioneFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-REGOLE < WS-MAX-REGOLE
                           ADD 1 TO WS-NUM-REGOLE
                           MOVE ConservazioneRecord
                               TO REGOLA-ROW (WS-NUM-REGOLE)
                       ELSE
                           DISPLAY "Regole di conservazione oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ConservazioneFile.
       Carica-Regole-exit.
           EXIT.

       Salva-Regole.
           OPEN OUTPUT ConservazioneFile.
           PERFORM VARYING WS-REGOLA-IDX FROM 1 BY 1
                   UNTIL WS-REGOLA-IDX > WS-NUM-REGOLE
               MOVE REGOLA-ROW (WS-REGOLA-IDX) TO ConservazioneRecord
               WRITE ConservazioneRecord
           END-PERFORM.
           CLOSE ConservazioneFile.
       Salva-Regole-exit.
           EXIT.

       Lista-Regole.
           DISPLAY "REGOLE DI CONSERVAZIONE (" WS-NUM-REGOLE
                   " voci; senza regola " WS-ANNI-STD " anni):".
           PERFORM VARYING WS-REGOLA-IDX FROM 1 BY 1
                   UNTIL WS-REGOLA-IDX > WS-NUM-REGOLE
               DISPLAY "  " CT-PROGRAMMA (WS-REGOLA-IDX) " "
                       CT-RAPPORTO (WS-REGOLA-IDX) " anni="
                       CT-ANNI (WS-REGOLA-IDX)
           END-PERFORM.
       Lista-Regole-exit.
           EXIT.

       Aggiorna-Regole.
      *    Rules set and removed one at a time, until F. Each change
      *    goes on the error log at "I" level with the operator who
      *    made it.
           PERFORM Carica-Regole THRU Carica-Regole-exit.
           PERFORM Lista-Regole THRU Lista-Regole-exit.
           MOVE SPACE TO WS-AZIONE-REG.
           PERFORM UNTIL WS-AZIONE-REG = "F"
               DISPLAY "Azione (I=imposta, R=rimuovi, L=lista,"
                       " F=fine): "
               ACCEPT WS-AZIONE-REG
               MOVE FUNCTION UPPER-CASE (WS-AZIONE-REG)
                   TO WS-AZIONE-REG
               EVALUATE WS-AZIONE-REG
                   WHEN "I"
                       PERFORM Chiedi-Regola THRU Chiedi-Regola-exit
                       PERFORM Imposta-Regola
                               THRU Imposta-Regola-exit
                   WHEN "R"
                       PERFORM Chiedi-Regola THRU Chiedi-Regola-exit
                       PERFORM Rimuovi-Regola
                               THRU Rimuovi-Regola-exit
                   WHEN "L"
                       PERFORM Lista-Regole THRU Lista-Regole-exit
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Scelta non riconosciuta."
               END-EVALUATE
           END-PERFORM.
       Aggiorna-Regole-exit.
           EXIT.

       Chiedi-Regola.
           DISPLAY "Programma (es. Fatturazione; * = ogni altro"
                   " rapporto): ".
           ACCEPT WS-PROGRAMMA-REG.
           DISPLAY "File del rapporto (vuoto = tutti quelli del"
                   " programma): ".
           ACCEPT WS-RAPPORTO-REG.
           MOVE FUNCTION UPPER-CASE (WS-RAPPORTO-REG)
               TO WS-RAPPORTO-REG.
           MOVE 0 TO WS-REGOLA-TROVATA.
           PERFORM VARYING WS-REGOLA-IDX FROM 1 BY 1
                   UNTIL WS-REGOLA-IDX > WS-NUM-REGOLE
                      OR WS-REGOLA-TROVATA > 0
               IF FUNCTION UPPER-CASE (CT-PROGRAMMA (WS-REGOLA-IDX))
                  = FUNCTION UPPER-CASE (WS-PROGRAMMA-REG)
                  AND CT-RAPPORTO (WS-REGOLA-IDX) = WS-RAPPORTO-REG
                   MOVE WS-REGOLA-IDX TO WS-REGOLA-TROVATA
               END-IF
           END-PERFORM.
       Chiedi-Regola-exit.
           EXIT.

       Imposta-Regola.
           IF WS-PROGRAMMA-REG = SPACES
               DISPLAY "Programma mancante: nessuna regola impostata."
               GO TO Imposta-Regola-exit
           END-IF.
           DISPLAY "Anni di conservazione (01-99): ".
           ACCEPT WS-ANNI-REG.
           IF WS-ANNI-REG = 0
               DISPLAY "Anni non validi: nessuna regola impostata."
               GO TO Imposta-Regola-exit
           END-IF.
           IF WS-REGOLA-TROVATA = 0
               IF WS-NUM-REGOLE >= WS-MAX-REGOLE
                   DISPLAY "Tabella al limite di " WS-MAX-REGOLE
                           " voci: nessuna aggiunta."
                   GO TO Imposta-Regola-exit
               END-IF
               ADD 1 TO WS-NUM-REGOLE
               MOVE WS-NUM-REGOLE TO WS-REGOLA-TROVATA
           END-IF.
           MOVE WS-PROGRAMMA-REG TO CT-PROGRAMMA (WS-REGOLA-TROVATA).
           MOVE WS-RAPPORTO-REG TO CT-RAPPORTO (WS-REGOLA-TROVATA).
           MOVE WS-ANNI-REG TO CT-ANNI (WS-REGOLA-TROVATA).
           PERFORM Salva-Regole THRU Salva-Regole-exit.
           DISPLAY "Regola impostata.".
           MOVE "impostata" TO WS-ESITO-REG.
           PERFORM Registra-Regola THRU Registra-Regola-exit.
       Imposta-Regola-exit.
           EXIT.

       Rimuovi-Regola.
           IF WS-REGOLA-TROVATA = 0
               DISPLAY "Regola non presente in tabella."
               GO TO Rimuovi-Regola-exit
           END-IF.
           MOVE CT-ANNI (WS-REGOLA-TROVATA) TO WS-ANNI-REG.
           PERFORM VARYING WS-REGOLA-IDX FROM WS-REGOLA-TROVATA BY 1
                   UNTIL WS-REGOLA-IDX >= WS-NUM-REGOLE
               MOVE REGOLA-ROW (WS-REGOLA-IDX + 1)
                   TO REGOLA-ROW (WS-REGOLA-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-REGOLE.
           PERFORM Salva-Regole THRU Salva-Regole-exit.
           DISPLAY "Regola rimossa.".
           MOVE "rimossa" TO WS-ESITO-REG.
           PERFORM Registra-Regola THRU Registra-Regola-exit.
       Rimuovi-Regola-exit.
           EXIT.

       Registra-Regola.
           MOVE "RistampaRapporti" TO WS-ERR-PROGRAMMA.
           MOVE "Aggiorna-Regole" TO WS-ERR-PARAGRAFO.
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "conservazione " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ESITO-REG) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROGRAMMA-REG) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RAPPORTO-REG) DELIMITED BY SIZE
                  " anni " DELIMITED BY SIZE
                  WS-ANNI-REG DELIMITED BY SIZE
                  INTO WS-ERR-MESSAGGIO.
           MOVE "I" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           MOVE SPACES TO WS-ESITO-REG.
       Registra-Regola-exit.
           EXIT.

       Applica-Regola.
      *    The most specific rule wins: program and report, then the
      *    whole program, then the "*" line, then the standard.
           MOVE 0 TO WS-GRADO-REGOLA.
           MOVE WS-ANNI-STD TO WS-ANNI-APPLICATI.
           PERFORM VARYING WS-REGOLA-IDX FROM 1 BY 1
                   UNTIL WS-REGOLA-IDX > WS-NUM-REGOLE
                      OR WS-GRADO-REGOLA = 3
               EVALUATE TRUE
                   WHEN FUNCTION UPPER-CASE
                            (CT-PROGRAMMA (WS-REGOLA-IDX))
                        = FUNCTION UPPER-CASE (RI-PROGRAMMA)
                    AND CT-RAPPORTO (WS-REGOLA-IDX)
                        = FUNCTION UPPER-CASE (RI-RAPPORTO)
                       MOVE 3 TO WS-GRADO-REGOLA
                       MOVE CT-ANNI (WS-REGOLA-IDX)
                           TO WS-ANNI-APPLICATI
                   WHEN FUNCTION UPPER-CASE
                            (CT-PROGRAMMA (WS-REGOLA-IDX))
                        = FUNCTION UPPER-CASE (RI-PROGRAMMA)
                    AND CT-RAPPORTO (WS-REGOLA-IDX) = SPACES
                    AND WS-GRADO-REGOLA < 2
                       MOVE 2 TO WS-GRADO-REGOLA
                       MOVE CT-ANNI (WS-REGOLA-IDX)
                           TO WS-ANNI-APPLICATI
                   WHEN CT-PROGRAMMA (WS-REGOLA-IDX) = "*"
                    AND WS-GRADO-REGOLA < 1
                       MOVE 1 TO WS-GRADO-REGOLA
                       MOVE CT-ANNI (WS-REGOLA-IDX)
                           TO WS-ANNI-APPLICATI
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-DATA-SCADENZA =
               RI-DATA + WS-ANNI-APPLICATI * 10000.
       Applica-Regola-exit.
           EXIT.

       Purga-Rapporti.
           PERFORM Carica-Regole THRU Carica-Regole-exit.
           MOVE 0 TO WS-NUM-INDICE.
           MOVE "N" TO WS-INDICE-PIENO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RapportiIndiceFile.
           IF WS-FS-INDICE NOT = "00"
               DISPLAY "Indice " FUNCTION TRIM (WS-FILE-INDICE)
                       " non trovato: niente da purgare."
               GO TO Purga-Rapporti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RapportiIndiceFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-INDICE < WS-MAX-INDICE
                           ADD 1 TO WS-NUM-INDICE
                           MOVE RapportoIndiceRecord
                               TO IN-REC (WS-NUM-INDICE)
                           MOVE "N" TO IN-ESITO (WS-NUM-INDICE)
                       ELSE
                           MOVE "Y" TO WS-INDICE-PIENO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RapportiIndiceFile.
      *    The index is rewritten from memory: with more entries
      *    than the table holds the rewrite would lose the rest.
           IF WS-INDICE-PIENO = "Y"
               DISPLAY "Indice oltre " WS-MAX-INDICE " voci: purga"
                       " non eseguita."
               MOVE "RistampaRapporti" TO WS-ERR-PROGRAMMA
               MOVE "Purga-Rapporti" TO WS-ERR-PARAGRAFO
               MOVE "purga non eseguita: indice oltre il limite"
                   TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Purga-Rapporti-exit
           END-IF.
           MOVE 0 TO WS-SCADUTI.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-NUM-INDICE
               MOVE IN-REC (WS-IND-IDX) TO RapportoIndiceRecord
               PERFORM Applica-Regola THRU Applica-Regola-exit
               IF WS-DATA-SCADENZA < WS-DATA-OGGI
                   MOVE "S" TO IN-ESITO (WS-IND-IDX)
                   ADD 1 TO WS-SCADUTI
                   DISPLAY "Scaduto (" WS-ANNI-APPLICATI " anni): "
                           RI-NUMERO " " RI-DATA " "
                           FUNCTION TRIM (RI-PROGRAMMA) " "
                           FUNCTION TRIM (RI-RAPPORTO)
               END-IF
           END-PERFORM.
           IF WS-SCADUTI = 0
               DISPLAY "Nessun rapporto archiviato oltre la"
                       " conservazione."
               GO TO Purga-Rapporti-exit
           END-IF.
           DISPLAY WS-SCADUTI " rapporti scaduti."
                   " Confermare la distruzione (S/N): ".
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = "S" AND WS-CONFERMA NOT = "s"
               DISPLAY "Purga annullata: nessun file toccato."
               GO TO Purga-Rapporti-exit
           END-IF.
           MOVE 0 TO WS-PURGATI.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-NUM-INDICE
               IF IN-ESITO (WS-IND-IDX) = "S"
                   MOVE IN-REC (WS-IND-IDX) TO RapportoIndiceRecord
                   MOVE RI-FILE TO WS-FILE-ARCHIVIO
                   OPEN OUTPUT ArchivioFile
                   CLOSE ArchivioFile
                   MOVE "P" TO IN-ESITO (WS-IND-IDX)
                   ADD 1 TO WS-PURGATI
                   DISPLAY "Distrutto: "
                           FUNCTION TRIM (WS-FILE-ARCHIVIO)
               END-IF
           END-PERFORM.
           OPEN OUTPUT RapportiIndiceFile.
           PERFORM VARYING WS-IND-IDX FROM 1 BY 1
                   UNTIL WS-IND-IDX > WS-NUM-INDICE
               IF IN-ESITO (WS-IND-IDX) NOT = "P"
                   MOVE IN-REC (WS-IND-IDX) TO RapportoIndiceRecord
                   WRITE RapportoIndiceRecord
               END-IF
           END-PERFORM.
           CLOSE RapportiIndiceFile.
           MOVE "RistampaRapporti" TO WS-ERR-PROGRAMMA.
           MOVE "Purga-Rapporti" TO WS-ERR-PARAGRAFO.
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "purga rapporti: " DELIMITED BY SIZE
                  WS-PURGATI DELIMITED BY SIZE
                  " copie distrutte e tolte dall'indice"
                  DELIMITED BY SIZE
                  INTO WS-ERR-MESSAGGIO.
           MOVE "I" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           DISPLAY WS-PURGATI " rapporti distrutti e rimossi"
                   " dall'indice.".
       Purga-Rapporti-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE RapportoLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO RapportoLine
               WRITE RapportoLine
               DISPLAY RapportoLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM RistampaRapporti.
