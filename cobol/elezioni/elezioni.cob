      *      on the shared ELEZAUDD copybook) - a "STOR" reversal
      *      carries the receipt of the entry it backs out, so a
      *      dispute can name the exact check-in it concerns.
      * Mod: 15/10/2026 - the seggio is looked up on the polling-
      *      station master (SEGGI.DAT, SEGGIO copybook) at Inizio:
      *      the canvass and the verbale print its name and address
      *      next to the code, and the verbale offers the president
      *      named on the master when none is keyed.
      * Mod: 15/10/2026 - the election date and official polling
      *      hours come from the election definition
      *      (DEFINIZIONE_ELEZIONE.DAT, ELEZDEFD copybook, set by
      *      ElezAvvisi) when it is on disk - the same hours the
      *      voters read on their cards; without it the desk keys
      *      them at Inizio as before.
      * Mod: 15/10/2026 - list ballots with preferences (CN-TIPO
      *      "L"): the voter marks one list and may add up to the
      *      contest's maximum of preference names from that list's
      *      own candidates. The list is credited on its own tally
      *      and each valid preference on the candidate's; a
      *      preference outside the marked list is dropped without
      *      voiding the list vote. The audit entry stays "VOTO"
      *      with AU-IDX the list number and AU-PREFERENZE the
      *      names preferred, the checkpoint carries one "LIST"
      *      record per list beside the candidates' preference
      *      totals, and the seats are assigned (and the candidates
      *      proclaimed) by ElezConsolida, not at the seggio.
      * Mod: 15/10/2026 - referendum contests (CN-TIPO "R"): a SI/NO
      *      ballot under the question text keyed at Inizio; a
      *      write-in on a referendum ballot is void. The question
      *      prints on the canvass and the verbale and goes to
      *      ElezConsolida on "QUES" checkpoint records; the seggio
      *      announces no outcome, since approval depends on the
      *      turnout quorum over every seggio in the consolidation.
      * Mod: 15/10/2026 - assisted voting: before an ordinary ballot
      *      is handed out the desk records whether the voter votes
      *      with a companion, the companion's ID and the kind of
      *      certification (VOTO_ASSISTITO.DAT, ELEZASSD copybook,
      *      shared by every seggio). A companion already on the
      *      register for this election - here or at any other
      *      seggio - is refused, and the voter may come back with
      *      another. The verbale counts this seggio's assisted
      *      ballots off the register.
      * Mod: 15/10/2026 - elettori aggiunti: a voter not on this
      *      seggio's register who brings a certificate (poll
      *      worker, police on duty, hospital patient) is admitted
      *      on a supervisor's authority, and the certificate type
      *      and number and the voter's home seggio go on
      *      AGG_<seggio>.DAT (ELEZAGGD copybook) for ElezConsolida
      *      to check against the home seggio's voted list. The
      *      verbale counts the aggiunti on their own line.
      * Mod: 15/10/2026 - the verbale's witness signature blocks
      *      name the rappresentanti di lista accredited to this
      *      seggio on RAPPRESENTANTI.DAT (ELEZRAPD copybook, filed
      *      by ElezRappr), list and role beside each; with nobody
      *      accredited the three blank blocks print as before.
      * Mod: 15/10/2026 - a refused sign-on (inactive operator,
      *      unassigned seggio without override) is stamped "RIF"
      *      on the session journal and a supervisor override of
      *      the assignment "DER", so OperManut's compensation run
      *      holds that operator's pay for review. The roster
      *      record carries the operator's role (OP-RUOLO), which
      *      only the compensation run reads.
      * Mod: 15/10/2026 - a seggio running without a live
      *      connection draws its receipts from the block SeqBlocchi
      *      reserved for it (BLOCCO_<seggio>.DAT, SEQBLKD copybook)
      *      and logs each on its own EMISSIONI_<seggio>.LOG for the
      *      merge at close; with no block, or the block exhausted,
      *      the generator is called as before.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - a clean contest is filed on the register as
      *      counted (CO), no longer certified: only ElezCert
      *      moves it to CE, after a passed sample hand count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Elezioni.
           SELECT IncidentiFile ASSIGN TO WS-FILE-INCIDENTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INCIDENTI.
           SELECT AssistitiFile ASSIGN TO WS-FILE-ASSISTITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSISTITI.
           SELECT AggiuntiFile ASSIGN TO WS-FILE-AGGIUNTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGGIUNTI.
           SELECT RappresentantiFile ASSIGN TO WS-FILE-RAPPRESENTANTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPRESENTANTI.
           SELECT GiornaleSessFile ASSIGN TO "SESSIONI.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SESSIONI.
               FILE STATUS IS WS-FS-SOSPENSIONE.
           SELECT RicevutaFile ASSIGN TO WS-FILE-RICEVUTA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BlocchiFile ASSIGN TO WS-FILE-BLOCCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLOCCO.
           SELECT EmissioniLocaleFile ASSIGN TO WS-FILE-EMISSIONI-LOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMISSIONI-LOC.
           SELECT OperatoriFile ASSIGN TO WS-FILE-OPERATORI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATORI.
           SELECT RegCertFile ASSIGN TO WS-FILE-REGCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGCERT.
           COPY SEGGIOS.
           SELECT DefinizioneFile ASSIGN TO WS-FILE-DEFINIZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINIZIONE.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           05 OP-ORA-INIZIO    PIC X(4).
           05 OP-ORA-FINE      PIC X(4).
           05 OP-STATO         PIC X.
           05 OP-RUOLO         PIC X.
       FD  ProvvisorieFile.
       01  ProvvisoriaRecord.
           05 PR-ID-ELETTORE   PIC X(20).
              10 PR-PREFERENZE   PIC X(20).
           COPY ELEZPOSD.
           COPY ELEZINCD.
           COPY ELEZASSD.
           COPY ELEZAGGD.
           COPY ELEZRAPD.
           COPY OPERSESD.
           COPY ELEZSTID.
       FD  SospensioneFile.
           05 SO-SIG-AUDIT     PIC 9(9).
       FD  RicevutaFile.
       01  RicevutaLine        PIC X(80).
           COPY SEQBLKD.
       FD  EmissioniLocaleFile.
      *    The offline seggio's own issuance ledger
      *    (EMISSIONI_<seggio>.LOG), in the layout of the shop's
      *    EMISSIONI.LOG: one "U" record per receipt drawn from the
      *    reserved block, merged back by SeqBlocchi at close.
       01  EmissioneLocaleRecord.
           05 EL-SERIE         PIC X(10).
           05 EL-NUMERO        PIC 9(9).
           05 EL-DATA          PIC 9(8).
           05 EL-ORA           PIC 9(6).
           05 EL-CHIAMANTE     PIC X(10).
           05 EL-TIPO          PIC X.
           05 EL-FINE          PIC 9(9).
           05 EL-RIFERIMENTO   PIC X(10).
       FD  ScorteFile.
      *    Ballot-paper stock transactions, append-only: "A" the
      *    opening stock received, "E" forms issued to the desk,
           05 SK-DATA          PIC 9(8).
           05 SK-ORA           PIC 9(6).
           05 SK-OPERATORE     PIC X(8).
           COPY ELEZSEGD.
           COPY ELEZDEFD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-SEGGIO           PIC X(10) VALUE SPACES.
           05 WS-SEQ-AZZERA        PIC X VALUE "S".
           05 WS-SEQ-ESITO         PIC X VALUE "0".
           05 WS-SEQ-CHIAMANTE     PIC X(10) VALUE "Elezioni".
           05 WS-SEQ-BLOCCO        PIC 9(9) VALUE 0.
           05 WS-SEQ-RIFERIMENTO   PIC X(10) VALUE SPACES.
       01  WS-NUM-RICEVUTA     PIC 9(9) VALUE 0.
       01  WS-FILE-RICEVUTA    PIC X(50) VALUE SPACES.
       01  WS-STORNO-RICEVUTA  PIC 9(9) VALUE 0.
      * Offline seggi: the block reserved ahead of election day and
      * the local ledger the receipts drawn from it are written to.
       01  WS-FILE-BLOCCO      PIC X(50) VALUE SPACES.
       01  WS-FS-BLOCCO        PIC XX VALUE "00".
       01  WS-FILE-EMISSIONI-LOC PIC X(50) VALUE SPACES.
       01  WS-FS-EMISSIONI-LOC PIC XX VALUE "00".
       01  WS-BLOCCO-USATO     PIC X VALUE "N".
      * Multi-day polling: the suspend-day state and overnight lock.
       01  WS-FILE-SOSPENSIONE PIC X(50) VALUE SPACES.
       01  WS-FS-SOSPENSIONE   PIC XX VALUE "00".
       01  WS-INC-SEVERITA     PIC X VALUE "N".
       01  WS-INC-CATEGORIA    PIC X(4) VALUE SPACES.
       01  WS-INC-TESTO        PIC X(60) VALUE SPACES.
      * Assisted voting: the county register of companions.
       01  WS-FILE-ASSISTITI   PIC X(50) VALUE SPACES.
       01  WS-FS-ASSISTITI     PIC XX VALUE "00".
       01  WS-EOF-ASSISTITI    PIC X VALUE "N".
       01  WS-SCELTA-ASSIST    PIC X VALUE "N".
       01  WS-VOTO-ASSISTITO   PIC X VALUE "N".
       01  WS-ASSIST-RIFIUTATO PIC X VALUE "N".
       01  WS-ID-ACCOMPAGNATORE PIC X(20) VALUE SPACES.
       01  WS-ASS-CERTIFICATO  PIC X VALUE SPACES.
       01  WS-ASS-SEGGIO-PREC  PIC X(10) VALUE SPACES.
       01  WS-VOTI-ASSISTITI   PIC 9(5) VALUE 0.
      * Elettori aggiunti: admitted on a certificate from another
      * seggio's register.
       01  WS-FILE-AGGIUNTI    PIC X(50) VALUE SPACES.
       01  WS-FS-AGGIUNTI      PIC XX VALUE "00".
       01  WS-EOF-AGGIUNTI     PIC X VALUE "N".
       01  WS-AGGIUNTO         PIC X VALUE "N".
       01  WS-SCELTA-AGG       PIC X VALUE "N".
       01  WS-AGG-TIPO         PIC X VALUE SPACES.
       01  WS-AGG-NUMERO       PIC X(15) VALUE SPACES.
       01  WS-AGG-ORIGINE      PIC X(10) VALUE SPACES.
       01  WS-VOTI-AGGIUNTI    PIC 9(5) VALUE 0.
      * Accredited party witnesses, for the verbale's signatures.
       01  WS-FILE-RAPPRESENTANTI PIC X(50)
                               VALUE "RAPPRESENTANTI.DAT".
       01  WS-FS-RAPPRESENTANTI PIC XX VALUE "00".
       01  WS-EOF-RAPPRESENTANTI PIC X VALUE "N".
       01  WS-RAPPR-STAMPATI   PIC 9(3) VALUE 0.
       01  WS-DESCR-RUOLO      PIC X(10) VALUE SPACES.
      * Held provisional ballots are read back whole for the
      * adjudication pass, updated in place and rewritten.
       01  WS-MAX-PROVVISORIE  PIC 9(3) VALUE 500.
       01  WS-MODALITA         PIC X VALUE "I".
       01  WS-EOF-TRANS        PIC X VALUE "N".
       01  WS-DATA-ELEZIONE    PIC 9(8) VALUE 0.
       01  WS-FILE-DEFINIZIONE PIC X(50)
                               VALUE "DEFINIZIONE_ELEZIONE.DAT".
       01  WS-FS-DEFINIZIONE   PIC XX VALUE "00".
       01  WS-DEF-PRESENTE     PIC X VALUE "N".
       01  WS-FILE-SEGGIO-OK   PIC X VALUE "N".
       01  WS-ELABORAZIONE-RIFIUTATA PIC X VALUE "N".
       01  WS-TESTATA-VISTA    PIC X VALUE "N".
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY SIGILLOW.
           COPY SEGGIOW.
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA      PIC 9(8).
           05 WS-CDC-ORA       PIC 9(6).
                 15 CN-CD-NOME       PIC X(30) VALUE SPACES.
                 15 CN-CD-PARTITO    PIC X(20) VALUE SPACES.
                 15 CN-CD-VOTI       PIC 9(7)  VALUE 0.
      *          List the candidate stands on (CN-LISTA slot), set
      *          for a list contest only.
                 15 CN-CD-LISTA      PIC 9(2)  VALUE 0.
              10 CN-VOTI-VINCITORE   PIC 9(7) VALUE 0.
              10 CN-IDX-VINCITORE    PIC 9(2) VALUE 0.
              10 CN-PARI-MERITO      PIC 9(2) VALUE 0.
              10 CN-SCHEDE-ATTESE    PIC 9(7) VALUE 0.
              10 CN-DISCREPANZA      PIC X    VALUE "N".
              10 CN-RICONTEGGIO      PIC X    VALUE "N".
      *       List contest (CN-TIPO "L"): the lists, built from the
      *       candidates' party codes, with the list votes, and the
      *       most preference names one ballot may carry.
              10 CN-MAX-PREF         PIC 9(2) VALUE 0.
              10 CN-NUM-LISTE        PIC 9(2) VALUE 0.
              10 CN-LISTA OCCURS 10 TIMES.
                 15 CN-LS-NOME       PIC X(20) VALUE SPACES.
                 15 CN-LS-VOTI       PIC 9(7)  VALUE 0.
      *       Referendum (CN-TIPO "R"): the question put to the
      *       voters; candidates 1 and 2 are SI and NO.
              10 CN-QUESITO          PIC X(150) VALUE SPACES.
      * Per-contest party/list subtotals, rebuilt for each contest
      * section of the canvass from the candidates' affiliations.
       01  WS-MAX-PARTITI      PIC 9(2) VALUE 10.
       01  WS-STORNO-IDX       PIC 99 VALUE 0.
       01  WS-STORNO-NOME      PIC X(30) VALUE SPACES.
       01  WS-STORNO-PARTITO   PIC X(20) VALUE SPACES.
       01  WS-STORNO-PREFERENZE PIC X(20) VALUE SPACES.
       01  WS-ID-RIAMMESSO     PIC X(20) VALUE SPACES.
       01  WS-TOTALE-CONTROLLO       PIC 9(7) VALUE 0.
       01  WS-DISCREPANZA-CONTROLLO  PIC X VALUE "N".
       01  WS-PREF-CHIUSE      PIC X VALUE "N".
       01  WS-RANGO-SCAN       PIC 99 VALUE 0.
       01  WS-PREF-VALIDA      PIC X VALUE "N".
      * List ballot: the preferences that survive the check against
      * the marked list, compacted in the order expressed.
       01  WS-PREF-BUONE-VOTO.
           05 WS-PREF-BUONA OCCURS 10 TIMES PIC 99.
       01  WS-PREF-BUONE-X REDEFINES WS-PREF-BUONE-VOTO PIC X(20).
       01  WS-NUM-PREF-BUONE   PIC 99 VALUE 0.
       01  WS-PREF-SCARTATE    PIC 99 VALUE 0.
       01  WS-LISTA-IDX        PIC 99 VALUE 0.
       01  WS-QUES-IDX          PIC 9 VALUE 0.
       01  WS-QUES-POS          PIC 9(3) VALUE 0.
       01  WS-LISTA-RESPINTA   PIC X VALUE "N".
      * The elimination count replays the contest's ballots from the
      * audit log, so every ordering is available without holding
      * ballots in memory during the poll itself.
               MOVE ZEROES TO CN-SCHEDE-ATTESE (CN-IDX)
               MOVE "N" TO CN-DISCREPANZA (CN-IDX)
               MOVE "N" TO CN-RICONTEGGIO (CN-IDX)
               MOVE 0 TO CN-MAX-PREF (CN-IDX)
               MOVE SPACES TO CN-QUESITO (CN-IDX)
               MOVE 0 TO CN-NUM-LISTE (CN-IDX)
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > WS-MAX-CANDIDATI
                   MOVE SPACES TO CN-CD-NOME (CN-IDX CD-IDX)
                   MOVE SPACES TO CN-CD-PARTITO (CN-IDX CD-IDX)
                   MOVE ZEROES TO CN-CD-VOTI (CN-IDX CD-IDX)
                   MOVE 0 TO CN-CD-LISTA (CN-IDX CD-IDX)
               END-PERFORM
               PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                       UNTIL WS-LISTA-IDX > WS-MAX-CANDIDATI
                   MOVE SPACES TO CN-LS-NOME (CN-IDX WS-LISTA-IDX)
                   MOVE ZEROES TO CN-LS-VOTI (CN-IDX WS-LISTA-IDX)
               END-PERFORM
           END-PERFORM.
       Pulisci-exit.
           EXIT.

       Leggi-Definizione.
      *    The election definition, when the desk has set one.
           MOVE "N" TO WS-DEF-PRESENTE.
           OPEN INPUT DefinizioneFile.
           IF WS-FS-DEFINIZIONE NOT = "00"
               GO TO Leggi-Definizione-exit
           END-IF.
           READ DefinizioneFile
               AT END CONTINUE
               NOT AT END
                   IF DE-DATA-ELEZIONE IS NUMERIC
                      AND DE-ORA-APERTURA IS NUMERIC
                      AND DE-ORA-CHIUSURA IS NUMERIC
                       MOVE "Y" TO WS-DEF-PRESENTE
                   END-IF
           END-READ.
           CLOSE DefinizioneFile.
       Leggi-Definizione-exit.
           EXIT.

       Inizio.
           DISPLAY ":: Elezioni politiche DuemilaMAI ::".
           PERFORM Apertura-Sessione THRU Apertura-Sessione-exit.
           ACCEPT WS-SEGGIO.
           PERFORM Verifica-Assegnazione
                   THRU Verifica-Assegnazione-exit.
           MOVE WS-SEGGIO TO WS-SEG-CODICE.
           COPY SEGGIO.
           IF WS-SEG-TROVATO = "Y"
               DISPLAY "Seggio " WS-SEGGIO ": "
                       FUNCTION TRIM (WS-SEG-DESCRIZIONE)
           ELSE
               DISPLAY "ATTENZIONE: seggio " WS-SEGGIO " non presente"
                       " nell'anagrafe seggi."
           END-IF.
           MOVE "ON " TO WS-TIPO-SESSIONE.
           PERFORM Scrivi-Giornale-Sessione
                   THRU Scrivi-Giornale-Sessione-exit.
           PERFORM Leggi-Definizione THRU Leggi-Definizione-exit.
           IF WS-DEF-PRESENTE = "Y"
               MOVE DE-DATA-ELEZIONE TO WS-DATA-ELEZIONE
               MOVE DE-ORA-APERTURA TO WS-ORA-APERTURA
               MOVE DE-ORA-CHIUSURA TO WS-ORA-CHIUSURA
               DISPLAY "Elezione: " FUNCTION TRIM (DE-DESCRIZIONE)
                       " del " WS-DATA-ELEZIONE ", orario ufficiale "
                       WS-ORA-APERTURA "-" WS-ORA-CHIUSURA "."
           ELSE
               DISPLAY "Data dell'elezione (AAAAMMGG): "
               ACCEPT WS-DATA-ELEZIONE
               DISPLAY "Orario ufficiale di apertura (HHMM, 0000 se"
                       " non applicato): "
               ACCEPT WS-ORA-APERTURA
               DISPLAY "Orario ufficiale di chiusura (HHMM, 0000 se"
                       " non applicato): "
               ACCEPT WS-ORA-CHIUSURA
           END-IF.
           IF WS-ORA-CHIUSURA > 0
               MOVE "Y" TO WS-ORARIO-ATTIVO
           END-IF.
                  WS-SEGGIO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-INCIDENTI.
           STRING WS-PREFISSO-FILE DELIMITED BY SPACE
                  "VOTO_ASSISTITO.DAT" DELIMITED BY SIZE
                  INTO WS-FILE-ASSISTITI.
           STRING WS-PREFISSO-FILE DELIMITED BY SPACE
                  "AGG_" DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-AGGIUNTI.
           STRING WS-PREFISSO-FILE DELIMITED BY SPACE
                  "VERBALE_" DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
               DISPLAY "Nome della contesa " CN-IDX ": "
               ACCEPT CN-NOME (CN-IDX)
               DISPLAY "Tipo di contesa (M=maggioritaria,"
                       " P=preferenziale, L=lista con preferenze,"
                       " R=referendum): "
               ACCEPT CN-TIPO (CN-IDX)
               IF CN-TIPO (CN-IDX) = "p"
                   MOVE "P" TO CN-TIPO (CN-IDX)
               END-IF
               IF CN-TIPO (CN-IDX) = "l"
                   MOVE "L" TO CN-TIPO (CN-IDX)
               END-IF
               IF CN-TIPO (CN-IDX) = "r"
                   MOVE "R" TO CN-TIPO (CN-IDX)
               END-IF
               IF CN-TIPO (CN-IDX) NOT = "P"
                  AND CN-TIPO (CN-IDX) NOT = "L"
                  AND CN-TIPO (CN-IDX) NOT = "R"
                   MOVE "M" TO CN-TIPO (CN-IDX)
               END-IF
               IF CN-TIPO (CN-IDX) = "R"
                   PERFORM Prepara-Referendum
                           THRU Prepara-Referendum-exit
               ELSE
               DISPLAY "Caricare i candidati di questa contesa da un"
                       " file di definizione (S/N): "
               ACCEPT WS-CARICA-CANDIDATI
                       ACCEPT CN-CD-PARTITO (CN-IDX CD-IDX)
                   END-PERFORM
               END-IF
               END-IF
               IF CN-TIPO (CN-IDX) = "L"
                   PERFORM Prepara-Contesta-Lista
                           THRU Prepara-Contesta-Lista-exit
               END-IF
           END-PERFORM.
           DISPLAY "Modalita' (I=interattiva, B=file di seggio): "
           ACCEPT WS-MODALITA.
                           TO WS-ERR-MESSAGGIO
                       MOVE "A" TO WS-ERR-SEVERITA
                       COPY ERRLOG.
                       MOVE "RIF" TO WS-TIPO-SESSIONE
                       PERFORM Scrivi-Giornale-Sessione
                               THRU Scrivi-Giornale-Sessione-exit
                       MOVE SPACES TO WS-OPERATORE
                   END-IF
               END-IF
                       TO WS-ERR-MESSAGGIO
                   MOVE "F" TO WS-ERR-SEVERITA
                   COPY ERRLOG.
                   MOVE "RIF" TO WS-TIPO-SESSIONE
                   PERFORM Scrivi-Giornale-Sessione
                           THRU Scrivi-Giornale-Sessione-exit
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE "DER" TO WS-TIPO-SESSIONE
               PERFORM Scrivi-Giornale-Sessione
                       THRU Scrivi-Giornale-Sessione-exit
           END-IF.
           IF WS-INIZIO-TURNO IS NUMERIC
              AND WS-FINE-TURNO IS NUMERIC
       Carica-Candidati-exit.
           EXIT.

       Prepara-Referendum.
      *    A referendum (CN-IDX set by the caller) has no candidate
      *    file: the two answers are fixed, and the question text is
      *    keyed once so it can head the canvass and the verbale.
           DISPLAY "Testo del quesito referendario: ".
           ACCEPT CN-QUESITO (CN-IDX).
           PERFORM UNTIL CN-QUESITO (CN-IDX) NOT = SPACES
               DISPLAY "Il testo del quesito e' obbligatorio: "
               ACCEPT CN-QUESITO (CN-IDX)
           END-PERFORM.
           MOVE 2 TO CN-NUM-CANDIDATI (CN-IDX).
           MOVE "SI" TO CN-CD-NOME (CN-IDX 1).
           MOVE "NO" TO CN-CD-NOME (CN-IDX 2).
           MOVE SPACES TO CN-CD-PARTITO (CN-IDX 1).
           MOVE SPACES TO CN-CD-PARTITO (CN-IDX 2).
       Prepara-Referendum-exit.
           EXIT.

       Prepara-Contesta-Lista.
      *    A list contest (CN-IDX set by the caller): the lists are
      *    the distinct party codes of the candidates, in the order
      *    they first appear, and every candidate is tied to its
      *    list. A candidate with no list cannot take preferences.
      *    The desk then sets how many preference names one ballot
      *    may carry.
           MOVE 0 TO CN-NUM-LISTE (CN-IDX).
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
               MOVE 0 TO CN-CD-LISTA (CN-IDX CD-IDX)
               IF CN-CD-PARTITO (CN-IDX CD-IDX) = SPACES
                   DISPLAY "ATTENZIONE: candidato "
                           FUNCTION TRIM (CN-CD-NOME (CN-IDX CD-IDX))
                           " senza lista: non votabile per"
                           " preferenza."
               ELSE
                   PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                           UNTIL WS-LISTA-IDX > CN-NUM-LISTE (CN-IDX)
                       IF CN-LS-NOME (CN-IDX WS-LISTA-IDX)
                          = CN-CD-PARTITO (CN-IDX CD-IDX)
                           MOVE WS-LISTA-IDX
                               TO CN-CD-LISTA (CN-IDX CD-IDX)
                       END-IF
                   END-PERFORM
                   IF CN-CD-LISTA (CN-IDX CD-IDX) = 0
                       ADD 1 TO CN-NUM-LISTE (CN-IDX)
                       MOVE CN-CD-PARTITO (CN-IDX CD-IDX)
                           TO CN-LS-NOME (CN-IDX CN-NUM-LISTE (CN-IDX))
                       MOVE CN-NUM-LISTE (CN-IDX)
                           TO CN-CD-LISTA (CN-IDX CD-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF CN-NUM-LISTE (CN-IDX) = 0
               DISPLAY "Nessun candidato con una lista: la contesa "
                       FUNCTION TRIM (CN-NOME (CN-IDX))
                       " prosegue come maggioritaria."
               MOVE "M" TO CN-TIPO (CN-IDX)
               MOVE "Elezioni" TO WS-ERR-PROGRAMMA
               MOVE "Prepara-Contesta-Lista" TO WS-ERR-PARAGRAFO
               MOVE "contesa di lista senza liste: resa maggioritaria"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Prepara-Contesta-Lista-exit
           END-IF.
           DISPLAY CN-NUM-LISTE (CN-IDX) " liste in contesa.".
           DISPLAY "Numero massimo di preferenze per scheda (1-"
                   WS-MAX-CANDIDATI "): ".
           ACCEPT CN-MAX-PREF (CN-IDX).
           PERFORM UNTIL CN-MAX-PREF (CN-IDX) >= 1
                   AND CN-MAX-PREF (CN-IDX) <= WS-MAX-CANDIDATI
               DISPLAY "Valore non valido: inserire un numero di"
                       " preferenze tra 1 e " WS-MAX-CANDIDATI "."
               ACCEPT CN-MAX-PREF (CN-IDX)
           END-PERFORM.
       Prepara-Contesta-Lista-exit.
           EXIT.

       Ripristina-Sessione.
      *    Restart support: reload the last checkpointed tallies for
      *    this precinct (if any) and resume the audit-log sequence,
                                   MOVE RR-VOTI
                                       TO CN-CD-VOTI
                                           (RR-CONTESTA RR-IDX)
                               WHEN RR-TIPO = "LIST"
                                  AND RR-CONTESTA >= 1
                                  AND RR-CONTESTA <= WS-NUM-CONTESTE
                                  AND RR-IDX >= 1
                                  AND RR-IDX
                                      <= CN-NUM-LISTE (RR-CONTESTA)
                                   MOVE RR-VOTI
                                       TO CN-LS-VOTI
                                           (RR-CONTESTA RR-IDX)
                               WHEN RR-TIPO = "BIAN"
                                  AND RR-CONTESTA >= 1
                                  AND RR-CONTESTA <= WS-NUM-CONTESTE
      *    Credit (or, for a compensating entry, back out) one
      *    audit-tail entry in the restored tallies - the same
      *    coding ElezRiconta replays: 0 blank, 99 write-in, 1-10
      *    the candidate slot - or, on a list contest, the list
      *    with its preferences in AU-PREFERENZE.
           ADD 1 TO WS-RIGIOCATE-CODA.
           IF AU-TIPO = "PROV"
               ADD 1 TO WS-SCHEDE-PROVVISORIE
           IF AU-CONTESTA < 1 OR AU-CONTESTA > WS-NUM-CONTESTE
               GO TO Rigioca-Voce-Coda-exit
           END-IF.
           IF CN-TIPO (AU-CONTESTA) = "L"
              AND AU-IDX >= 1
              AND AU-IDX <= CN-NUM-LISTE (AU-CONTESTA)
              AND (AU-TIPO = "VOTO" OR AU-TIPO = "STOR"
                   OR AU-TIPO = SPACES)
               SET CN-IDX TO AU-CONTESTA
               MOVE AU-IDX TO scelta
               MOVE AU-PREFERENZE TO WS-PREFERENZE-X
               IF AU-TIPO = "STOR"
                   PERFORM Storna-Voto-Lista
                           THRU Storna-Voto-Lista-exit
               ELSE
                   PERFORM Accredita-Voto-Lista
                           THRU Accredita-Voto-Lista-exit
               END-IF
               GO TO Rigioca-Voce-Coda-exit
           END-IF.
           IF AU-TIPO = "STOR"
               EVALUATE TRUE
                   WHEN AU-IDX = WS-SCELTA-BIANCA
                      WS-SEGGIO (1:9) DELIMITED BY SIZE
                      INTO WS-SEQ-SERIE
           END-IF.
           IF WS-ADDESTRAMENTO NOT = "S"
               PERFORM Ricevuta-Da-Blocco
                       THRU Ricevuta-Da-Blocco-exit
               IF WS-BLOCCO-USATO = "Y"
                   GO TO Assegna-Ricevuta-exit
               END-IF
           END-IF.
           MOVE 0 TO WS-NUMERO-RICEVUTA.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           IF WS-SEQ-ESITO = "0"
       Assegna-Ricevuta-exit.
           EXIT.

       Ricevuta-Da-Blocco.
      *    A seggio without a live connection carries the block
      *    SeqBlocchi reserved for it (BLOCCO_<seggio>.DAT): while
      *    the block is open and not exhausted the receipt comes from
      *    it and goes on the local ledger, never through the
      *    generator. The block is advanced BEFORE the ledger line
      *    is written: a crash in between loses a number (voided at
      *    the return, as every unused one is) but can never issue
      *    one twice.
           MOVE "N" TO WS-BLOCCO-USATO.
           MOVE SPACES TO WS-FILE-BLOCCO.
           STRING "BLOCCO_" DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-BLOCCO.
           OPEN INPUT BlocchiFile.
           IF WS-FS-BLOCCO NOT = "00"
               GO TO Ricevuta-Da-Blocco-exit
           END-IF.
           READ BlocchiFile
               AT END MOVE SPACES TO BloccoRecord
           END-READ.
           CLOSE BlocchiFile.
           IF BL-STATO NOT = "A" OR BL-SERIE NOT = WS-SEQ-SERIE
               GO TO Ricevuta-Da-Blocco-exit
           END-IF.
           IF BL-PROSSIMO > BL-ULTIMO
               DISPLAY "Blocco ricevute " BL-PRIMO " - " BL-ULTIMO
                       " esaurito: si tenta il generatore."
               MOVE "Elezioni" TO WS-ERR-PROGRAMMA
               MOVE "Ricevuta-Da-Blocco" TO WS-ERR-PARAGRAFO
               MOVE "blocco ricevute del seggio esaurito"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Ricevuta-Da-Blocco-exit
           END-IF.
           MOVE BL-PROSSIMO TO WS-NUM-RICEVUTA.
           ADD 1 TO BL-PROSSIMO.
           OPEN OUTPUT BlocchiFile.
           WRITE BloccoRecord.
           CLOSE BlocchiFile.
           MOVE SPACES TO WS-FILE-EMISSIONI-LOC.
           STRING "EMISSIONI_" DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-FILE-EMISSIONI-LOC.
           OPEN EXTEND EmissioniLocaleFile.
           IF WS-FS-EMISSIONI-LOC = "35"
               OPEN OUTPUT EmissioniLocaleFile
               CLOSE EmissioniLocaleFile
               OPEN EXTEND EmissioniLocaleFile
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           MOVE BL-SERIE TO EL-SERIE.
           MOVE WS-NUM-RICEVUTA TO EL-NUMERO.
           MOVE WS-CDC-DATA TO EL-DATA.
           MOVE WS-CDC-ORA TO EL-ORA.
           MOVE WS-SEQ-CHIAMANTE TO EL-CHIAMANTE.
           MOVE "U" TO EL-TIPO.
           MOVE WS-NUM-RICEVUTA TO EL-FINE.
           MOVE BL-SEGGIO TO EL-RIFERIMENTO.
           WRITE EmissioneLocaleRecord.
           CLOSE EmissioniLocaleFile.
           MOVE "Y" TO WS-BLOCCO-USATO.
       Ricevuta-Da-Blocco-exit.
           EXIT.

       Stampa-Ricevuta.
      *    The slip the voter walks away with: what to wave at the
      *    desk when "the machine says you already voted".
           MOVE 0 TO WS-SIG-CONTA.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-NUM-CONTESTE
      *        A referendum leads with its question, 50 characters
      *        to a "QUES" record (name and party columns), so the
      *        consolidation knows the contest and can print it.
               IF CN-TIPO (CN-IDX) = "R"
                   PERFORM VARYING WS-QUES-IDX FROM 1 BY 1
                           UNTIL WS-QUES-IDX > 3
                       MOVE CN-IDX TO RR-CONTESTA
                       MOVE "QUES" TO RR-TIPO
                       MOVE WS-QUES-IDX TO RR-IDX
                       COMPUTE WS-QUES-POS = (WS-QUES-IDX - 1) * 50 + 1
                       MOVE CN-QUESITO (CN-IDX) (WS-QUES-POS:30)
                           TO RR-NOME
                       ADD 30 TO WS-QUES-POS
                       MOVE CN-QUESITO (CN-IDX) (WS-QUES-POS:20)
                           TO RR-PARTITO
                       MOVE 0 TO RR-VOTI
                       MOVE RisultatiRecord TO WS-SIG-BUFFER
                       COPY SIGILLO.
                       WRITE RisultatiRecord
                   END-PERFORM
               END-IF
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   MOVE CN-IDX TO RR-CONTESTA
                   COPY SIGILLO.
                   WRITE RisultatiRecord
               END-PERFORM
      *        A list contest adds one "LIST" record per list: the
      *        list votes, beside the preference totals the CAND
      *        records carry for its candidates.
               IF CN-TIPO (CN-IDX) = "L"
                   PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                           UNTIL WS-LISTA-IDX > CN-NUM-LISTE (CN-IDX)
                       MOVE CN-IDX TO RR-CONTESTA
                       MOVE "LIST" TO RR-TIPO
                       MOVE WS-LISTA-IDX TO RR-IDX
                       MOVE CN-LS-NOME (CN-IDX WS-LISTA-IDX) TO RR-NOME
                       MOVE CN-LS-NOME (CN-IDX WS-LISTA-IDX)
                           TO RR-PARTITO
                       MOVE CN-LS-VOTI (CN-IDX WS-LISTA-IDX) TO RR-VOTI
                       MOVE RisultatiRecord TO WS-SIG-BUFFER
                       COPY SIGILLO.
                       WRITE RisultatiRecord
                   END-PERFORM
               END-IF
               MOVE CN-IDX TO RR-CONTESTA
               MOVE "BIAN" TO RR-TIPO
               MOVE 0 TO RR-IDX
      *    Append one audit-log line per accepted vote: sequence
      *    number, timestamp, contest and candidate credited (CN-IDX
      *    and scelta, both set by the caller), independent of the
      *    running tallies in CONTESTA-TAB. On a list contest scelta
      *    is the list and the preferences ride in AU-PREFERENZE.
           ADD 1 TO WS-SEQ-VOTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           OPEN EXTEND AuditLogFile.
           MOVE WS-CDC-ORA TO AU-ORA.
           MOVE CN-IDX TO AU-CONTESTA.
           MOVE scelta TO AU-IDX.
           IF CN-TIPO (CN-IDX) = "L"
               MOVE CN-LS-NOME (CN-IDX scelta) TO AU-NOME
               MOVE CN-LS-NOME (CN-IDX scelta) TO AU-PARTITO
           ELSE
               MOVE CN-CD-NOME (CN-IDX scelta) TO AU-NOME
               MOVE CN-CD-PARTITO (CN-IDX scelta) TO AU-PARTITO
           END-IF.
           IF CN-TIPO (CN-IDX) = "P" OR CN-TIPO (CN-IDX) = "L"
               MOVE WS-PREFERENZE-X TO AU-PREFERENZE
           ELSE
               MOVE SPACES TO AU-PREFERENZE
             IF WS-CONTESTA-IN-STILE (CN-IDX) = "Y"
               DISPLAY "-- Contesa: " CN-NOME (CN-IDX)
                       " (provvisoria) --"
               IF CN-TIPO (CN-IDX) = "R"
                   DISPLAY "Quesito: "
                           FUNCTION TRIM (CN-QUESITO (CN-IDX))
               END-IF
               IF CN-TIPO (CN-IDX) NOT = "L"
                   PERFORM VARYING CD-IDX FROM 1 BY 1
                           UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                       DISPLAY "  (" CD-IDX ") "
                               CN-CD-NOME (CN-IDX CD-IDX)
                   END-PERFORM
               END-IF
               IF CN-TIPO (CN-IDX) = "L"
                   PERFORM Accetta-Voto-Lista
                           THRU Accetta-Voto-Lista-exit
                   MOVE scelta TO PR-SCELTA (CN-IDX)
                   MOVE WS-PREFERENZE-X TO PR-PREFERENZE (CN-IDX)
               ELSE
               IF CN-TIPO (CN-IDX) = "P"
                   PERFORM Accetta-Preferenze
                           THRU Accetta-Preferenze-exit
                   MOVE WS-PREFERENZE-X TO PR-PREFERENZE (CN-IDX)
                   MOVE WS-PREF (1) TO PR-SCELTA (CN-IDX)
               ELSE
                   IF CN-TIPO (CN-IDX) = "R"
                       DISPLAY "  (0) scheda bianca"
                   ELSE
                       DISPLAY "  (0) scheda bianca   (99) voto per"
                               " candidato non in lista"
                   END-IF
                   DISPLAY "Digita il numero del candidato da votare: "
                   ACCEPT scelta
                   MOVE scelta TO PR-SCELTA (CN-IDX)
                   IF scelta = WS-SCELTA-SCRITTA
                      AND CN-TIPO (CN-IDX) NOT = "R"
                       DISPLAY "Nome del candidato scritto a mano: "
                       ACCEPT WS-NOME-SCRITTA
                       MOVE WS-NOME-SCRITTA
                           TO PR-NOME-SCRITTA (CN-IDX)
                   END-IF
               END-IF
               END-IF
             END-IF
           END-PERFORM.
           WRITE ProvvisoriaRecord.
       Verifica-Preferenze-exit.
           EXIT.

       Accetta-Voto-Lista.
      *    List ballot entry for a list contest (CN-IDX set by the
      *    caller): the list marked, then up to CN-MAX-PREF names
      *    among that list's own candidates. A candidate of another
      *    list, or one already preferred, is re-asked; 0 closes the
      *    preferences. Leaves the list in scelta (0 a blank ballot)
      *    and the preferences in WS-PREFERENZE-X.
           PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                   UNTIL WS-LISTA-IDX > CN-NUM-LISTE (CN-IDX)
               DISPLAY "  (" WS-LISTA-IDX ") LISTA "
                       CN-LS-NOME (CN-IDX WS-LISTA-IDX)
           END-PERFORM.
           DISPLAY "  (0) scheda bianca".
           DISPLAY "Digita il numero della lista votata: ".
           ACCEPT scelta.
           MOVE ZEROS TO WS-PREFERENZE-X.
           IF scelta < 1 OR scelta > CN-NUM-LISTE (CN-IDX)
               GO TO Accetta-Voto-Lista-exit
           END-IF.
           MOVE scelta TO WS-LISTA-IDX.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
               IF CN-CD-LISTA (CN-IDX CD-IDX) = WS-LISTA-IDX
                   DISPLAY "  (" CD-IDX ") "
                           CN-CD-NOME (CN-IDX CD-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Preferenze per la lista (massimo "
                   CN-MAX-PREF (CN-IDX) "), 0 per chiudere.".
           MOVE "N" TO WS-PREF-CHIUSE.
           MOVE 1 TO WS-RANGO.
           PERFORM UNTIL WS-PREF-CHIUSE = "Y"
                   OR WS-RANGO > CN-MAX-PREF (CN-IDX)
               DISPLAY "Preferenza " WS-RANGO ": "
               ACCEPT scelta
               EVALUATE TRUE
                   WHEN scelta = 0
                       MOVE "Y" TO WS-PREF-CHIUSE
                   WHEN scelta > CN-NUM-CANDIDATI (CN-IDX)
                       DISPLAY "Candidato " scelta " inesistente:"
                               " reinserire."
                   WHEN CN-CD-LISTA (CN-IDX scelta) NOT = WS-LISTA-IDX
                       DISPLAY "Candidato " scelta " non appartiene"
                               " alla lista votata: reinserire."
                   WHEN OTHER
                       MOVE "Y" TO WS-PREF-VALIDA
                       PERFORM VARYING WS-RANGO-SCAN FROM 1 BY 1
                               UNTIL WS-RANGO-SCAN >= WS-RANGO
                           IF WS-PREF (WS-RANGO-SCAN) = scelta
                               MOVE "N" TO WS-PREF-VALIDA
                           END-IF
                       END-PERFORM
                       IF WS-PREF-VALIDA = "N"
                           DISPLAY "Candidato gia' preferito:"
                                   " reinserire."
                       ELSE
                           MOVE scelta TO WS-PREF (WS-RANGO)
                           ADD 1 TO WS-RANGO
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE WS-LISTA-IDX TO scelta.
       Accetta-Voto-Lista-exit.
           EXIT.

       Verifica-Preferenze-Lista.
      *    A list ballot's preferences (CN-IDX the contest, scelta
      *    the list) checked against the list's own candidates: a
      *    name out of range, on another list, repeated or past the
      *    maximum is dropped and counted in WS-PREF-SCARTATE - the
      *    list vote itself stands. The survivors are compacted back
      *    into WS-PREFERENZE-X in the order expressed.
           IF WS-PREFERENZE-X = SPACES
               MOVE ZEROS TO WS-PREFERENZE-X
           END-IF.
           MOVE ZEROS TO WS-PREF-BUONE-X.
           MOVE 0 TO WS-NUM-PREF-BUONE.
           MOVE 0 TO WS-PREF-SCARTATE.
           PERFORM VARYING WS-RANGO FROM 1 BY 1 UNTIL WS-RANGO > 10
               IF WS-PREF (WS-RANGO) NOT NUMERIC
                   ADD 1 TO WS-PREF-SCARTATE
               ELSE
                 IF WS-PREF (WS-RANGO) > 0
                   MOVE "Y" TO WS-PREF-VALIDA
                   IF WS-PREF (WS-RANGO) > CN-NUM-CANDIDATI (CN-IDX)
                      OR WS-NUM-PREF-BUONE >= CN-MAX-PREF (CN-IDX)
                       MOVE "N" TO WS-PREF-VALIDA
                   ELSE
                       IF CN-CD-LISTA (CN-IDX WS-PREF (WS-RANGO))
                          NOT = scelta
                           MOVE "N" TO WS-PREF-VALIDA
                       END-IF
                   END-IF
                   PERFORM VARYING WS-RANGO-SCAN FROM 1 BY 1
                           UNTIL WS-RANGO-SCAN > WS-NUM-PREF-BUONE
                       IF WS-PREF-BUONA (WS-RANGO-SCAN)
                          = WS-PREF (WS-RANGO)
                           MOVE "N" TO WS-PREF-VALIDA
                       END-IF
                   END-PERFORM
                   IF WS-PREF-VALIDA = "Y"
                       ADD 1 TO WS-NUM-PREF-BUONE
                       MOVE WS-PREF (WS-RANGO)
                           TO WS-PREF-BUONA (WS-NUM-PREF-BUONE)
                   ELSE
                       ADD 1 TO WS-PREF-SCARTATE
                   END-IF
                 END-IF
               END-IF
           END-PERFORM.
           MOVE WS-PREF-BUONE-X TO WS-PREFERENZE-X.
       Verifica-Preferenze-Lista-exit.
           EXIT.

       Conta-Voto-Lista.
      *    Tally one list ballot (CN-IDX the contest, scelta the
      *    list, WS-PREFERENZE-X the preferences) for every path -
      *    in person, batch, postal and provisional alike. No list
      *    marked but a preference for a listed candidate is a vote
      *    for that candidate's list, as the law reads the ballot.
      *    WS-LISTA-RESPINTA tells the caller a rejected ballot left
      *    no audit entry behind.
           MOVE "N" TO WS-LISTA-RESPINTA.
           IF WS-PREFERENZE-X = SPACES
               MOVE ZEROS TO WS-PREFERENZE-X
           END-IF.
           IF scelta = WS-SCELTA-BIANCA
              AND WS-PREF (1) IS NUMERIC
              AND WS-PREF (1) >= 1
              AND WS-PREF (1) <= CN-NUM-CANDIDATI (CN-IDX)
               MOVE CN-CD-LISTA (CN-IDX WS-PREF (1)) TO scelta
           END-IF.
           EVALUATE TRUE
               WHEN scelta = WS-SCELTA-BIANCA
                   ADD 1 TO CN-VOTI-BIANCHE (CN-IDX)
                   PERFORM Registra-Bianca THRU Registra-Bianca-exit
               WHEN scelta >= 1 AND scelta <= CN-NUM-LISTE (CN-IDX)
                   PERFORM Verifica-Preferenze-Lista
                           THRU Verifica-Preferenze-Lista-exit
                   IF WS-PREF-SCARTATE > 0
                       DISPLAY WS-PREF-SCARTATE " preferenze non"
                               " valide annullate: il voto di lista"
                               " resta valido."
                   END-IF
                   PERFORM Accredita-Voto-Lista
                           THRU Accredita-Voto-Lista-exit
                   PERFORM Registra-Voto THRU Registra-Voto-exit
               WHEN OTHER
                   ADD 1 TO CN-VOTI-RESPINTI (CN-IDX)
                   MOVE "Y" TO WS-LISTA-RESPINTA
                   DISPLAY "Lista " scelta " non valida: voto"
                           " respinto per questa contesa."
           END-EVALUATE.
       Conta-Voto-Lista-exit.
           EXIT.

       Accredita-Voto-Lista.
      *    Credit one list ballot: the list (scelta) and each
      *    candidate preferred in WS-PREFERENZE-X, for contest
      *    CN-IDX.
           ADD 1 TO CN-LS-VOTI (CN-IDX scelta).
           PERFORM VARYING WS-RANGO FROM 1 BY 1 UNTIL WS-RANGO > 10
               IF WS-PREF (WS-RANGO) IS NUMERIC
                  AND WS-PREF (WS-RANGO) >= 1
                  AND WS-PREF (WS-RANGO) <= CN-NUM-CANDIDATI (CN-IDX)
                   ADD 1 TO CN-CD-VOTI (CN-IDX WS-PREF (WS-RANGO))
               END-IF
           END-PERFORM.
       Accredita-Voto-Lista-exit.
           EXIT.

       Storna-Voto-Lista.
      *    Back one list ballot out again (a "STOR" reversal): the
      *    list and every preference it carried.
           IF CN-LS-VOTI (CN-IDX scelta) > 0
               SUBTRACT 1 FROM CN-LS-VOTI (CN-IDX scelta)
           END-IF.
           PERFORM VARYING WS-RANGO FROM 1 BY 1 UNTIL WS-RANGO > 10
               IF WS-PREF (WS-RANGO) IS NUMERIC
                  AND WS-PREF (WS-RANGO) >= 1
                  AND WS-PREF (WS-RANGO) <= CN-NUM-CANDIDATI (CN-IDX)
                   IF CN-CD-VOTI (CN-IDX WS-PREF (WS-RANGO)) > 0
                       SUBTRACT 1
                           FROM CN-CD-VOTI (CN-IDX WS-PREF (WS-RANGO))
                   END-IF
               END-IF
           END-PERFORM.
       Storna-Voto-Lista-exit.
           EXIT.

       Correzione-Voto.
      *    The corrections desk: back one mis-keyed audit entry out
      *    with a compensating "STOR" record - the log only ever
                           MOVE AU-IDX TO WS-STORNO-IDX
                           MOVE AU-NOME TO WS-STORNO-NOME
                           MOVE AU-PARTITO TO WS-STORNO-PARTITO
                           MOVE AU-PREFERENZE
                               TO WS-STORNO-PREFERENZE
                           IF AU-RICEVUTA IS NUMERIC
                               MOVE AU-RICEVUTA
                                   TO WS-STORNO-RICEVUTA
                       SUBTRACT 1
                           FROM CN-VOTI-SCRITTA (WS-STORNO-CONTESTA)
                   END-IF
               WHEN CN-TIPO (WS-STORNO-CONTESTA) = "L"
                AND WS-STORNO-IDX >= 1
                AND WS-STORNO-IDX
                    <= CN-NUM-LISTE (WS-STORNO-CONTESTA)
                   SET CN-IDX TO WS-STORNO-CONTESTA
                   MOVE WS-STORNO-IDX TO scelta
                   MOVE WS-STORNO-PREFERENZE TO WS-PREFERENZE-X
                   PERFORM Storna-Voto-Lista
                           THRU Storna-Voto-Lista-exit
               WHEN WS-STORNO-IDX >= 1
                AND WS-STORNO-IDX
                    <= CN-NUM-CANDIDATI (WS-STORNO-CONTESTA)
           MOVE WS-STORNO-CONTESTA TO AU-CONTESTA.
           MOVE WS-STORNO-IDX TO AU-IDX.
           MOVE WS-STORNO-NOME TO AU-NOME.
      *    A list ballot's reversal carries the preferences it backs
      *    out, so a replay can take them off the candidates too.
           IF CN-TIPO (WS-STORNO-CONTESTA) = "L"
               MOVE WS-STORNO-PREFERENZE TO AU-PREFERENZE
           ELSE
               MOVE SPACES TO AU-PREFERENZE
           END-IF.
           MOVE WS-STORNO-PARTITO TO AU-PARTITO.
           MOVE "STOR" TO AU-TIPO.
           MOVE WS-SEQ-STORNO TO AU-SEQ-RIF.
             PERFORM Verifica-Eleggibilita
                     THRU Verifica-Eleggibilita-exit
             PERFORM Verifica-Elettore THRU Verifica-Elettore-exit
             MOVE "N" TO WS-AGGIUNTO
             IF WS-ID-ELEGGIBILE = "N" AND WS-ID-TROVATO = "N"
                 PERFORM Accetta-Aggiunto THRU Accetta-Aggiunto-exit
             END-IF

             IF WS-ID-ELEGGIBILE = "N"
                 DISPLAY "Elettore " WS-ID-ELETTORE " non iscritto al"
                    PERFORM Registra-Provvisoria
                            THRU Registra-Provvisoria-exit
                ELSE
                PERFORM Accetta-Voto-Assistito
                        THRU Accetta-Voto-Assistito-exit
                IF WS-ASSIST-RIFIUTATO = "Y"
                    DISPLAY "Scheda non consegnata: l'elettore puo'"
                            " tornare con un altro accompagnatore."
                ELSE
               PERFORM Assegna-Ricevuta THRU Assegna-Ricevuta-exit
               PERFORM VARYING CN-IDX FROM 1 BY 1
                       UNTIL CN-IDX > WS-NUM-CONTESTE
                IF WS-CONTESTA-IN-STILE (CN-IDX) = "Y"
                 DISPLAY "-- Contesa: " CN-NOME (CN-IDX) " --"
                 IF CN-TIPO (CN-IDX) = "R"
                     DISPLAY "Quesito: "
                             FUNCTION TRIM (CN-QUESITO (CN-IDX))
                 END-IF
                 IF CN-TIPO (CN-IDX) = "L"
                   PERFORM Accetta-Voto-Lista
                           THRU Accetta-Voto-Lista-exit
                   PERFORM Conta-Voto-Lista THRU Conta-Voto-Lista-exit
                   IF WS-LISTA-RESPINTA = "Y"
      *                No audit entry to replay: checkpoint now.
                       PERFORM Salva-Risultati
                               THRU Salva-Risultati-exit
                   END-IF
                 ELSE
                 PERFORM VARYING CD-IDX FROM 1 BY 1
                         UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                     DISPLAY "  (" CD-IDX ") "
                       PERFORM Registra-Voto THRU Registra-Voto-exit
                   END-IF
                 ELSE
                 IF CN-TIPO (CN-IDX) = "R"
                     DISPLAY "  (0) scheda bianca"
                 ELSE
                     DISPLAY "  (0) scheda bianca   (99) voto per"
                             " candidato non in lista"
                 END-IF
                 DISPLAY "Digita il numero del candidato da votare: "
                 ACCEPT scelta
                 DISPLAY "scelta=" scelta
                     PERFORM Registra-Bianca THRU Registra-Bianca-exit
                 ELSE
                   IF scelta = WS-SCELTA-SCRITTA
                      AND CN-TIPO (CN-IDX) NOT = "R"
                     DISPLAY "Nome del candidato scritto a mano: "
                     ACCEPT WS-NOME-SCRITTA
                     ADD 1 TO CN-VOTI-SCRITTA (CN-IDX)
                   END-IF
                 END-IF
                 END-IF
                 END-IF
                END-IF
               END-PERFORM
                 PERFORM Registra-Elettore THRU Registra-Elettore-exit
                 IF WS-VOTO-ASSISTITO = "Y"
                     PERFORM Registra-Assistito
                             THRU Registra-Assistito-exit
                 END-IF
                 IF WS-AGGIUNTO = "Y"
                     PERFORM Registra-Aggiunto
                             THRU Registra-Aggiunto-exit
                 END-IF
                 PERFORM Checkpoint-Risultati
                         THRU Checkpoint-Risultati-exit
                END-IF
                END-IF
               END-IF
             END-IF.
       Accetta-Una-Scheda-exit.
           EXIT.

       Accetta-Aggiunto.
      *    Elettore aggiunto: not on this register, but entitled to
      *    vote here on a certificate (poll worker or list
      *    representative at this seggio, police on duty, hospital
      *    patient). The certificate and the home seggio are keyed
      *    and a supervisor admits the voter, who then votes like a
      *    registered one; the home seggio's voted list is checked
      *    at consolidation.
           DISPLAY "Elettore " WS-ID-ELETTORE " non iscritto a questo"
                   " seggio. Elettore aggiunto con attestazione?"
                   " (S/N): ".
           MOVE "N" TO WS-SCELTA-AGG.
           ACCEPT WS-SCELTA-AGG.
           IF WS-SCELTA-AGG NOT = "S" AND WS-SCELTA-AGG NOT = "s"
               GO TO Accetta-Aggiunto-exit
           END-IF.
           DISPLAY "Attestazione (S=componente di seggio o"
                   " rappresentante, F=forze dell'ordine,"
                   " O=ricovero ospedaliero): ".
           ACCEPT WS-AGG-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-AGG-TIPO) TO WS-AGG-TIPO.
           IF WS-AGG-TIPO NOT = "S" AND WS-AGG-TIPO NOT = "F"
              AND WS-AGG-TIPO NOT = "O"
               DISPLAY "Attestazione " WS-AGG-TIPO " non"
                       " riconosciuta: elettore non aggiunto."
               GO TO Accetta-Aggiunto-exit
           END-IF.
           DISPLAY "Numero dell'attestazione: ".
           MOVE SPACES TO WS-AGG-NUMERO.
           ACCEPT WS-AGG-NUMERO.
           DISPLAY "Seggio di iscrizione dell'elettore: ".
           MOVE SPACES TO WS-AGG-ORIGINE.
           ACCEPT WS-AGG-ORIGINE.
           IF WS-AGG-NUMERO = SPACES OR WS-AGG-ORIGINE = SPACES
              OR WS-AGG-ORIGINE = WS-SEGGIO
               DISPLAY "Numero di attestazione o seggio di"
                       " iscrizione mancante o non valido:"
                       " elettore non aggiunto."
               GO TO Accetta-Aggiunto-exit
           END-IF.
           PERFORM Richiedi-Supervisore THRU Richiedi-Supervisore-exit.
           IF WS-SUPERVISORE-OK = "N"
               DISPLAY "Ammissione dell'elettore aggiunto negata."
               GO TO Accetta-Aggiunto-exit
           END-IF.
           MOVE "Y" TO WS-AGGIUNTO.
           MOVE "Y" TO WS-ID-ELEGGIBILE.
           DISPLAY "Elettore aggiunto ammesso (iscritto al seggio "
                   FUNCTION TRIM (WS-AGG-ORIGINE) ").".
       Accetta-Aggiunto-exit.
           EXIT.

       Registra-Aggiunto.
      *    The admitted aggiunto goes on the precinct's list once the
      *    ballot is on the voted list.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           OPEN EXTEND AggiuntiFile.
           IF WS-FS-AGGIUNTI = "35"
               OPEN OUTPUT AggiuntiFile
               CLOSE AggiuntiFile
               OPEN EXTEND AggiuntiFile
           END-IF.
           MOVE WS-ID-ELETTORE TO AG-ELETTORE.
           MOVE WS-AGG-ORIGINE TO AG-SEGGIO-ORIGINE.
           MOVE WS-AGG-TIPO TO AG-TIPO-ATTEST.
           MOVE WS-AGG-NUMERO TO AG-NUM-ATTEST.
           MOVE WS-CDC-DATA TO AG-DATA.
           MOVE WS-CDC-ORA TO AG-ORA.
           MOVE WS-OPERATORE TO AG-OPERATORE.
           WRITE AggiuntoRecord.
           CLOSE AggiuntiFile.
           MOVE "N" TO WS-AGGIUNTO.
       Registra-Aggiunto-exit.
           EXIT.

       Conta-Aggiunti.
      *    The aggiunti for the verbale, counted off the precinct's
      *    list so a restarted session still reports them all.
           MOVE 0 TO WS-VOTI-AGGIUNTI.
           MOVE "N" TO WS-EOF-AGGIUNTI.
           OPEN INPUT AggiuntiFile.
           IF WS-FS-AGGIUNTI NOT = "00"
               GO TO Conta-Aggiunti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-AGGIUNTI = "Y"
               READ AggiuntiFile
                   AT END MOVE "Y" TO WS-EOF-AGGIUNTI
                   NOT AT END ADD 1 TO WS-VOTI-AGGIUNTI
               END-READ
           END-PERFORM.
           CLOSE AggiuntiFile.
       Conta-Aggiunti-exit.
           EXIT.

       Accetta-Voto-Assistito.
      *    Voto assistito: a voter who cannot mark the ballot alone
      *    votes with a companion, on a certificate (or an evident
      *    impediment the president attests). A companion assists
      *    one voter per election, whatever the seggio: the county
      *    register is scanned for this election's entries, and a
      *    companion already on it is refused with the ballot not
      *    handed out.
           MOVE "N" TO WS-VOTO-ASSISTITO.
           MOVE "N" TO WS-ASSIST-RIFIUTATO.
           DISPLAY "Voto assistito da un accompagnatore? (S/N): ".
           MOVE "N" TO WS-SCELTA-ASSIST.
           ACCEPT WS-SCELTA-ASSIST.
           IF WS-SCELTA-ASSIST NOT = "S" AND WS-SCELTA-ASSIST NOT = "s"
               GO TO Accetta-Voto-Assistito-exit
           END-IF.
           DISPLAY "Certificazione (M=certificato medico ASL,"
                   " T=annotazione AVD sulla tessera,"
                   " E=impedimento evidente): ".
           ACCEPT WS-ASS-CERTIFICATO.
           MOVE FUNCTION UPPER-CASE (WS-ASS-CERTIFICATO)
               TO WS-ASS-CERTIFICATO.
           IF WS-ASS-CERTIFICATO NOT = "M"
              AND WS-ASS-CERTIFICATO NOT = "T"
              AND WS-ASS-CERTIFICATO NOT = "E"
               DISPLAY "Certificazione " WS-ASS-CERTIFICATO
                       " non riconosciuta: voto assistito non"
                       " ammesso."
               MOVE "Y" TO WS-ASSIST-RIFIUTATO
               GO TO Accetta-Voto-Assistito-exit
           END-IF.
           DISPLAY "Codice identificativo dell'accompagnatore: ".
           MOVE SPACES TO WS-ID-ACCOMPAGNATORE.
           ACCEPT WS-ID-ACCOMPAGNATORE.
           IF WS-ID-ACCOMPAGNATORE = SPACES
              OR WS-ID-ACCOMPAGNATORE = WS-ID-ELETTORE
               DISPLAY "Accompagnatore non valido: voto assistito"
                       " non ammesso."
               MOVE "Y" TO WS-ASSIST-RIFIUTATO
               GO TO Accetta-Voto-Assistito-exit
           END-IF.
           MOVE SPACES TO WS-ASS-SEGGIO-PREC.
           MOVE "N" TO WS-EOF-ASSISTITI.
           OPEN INPUT AssistitiFile.
           IF WS-FS-ASSISTITI = "00"
               PERFORM UNTIL WS-EOF-ASSISTITI = "Y"
                   READ AssistitiFile
                       AT END MOVE "Y" TO WS-EOF-ASSISTITI
                       NOT AT END
                           IF AV-ACCOMPAGNATORE = WS-ID-ACCOMPAGNATORE
                              AND AV-DATA-ELEZIONE = WS-DATA-ELEZIONE
                               MOVE AV-SEGGIO TO WS-ASS-SEGGIO-PREC
                               MOVE "Y" TO WS-EOF-ASSISTITI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AssistitiFile
           END-IF.
           IF WS-ASS-SEGGIO-PREC NOT = SPACES
               DISPLAY "Accompagnatore " WS-ID-ACCOMPAGNATORE
                       " ha gia' assistito un elettore (seggio "
                       FUNCTION TRIM (WS-ASS-SEGGIO-PREC)
                       "): non ammesso."
               MOVE "Y" TO WS-ASSIST-RIFIUTATO
               MOVE "Elezioni" TO WS-ERR-PROGRAMMA
               MOVE "Accetta-Voto-Assistito" TO WS-ERR-PARAGRAFO
               MOVE "accompagnatore gia' registrato: rifiutato"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Accetta-Voto-Assistito-exit
           END-IF.
           MOVE "Y" TO WS-VOTO-ASSISTITO.
       Accetta-Voto-Assistito-exit.
           EXIT.

       Registra-Assistito.
      *    The admitted assisted ballot goes on the county register
      *    once the ballot itself is on the voted list.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           OPEN EXTEND AssistitiFile.
           IF WS-FS-ASSISTITI = "35"
               OPEN OUTPUT AssistitiFile
               CLOSE AssistitiFile
               OPEN EXTEND AssistitiFile
           END-IF.
           MOVE WS-DATA-ELEZIONE TO AV-DATA-ELEZIONE.
           MOVE WS-ID-ACCOMPAGNATORE TO AV-ACCOMPAGNATORE.
           MOVE WS-SEGGIO TO AV-SEGGIO.
           MOVE WS-ID-ELETTORE TO AV-ELETTORE.
           MOVE WS-ASS-CERTIFICATO TO AV-CERTIFICATO.
           MOVE WS-CDC-DATA TO AV-DATA.
           MOVE WS-CDC-ORA TO AV-ORA.
           MOVE WS-OPERATORE TO AV-OPERATORE.
           WRITE AssistitoRecord.
           CLOSE AssistitiFile.
           MOVE "N" TO WS-VOTO-ASSISTITO.
       Registra-Assistito-exit.
           EXIT.

       Conta-Voti-Assistiti.
      *    This seggio's assisted ballots for the verbale, counted
      *    off the county register rather than a session counter,
      *    so a restarted session still reports them all.
           MOVE 0 TO WS-VOTI-ASSISTITI.
           MOVE "N" TO WS-EOF-ASSISTITI.
           OPEN INPUT AssistitiFile.
           IF WS-FS-ASSISTITI NOT = "00"
               GO TO Conta-Voti-Assistiti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-ASSISTITI = "Y"
               READ AssistitiFile
                   AT END MOVE "Y" TO WS-EOF-ASSISTITI
                   NOT AT END
                       IF AV-SEGGIO = WS-SEGGIO
                          AND AV-DATA-ELEZIONE = WS-DATA-ELEZIONE
                           ADD 1 TO WS-VOTI-ASSISTITI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AssistitiFile.
       Conta-Voti-Assistiti-exit.
           EXIT.

       Elabora-Batch.
      *    Tally a whole precinct's worth of ballots from one
      *    transaction file in a single pass, instead of one ACCEPT
                                 UNTIL CN-IDX > WS-NUM-CONTESTE
                          IF WS-CONTESTA-IN-STILE (CN-IDX) = "Y"
                             MOVE TR-SCELTA (CN-IDX) TO scelta
                             IF CN-TIPO (CN-IDX) = "L"
                                 MOVE TR-PREFERENZE (CN-IDX)
                                     TO WS-PREFERENZE-X
                                 PERFORM Conta-Voto-Lista
                                         THRU Conta-Voto-Lista-exit
                                 IF WS-LISTA-RESPINTA = "Y"
                                     PERFORM Salva-Risultati
                                         THRU Salva-Risultati-exit
                                 END-IF
                             ELSE
                             IF CN-TIPO (CN-IDX) = "P"
                                 MOVE TR-PREFERENZE (CN-IDX)
                                     TO WS-PREFERENZE-X
                                         THRU Registra-Bianca-exit
                             ELSE
                               IF scelta = WS-SCELTA-SCRITTA
                                  AND CN-TIPO (CN-IDX) NOT = "R"
                                 MOVE TR-NOME-SCRITTA (CN-IDX)
                                     TO WS-NOME-SCRITTA
                                 ADD 1 TO CN-VOTI-SCRITTA (CN-IDX)
                               END-IF
                             END-IF
                             END-IF
                             END-IF
                          END-IF
                         END-PERFORM
                         PERFORM Registra-Elettore
                 IF CN-TIPO (CN-IDX) = "P"
                     PERFORM Conteggio-Preferenziale
                             THRU Conteggio-Preferenziale-exit
                 ELSE
                 IF CN-TIPO (CN-IDX) = "L"
                     DISPLAY "Contesa " CN-NOME (CN-IDX) ": voto di"
                             " lista, seggi ed eletti proclamati in"
                             " sede di consolidamento."
                 ELSE
                 IF CN-TIPO (CN-IDX) = "R"
                     DISPLAY "Referendum " CN-NOME (CN-IDX) ": SI "
                             CN-CD-VOTI (CN-IDX 1) ", NO "
                             CN-CD-VOTI (CN-IDX 2) "; esito e quorum"
                             " accertati in sede di consolidamento."
                 ELSE
                   IF CN-PARI-MERITO (CN-IDX) > 1
                       DISPLAY "Contesa " CN-NOME (CN-IDX)
                               THRU Verifica-Margine-exit
                   END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *    it does not skip the verbale.
           PERFORM Conta-Votanti-Marcati
                   THRU Conta-Votanti-Marcati-exit.
           PERFORM Conta-Voti-Assistiti
                   THRU Conta-Voti-Assistiti-exit.
           PERFORM Conta-Aggiunti THRU Conta-Aggiunti-exit.
           IF WS-SEG-TROVATO = "Y"
               MOVE WS-SEG-RECORD TO SeggioRecord
               DISPLAY "Presidente in anagrafe: "
                       FUNCTION TRIM (AS-PRESIDENTE)
               DISPLAY "Nome del presidente di seggio per il verbale"
                       " (vuoto = quello in anagrafe): "
           ELSE
               DISPLAY "Nome del presidente di seggio per il"
                       " verbale: "
           END-IF.
           MOVE SPACES TO WS-NOME-PRESIDENTE.
           ACCEPT WS-NOME-PRESIDENTE.
           IF WS-NOME-PRESIDENTE = SPACES AND WS-SEG-TROVATO = "Y"
               MOVE AS-PRESIDENTE TO WS-NOME-PRESIDENTE
           END-IF.
           OPEN OUTPUT VerbaleFile.
           MOVE "Elezioni" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           MOVE SPACES TO VerbaleLine.
           STRING "Sede: " DELIMITED BY SIZE
                  WS-SEG-DESCRIZIONE DELIMITED BY SIZE
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           MOVE SPACES TO VerbaleLine.
           STRING "Elettori iscritti al registro: " DELIMITED BY SIZE
                  WS-NUM-REGISTRO DELIMITED BY SIZE
                  INTO VerbaleLine.
                  WS-VOTANTI-MARCATI DELIMITED BY SIZE
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           MOVE SPACES TO VerbaleLine.
           STRING "di cui con voto assistito (accompagnatore): "
                      DELIMITED BY SIZE
                  WS-VOTI-ASSISTITI DELIMITED BY SIZE
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           MOVE SPACES TO VerbaleLine.
           STRING "di cui elettori aggiunti (con attestazione): "
                      DELIMITED BY SIZE
                  WS-VOTI-AGGIUNTI DELIMITED BY SIZE
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           MOVE "S" TO WS-VRB-QUADRA.
      *    Only the contests this seggio carries enter the verbale
      *    and its arithmetic proof: an off-style contest has no
                      DELIMITED BY SIZE
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           PERFORM Stampa-Firme-Rappresentanti
                   THRU Stampa-Firme-Rappresentanti-exit.
           IF WS-RAPPR-STAMPATI = 0
               MOVE "Testimone di lista: _________________________"
                   TO VerbaleLine
               PERFORM Scrivi-Riga-Verbale
                       THRU Scrivi-Riga-Verbale-exit
               MOVE "Testimone di lista: _________________________"
                   TO VerbaleLine
               PERFORM Scrivi-Riga-Verbale
                       THRU Scrivi-Riga-Verbale-exit
               MOVE "Testimone di lista: _________________________"
                   TO VerbaleLine
               PERFORM Scrivi-Riga-Verbale
                       THRU Scrivi-Riga-Verbale-exit
           END-IF.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO VerbaleLine.
           WRITE VerbaleLine.
           DISPLAY VerbaleLine.
           CLOSE VerbaleFile.
           MOVE WS-FILE-VERBALE TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Verbale di seggio in " WS-FILE-VERBALE ".".
       Stampa-Verbale-exit.
           EXIT.

       Stampa-Firme-Rappresentanti.
      *    One signature block per rappresentante di lista accredited
      *    to this seggio, in the order the desk filed them.
           MOVE 0 TO WS-RAPPR-STAMPATI.
           MOVE "N" TO WS-EOF-RAPPRESENTANTI.
           OPEN INPUT RappresentantiFile.
           IF WS-FS-RAPPRESENTANTI NOT = "00"
               GO TO Stampa-Firme-Rappresentanti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-RAPPRESENTANTI = "Y"
               READ RappresentantiFile
                   AT END MOVE "Y" TO WS-EOF-RAPPRESENTANTI
                   NOT AT END
                       IF RP-SEGGIO = WS-SEGGIO
                           ADD 1 TO WS-RAPPR-STAMPATI
                           IF RP-RUOLO = "E"
                               MOVE "effettivo" TO WS-DESCR-RUOLO
                           ELSE
                               MOVE "supplente" TO WS-DESCR-RUOLO
                           END-IF
                           MOVE SPACES TO VerbaleLine
                           STRING "Rappresentante lista "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM (RP-LISTA)
                                      DELIMITED BY SIZE
                                  " (" DELIMITED BY SIZE
                                  FUNCTION TRIM (WS-DESCR-RUOLO)
                                      DELIMITED BY SIZE
                                  "): " DELIMITED BY SIZE
                                  FUNCTION TRIM (RP-NOME)
                                      DELIMITED BY SIZE
                                  INTO VerbaleLine
                           PERFORM Scrivi-Riga-Verbale
                                   THRU Scrivi-Riga-Verbale-exit
                           MOVE "    firma: ______________________"
                               TO VerbaleLine
                           PERFORM Scrivi-Riga-Verbale
                                   THRU Scrivi-Riga-Verbale-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RappresentantiFile.
       Stampa-Firme-Rappresentanti-exit.
           EXIT.

       Stampa-Scorte-Verbale.
      *    The paper accounting on the verbale: forms issued must
      *    equal the ballots in the count plus the spoiled ones, and
                  " --" DELIMITED BY SIZE
                  INTO VerbaleLine.
           PERFORM Scrivi-Riga-Verbale THRU Scrivi-Riga-Verbale-exit.
           IF CN-TIPO (CN-IDX) = "R"
               MOVE "  Quesito:" TO VerbaleLine
               PERFORM Scrivi-Riga-Verbale
                       THRU Scrivi-Riga-Verbale-exit
               MOVE SPACES TO VerbaleLine
               MOVE CN-QUESITO (CN-IDX) (1:75) TO VerbaleLine (4:75)
               PERFORM Scrivi-Riga-Verbale
                       THRU Scrivi-Riga-Verbale-exit
               IF CN-QUESITO (CN-IDX) (76:75) NOT = SPACES
                   MOVE SPACES TO VerbaleLine
                   MOVE CN-QUESITO (CN-IDX) (76:75)
                       TO VerbaleLine (4:75)
                   PERFORM Scrivi-Riga-Verbale
                           THRU Scrivi-Riga-Verbale-exit
               END-IF
           END-IF.
           MOVE 0 TO WS-VRB-SCRUTINATE.
      *    A list contest scrutinizes list ballots: the list lines
      *    enter the proof, the candidates' preferences are printed
      *    beneath for the record but do not.
           IF CN-TIPO (CN-IDX) = "L"
               PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                       UNTIL WS-LISTA-IDX > CN-NUM-LISTE (CN-IDX)
                   ADD CN-LS-VOTI (CN-IDX WS-LISTA-IDX)
                       TO WS-VRB-SCRUTINATE
                   MOVE SPACES TO VerbaleLine
                   STRING "  LISTA " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (CN-LS-NOME (CN-IDX WS-LISTA-IDX))
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          CN-LS-VOTI (CN-IDX WS-LISTA-IDX)
                              DELIMITED BY SIZE
                          " voti" DELIMITED BY SIZE
                          INTO VerbaleLine
                   PERFORM Scrivi-Riga-Verbale
                           THRU Scrivi-Riga-Verbale-exit
               END-PERFORM
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   MOVE SPACES TO VerbaleLine
                   STRING "    " DELIMITED BY SIZE
                          FUNCTION TRIM (CN-CD-NOME (CN-IDX CD-IDX))
                              DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          CN-CD-VOTI (CN-IDX CD-IDX) DELIMITED BY SIZE
                          " preferenze" DELIMITED BY SIZE
                          INTO VerbaleLine
                   PERFORM Scrivi-Riga-Verbale
                           THRU Scrivi-Riga-Verbale-exit
               END-PERFORM
           END-IF.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   OR CN-TIPO (CN-IDX) = "L"
               ADD CN-CD-VOTI (CN-IDX CD-IDX) TO WS-VRB-SCRUTINATE
               MOVE SPACES TO VerbaleLine
               STRING "  " DELIMITED BY SIZE
      *    File one certification-register record per contest with
      *    where it stands after this session's Fine: suspended on a
      *    control-total discrepancy, runoff on a tie, recount when
      *    Verifica-Margine flagged the margin, counted otherwise -
      *    a clean contest waits there for the sample hand count;
      *    only ElezCert moves it on to certified.
      *    The register is update-in-place: an existing record for
      *    this precinct/election/contest advances, never duplicates.
           PERFORM Carica-Registro-Cert
                   WHEN CN-RICONTEGGIO (CN-IDX) = "Y"
                       MOVE "RI" TO WS-STATO-CERT
                   WHEN OTHER
                       MOVE "CO" TO WS-STATO-CERT
               END-EVALUATE
               MOVE WS-SEGGIO TO RC-SEGGIO
               MOVE WS-DATA-ELEZIONE TO RC-DATA-ELEZIONE
             IF WS-CONTESTA-IN-STILE (CN-IDX) = "Y"
               DISPLAY "-- Contesa: " CN-NOME (CN-IDX)
                       " (scheda postale) --"
               IF CN-TIPO (CN-IDX) = "R"
                   DISPLAY "Quesito: "
                           FUNCTION TRIM (CN-QUESITO (CN-IDX))
               END-IF
               IF CN-TIPO (CN-IDX) = "L"
                   PERFORM Accetta-Voto-Lista
                           THRU Accetta-Voto-Lista-exit
                   PERFORM Conta-Voto-Lista THRU Conta-Voto-Lista-exit
               ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   DISPLAY "  (" CD-IDX ") "
                       PERFORM Registra-Voto THRU Registra-Voto-exit
                   END-IF
               ELSE
                   IF CN-TIPO (CN-IDX) = "R"
                       DISPLAY "  (0) scheda bianca"
                   ELSE
                       DISPLAY "  (0) scheda bianca   (99) voto per"
                               " candidato non in lista"
                   END-IF
                   DISPLAY "Digita il numero del candidato votato: "
                   ACCEPT scelta
                   EVALUATE TRUE
                           PERFORM Registra-Bianca
                                   THRU Registra-Bianca-exit
                       WHEN scelta = WS-SCELTA-SCRITTA
                        AND CN-TIPO (CN-IDX) NOT = "R"
                           DISPLAY "Nome del candidato scritto a"
                                   " mano: "
                           ACCEPT WS-NOME-SCRITTA
                                   " contesa."
                   END-EVALUATE
               END-IF
               END-IF
             END-IF
           END-PERFORM.
           PERFORM Registra-Elettore THRU Registra-Elettore-exit.
                   UNTIL CN-IDX > WS-NUM-CONTESTE
             IF WS-CONTESTA-IN-STILE (CN-IDX) = "Y"
               MOVE PV-SCELTA (WS-PROV-IDX CN-IDX) TO scelta
               IF CN-TIPO (CN-IDX) = "L"
                   MOVE PV-PREFERENZE (WS-PROV-IDX CN-IDX)
                       TO WS-PREFERENZE-X
                   PERFORM Conta-Voto-Lista THRU Conta-Voto-Lista-exit
               ELSE
               IF CN-TIPO (CN-IDX) = "P"
                   MOVE PV-PREFERENZE (WS-PROV-IDX CN-IDX)
                       TO WS-PREFERENZE-X
                         PERFORM Registra-Bianca
                                 THRU Registra-Bianca-exit
                     WHEN scelta = WS-SCELTA-SCRITTA
                      AND CN-TIPO (CN-IDX) NOT = "R"
                         MOVE PV-NOME-SCRITTA (WS-PROV-IDX CN-IDX)
                             TO WS-NOME-SCRITTA
                         ADD 1 TO CN-VOTI-SCRITTA (CN-IDX)
                                 " questa contesa."
                 END-EVALUATE
               END-IF
               END-IF
             END-IF
           END-PERFORM.
       Conta-Scheda-Provvisoria-exit.
      *    Winner and tie-break for the current contest (CN-IDX, set
      *    by the caller): an exact tie for first place is reported
      *    as a tie requiring a ballottaggio, never silently awarded
      *    to the lowest-indexed candidate. A list contest has no
      *    winner at the seggio: its seats are assigned over the
      *    county totals by ElezConsolida. Nor has a referendum: its
      *    outcome turns on the quorum over all the seggi.
           IF CN-TIPO (CN-IDX) = "L" OR CN-TIPO (CN-IDX) = "R"
               MOVE 0 TO CN-IDX-VINCITORE (CN-IDX)
               MOVE 0 TO CN-VOTI-VINCITORE (CN-IDX)
               MOVE 0 TO CN-PARI-MERITO (CN-IDX)
               GO TO Trova-Vincitore-Contesta-exit
           END-IF.
           MOVE 1 TO CN-IDX-VINCITORE (CN-IDX).
           PERFORM VARYING CD-IDX FROM 2 BY 1
                   UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
      *    the result is certified instead of trusting the running
      *    tallies alone. Entering 0 (no independent count available
      *    for this contest) skips the check.
           PERFORM Calcola-Totale-Contesta
                   THRU Calcola-Totale-Contesta-exit.
           COMPUTE WS-TOTALE-CONTROLLO =
               CN-TOTALE-VOTI (CN-IDX) + CN-VOTI-RESPINTI (CN-IDX)
               + CN-VOTI-BIANCHE (CN-IDX) + CN-VOTI-SCRITTA (CN-IDX).
       Verifica-Totale-Controllo-exit.
           EXIT.

       Calcola-Totale-Contesta.
      *    Valid votes of the current contest (CN-IDX): the sum of
      *    the candidates' votes - or, on a list contest, of the
      *    list votes, since there a candidate's figure counts
      *    preferences and one ballot may carry several or none.
           MOVE 0 TO CN-TOTALE-VOTI (CN-IDX).
           IF CN-TIPO (CN-IDX) = "L"
               PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                       UNTIL WS-LISTA-IDX > CN-NUM-LISTE (CN-IDX)
                   ADD CN-LS-VOTI (CN-IDX WS-LISTA-IDX)
                       TO CN-TOTALE-VOTI (CN-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   ADD CN-CD-VOTI (CN-IDX CD-IDX)
                       TO CN-TOTALE-VOTI (CN-IDX)
               END-PERFORM
           END-IF.
       Calcola-Totale-Contesta-exit.
           EXIT.

       Stampa-Rapporto.
      *    Canvass report: one section per contest with every
      *    candidate's name, votes and share of the ballots cast,
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
           END-IF.
           MOVE SPACES TO CanvassLine.
           STRING "SEGGIO " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEGGIO) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-SEG-DESCRIZIONE DELIMITED BY SIZE
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-NUM-CONTESTE
               PERFORM Calcola-Totale-Contesta
                       THRU Calcola-Totale-Contesta-exit
               MOVE SPACES TO CanvassLine
               STRING "RAPPORTO DI SCRUTINIO - SEGGIO "
                      FUNCTION TRIM (WS-SEGGIO) DELIMITED BY SIZE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
               IF CN-TIPO (CN-IDX) = "R"
                   MOVE "QUESITO REFERENDARIO:" TO CanvassLine
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
                   MOVE SPACES TO CanvassLine
                   MOVE CN-QUESITO (CN-IDX) (1:75) TO CanvassLine (3:75)
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
                   IF CN-QUESITO (CN-IDX) (76:75) NOT = SPACES
                       MOVE SPACES TO CanvassLine
                       MOVE CN-QUESITO (CN-IDX) (76:75)
                           TO CanvassLine (3:75)
                       PERFORM Scrivi-Riga-Canvass
                               THRU Scrivi-Riga-Canvass-exit
                   END-IF
               END-IF
      *        A list contest shows the list votes first, then each
      *        candidate's preferences - which are not shares of the
      *        valid ballots and carry no percentage.
               IF CN-TIPO (CN-IDX) = "L"
                   PERFORM Stampa-Sottototali-Lista
                           THRU Stampa-Sottototali-Lista-exit
                   MOVE "-- Preferenze per candidato --"
                       TO CanvassLine
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
               END-IF
               PERFORM VARYING CD-IDX FROM 1 BY 1
                       UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   IF CN-TOTALE-VOTI (CN-IDX) > 0
                       MOVE 0 TO WS-PERCENTUALE
                   END-IF
                   MOVE SPACES TO CanvassLine
                   IF CN-TIPO (CN-IDX) = "L"
                       STRING FUNCTION TRIM
                                  (CN-CD-NOME (CN-IDX CD-IDX))
                                  DELIMITED BY SIZE
                              " [" DELIMITED BY SIZE
                              FUNCTION TRIM
                                  (CN-CD-PARTITO (CN-IDX CD-IDX))
                                  DELIMITED BY SIZE
                              "]  preferenze=" DELIMITED BY SIZE
                              CN-CD-VOTI (CN-IDX CD-IDX)
                                  DELIMITED BY SIZE
                              INTO CanvassLine
                   ELSE
                   IF CN-CD-PARTITO (CN-IDX CD-IDX) = SPACES
                       STRING FUNCTION TRIM
                                  (CN-CD-NOME (CN-IDX CD-IDX))
                              "%)" DELIMITED BY SIZE
                              INTO CanvassLine
                   END-IF
                   END-IF
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
               END-PERFORM
               IF CN-TIPO (CN-IDX) NOT = "L"
                   PERFORM Stampa-Sottototali-Lista
                           THRU Stampa-Sottototali-Lista-exit
               END-IF
               MOVE SPACES TO CanvassLine
               STRING "Totale schede valide scrutinate: "
                      DELIMITED BY SIZE
           WRITE CanvassLine.
           DISPLAY CanvassLine.
           CLOSE CanvassFile.
           MOVE WS-FILE-CANVASS TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Coda-Canvass-exit.
           EXIT.

      *    Per-party subtotal block for the current contest (CN-IDX,
      *    CanvassFile already open): candidate votes grouped by the
      *    party carried on each candidate, unaffiliated names
      *    grouped under (SENZA LISTA). A list contest prints its
      *    own list votes instead: the ballots cast for each list,
      *    not a sum of preferences.
           IF CN-TIPO (CN-IDX) = "L"
               MOVE "-- Voti di lista --" TO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
               PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                       UNTIL WS-LISTA-IDX > CN-NUM-LISTE (CN-IDX)
                   IF CN-TOTALE-VOTI (CN-IDX) > 0
                       COMPUTE WS-PERCENTUALE ROUNDED =
                           CN-LS-VOTI (CN-IDX WS-LISTA-IDX) * 100
                           / CN-TOTALE-VOTI (CN-IDX)
                   ELSE
                       MOVE 0 TO WS-PERCENTUALE
                   END-IF
                   MOVE SPACES TO CanvassLine
                   STRING "LISTA " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (CN-LS-NOME (CN-IDX WS-LISTA-IDX))
                              DELIMITED BY SIZE
                          "  voti=" DELIMITED BY SIZE
                          CN-LS-VOTI (CN-IDX WS-LISTA-IDX)
                              DELIMITED BY SIZE
                          "  (" DELIMITED BY SIZE
                          WS-PERCENTUALE DELIMITED BY SIZE
                          "%)" DELIMITED BY SIZE
                          INTO CanvassLine
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
               END-PERFORM
               GO TO Stampa-Sottototali-Lista-exit
           END-IF.
           MOVE 0 TO WS-NUM-PARTITI.
           PERFORM VARYING CD-IDX FROM 1 BY 1
                   UNTIL CD-IDX > CN-NUM-CANDIDATI (CN-IDX)
