      *      and other records skipped, precincts reported and on
      *      the list - the numbers NotteBilancio reconciles at the
      *      end of the night.
      * Mod: 15/10/2026 - every precinct on the list is looked up on
      *      the polling-station master (SEGGI.DAT, SEGGIO
      *      copybook): the outstanding list shows where each
      *      missing seggio is, and a code that is not on the master
      *      is flagged on the canvass, logged to the shared error
      *      log and ends the run with a warning return code.
      * Mod: 15/10/2026 - list contests with preferences: the
      *      precincts' "LIST" records are rolled up into county
      *      list votes, the seats are divided over the list votes
      *      (not the sum of the preferences the candidates carry),
      *      and after the allocation the canvass prints the
      *      proclamazione degli eletti - each list's seats filled
      *      by its candidates in descending preference order, equal
      *      preferences going to the candidate who comes first in
      *      list order. The list votes also go on the feed and
      *      into the certified archive as "LIST" rows.
      * Mod: 15/10/2026 - referendum contests (the precincts' "QUES"
      *      records carry the question): the canvass prints the
      *      question, the registered voters of every seggio that
      *      carries the referendum (counted off its REG_<seggio>.DAT,
      *      or the master's last revision count when the register
      *      is not on disk), the quorum of 50% plus one, turnout and
      *      the outcome - approved, rejected, or void for lack of
      *      quorum. Once every carrying seggio is in, the outcome
      *      is filed on the certification register (REGCERT.DAT,
      *      seggio "PROVINCIA") as AP, RS or NQ. A seggio with no
      *      register count at all leaves the quorum unestablished
      *      and ends the run with a warning return code.
      * Mod: 15/10/2026 - assisted voting: the county register of
      *      companions (VOTO_ASSISTITO.DAT, ELEZASSD copybook,
      *      appended by every seggio) is sorted by election and
      *      companion and printed as the county companion report
      *      (ACCOMPAGNATORI.TXT). The companion-once rule is checked
      *      again over the whole county - two seggi can admit the
      *      same companion at the same moment - and a companion
      *      found twice is flagged on the report, logged, and ends
      *      the run with a warning return code.
      * Mod: 15/10/2026 - elettori aggiunti: every voter a seggio
      *      admitted on a certificate (AGG_<seggio>.DAT, ELEZAGGD
      *      copybook) is looked up on the voted list of the home
      *      seggio (VOT_<seggio>.DAT) and against the other
      *      seggi's aggiunti; a voter found voting twice is a
      *      double vote, printed on the canvass, logged, and ends
      *      the run with a warning return code.
      * Mod: 15/10/2026 - results matrix (risultati sezione per
      *      sezione): after the last pass every contest is printed
      *      one row per seggio, one column per candidate (per list
      *      in a list contest) with blank, write-in and rejected
      *      ballots, voters and turnout against the register, with
      *      comune and district subtotals off the polling-station
      *      master (MATRICE_SEZIONI.TXT, 132 columns) and written
      *      ";"-delimited for the spreadsheets (MATRICE_SEZIONI.CSV).
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - the full premises line (name, address, comune)
      *      off the polling-station master is kept per seggio and
      *      printed under every seggio listed on the canvass.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezConsolida.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FeedFile ASSIGN TO WS-FILE-FEED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MatriceFile ASSIGN TO WS-FILE-MATRICE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MatriceCsvFile ASSIGN TO WS-FILE-MATRICE-CSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SeggiContesteFile ASSIGN TO WS-FILE-SEGGI-CONT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGGI-CONT.
           SELECT StiliFile ASSIGN TO "STILI_SEGGIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STILI.
           SELECT RegistroFile ASSIGN TO WS-FILE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT RegCertFile ASSIGN TO WS-FILE-REGCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGCERT.
           SELECT DefinizioneFile ASSIGN TO WS-FILE-DEFINIZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINIZIONE.
           SELECT AssistitiFile ASSIGN TO "VOTO_ASSISTITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSISTITI.
           SELECT AssistOrdFile ASSIGN TO "ASSIST_ORD.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ASSIST-ORD.
           SELECT OrdinaAssFile ASSIGN TO "ASSIST_SRT.TMP".
           SELECT AccompFile ASSIGN TO WS-FILE-ACCOMP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AggiuntiFile ASSIGN TO WS-FILE-AGGIUNTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AGGIUNTI.
           SELECT VotantiFile ASSIGN TO WS-FILE-VOTANTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VT-REC-ID
               FILE STATUS IS WS-FS-VOTANTI.
           COPY SEGGIOS.
           COPY RUNCTLS.
           COPY CTRFIGS.
           COPY ERRLOGS.
       01  CanvassLine          PIC X(80).
       FD  FeedFile.
       01  FeedLine             PIC X(132).
       FD  MatriceFile.
       01  MatriceLine          PIC X(132).
       FD  MatriceCsvFile.
       01  MatriceCsvLine       PIC X(600).
       FD  SeggiContesteFile.
      *    Three record types share the buffer, told apart by the
      *    first character: a digit opens the original seat-count
           COPY ELEZSTOD.
           COPY ELEZCUSD.
           COPY ELEZSTID.
           COPY ELEZSEGD.
       FD  RegistroFile.
       01  RegistroRecord       PIC X(20).
           COPY ELEZCERD.
           COPY ELEZDEFD.
           COPY ELEZASSD.
       FD  AssistOrdFile.
       01  AssistOrdRecord.
           05 AO-DATA-ELEZIONE  PIC 9(8).
           05 AO-ACCOMPAGNATORE PIC X(20).
           05 AO-SEGGIO         PIC X(10).
           05 AO-ELETTORE       PIC X(20).
           05 AO-CERTIFICATO    PIC X.
           05 FILLER            PIC X(22).
       SD  OrdinaAssFile.
       01  OrdinaAssRecord.
           05 OA-DATA-ELEZIONE  PIC 9(8).
           05 OA-ACCOMPAGNATORE PIC X(20).
           05 FILLER            PIC X(53).
       FD  AccompFile.
       01  AccompLine           PIC X(80).
           COPY ELEZAGGD.
       FD  VotantiFile.
       01  VotanteRecord.
           05 VT-REC-ID         PIC X(20).
           COPY RUNCTLD.
           COPY CTRFIGD.
           COPY ERRLOGD.
      *       ("Y" per contest; all "Y" without style records).
              10 SG-HA-STILE    PIC X.
              10 SG-PORTA OCCURS 5 TIMES PIC X.
      *       Polling-station master: "Y" on SEGGI.DAT, "N" not, and
      *       the premises (name, address, comune) for the canvass.
              10 SG-ANAGRAFE    PIC X.
              10 SG-SEDE        PIC X(72).
      *       Registered voters, for a referendum's quorum: "R"
      *       counted off REG_<seggio>.DAT, "A" the master's count
      *       at the last revision, "N" no count to be had.
              10 SG-ISCRITTI    PIC 9(5).
              10 SG-FONTE-ISCR  PIC X.
      *       Comune and district off the master, for the results
      *       matrix subtotals (spaces when not on the master).
              10 SG-COMUNE      PIC X(20).
              10 SG-CIRCOSCR    PIC X(10).
       01  WS-SEGGI-NON-ANAGRAFE PIC 9(4) VALUE 0.
       01  WS-FS-STILI          PIC XX VALUE "00".
       01  WS-STILE-IN-USO      PIC X VALUE "N".
       01  WS-EOF-STILI         PIC X VALUE "N".
              10 CN-VOTI-BIANCHE  PIC 9(9)  VALUE 0.
              10 CN-VOTI-SCRITTA  PIC 9(9)  VALUE 0.
              10 CN-VOTI-RESPINTI PIC 9(9)  VALUE 0.
      *       List contest: the precincts sent "LIST" records, the
      *       list votes decide the seats and the candidates' votes
      *       above are preferences.
              10 CN-DI-LISTA      PIC X     VALUE "N".
      *       Referendum: the precincts sent "QUES" records with the
      *       question; the outcome (AP/RS/NQ) once it is final.
              10 CN-REFERENDUM    PIC X     VALUE "N".
              10 CN-QUESITO       PIC X(150) VALUE SPACES.
              10 CN-REF-ESITO     PIC XX    VALUE SPACES.
              10 CN-NUM-LISTE     PIC 9(2)  VALUE 0.
              10 CONTEA-LISTA OCCURS 10 TIMES INDEXED BY CL-IDX.
                 15 CL-NOME       PIC X(20) VALUE SPACES.
                 15 CL-VOTI       PIC 9(9)  VALUE 0.
       01  WS-TOTALE-VOTI       PIC 9(9) VALUE 0.
       01  WS-PERCENTUALE       PIC 9(3)V99 VALUE 0.
       01  WS-TROVATO           PIC X VALUE "N".
           COPY RUNCTLW.
           COPY CTRFIGW.
           COPY SIGILLOW.
           COPY SEGGIOW.
      * Control figures for the end-of-night balancing: what the
      * accumulation pass read and what it did with each record.
       01  WS-CTRL-RIS-LETTI    PIC 9(9) VALUE 0.
       01  WS-QUOTA-LISTA      PIC 9(3)V99 VALUE 0.
       01  WS-SEGGI-COALIZIONE PIC 9(3) VALUE 0.
       01  WS-REGOLE-NUOVE     PIC X VALUE "N".
      * Proclamation of the elected: which candidates a list's seats
      * have already gone to, and the tie at the last seat, if any.
       01  WS-ELETTI-TAB.
           05 WS-ELETTO OCCURS 10 TIMES PIC X VALUE "N".
       01  WS-SEGGIO-LISTA      PIC 9(3) VALUE 0.
       01  WS-ELETTI-LISTA      PIC 9(3) VALUE 0.
       01  WS-PREF-MAX          PIC 9(9) VALUE 0.
       01  WS-PREF-ULTIMO       PIC 9(9) VALUE 0.
       01  WS-PARI-ESCLUSO      PIC X VALUE "N".
       01  WS-CAND-MAX          PIC 9(2) VALUE 0.
      * Referendum quorum and outcome.
       01  WS-FILE-REGISTRO     PIC X(50) VALUE SPACES.
       01  WS-FS-REGISTRO       PIC XX VALUE "00".
       01  WS-EOF-REGISTRO      PIC X VALUE "N".
       01  WS-QUES-POS          PIC 9(3) VALUE 0.
       01  WS-REF-ISCRITTI      PIC 9(7) VALUE 0.
       01  WS-REF-QUORUM        PIC 9(7) VALUE 0.
       01  WS-REF-VOTANTI       PIC 9(9) VALUE 0.
       01  WS-REF-AFFLUENZA     PIC 9(3)V99 VALUE 0.
       01  WS-REF-SENZA-REG     PIC 9(4) VALUE 0.
       01  WS-REF-DA-ANAGRAFE   PIC 9(4) VALUE 0.
       01  WS-REF-MANCANTI      PIC 9(4) VALUE 0.
       01  WS-REF-ESITO         PIC XX VALUE SPACES.
       01  WS-REF-DESCR         PIC X(40) VALUE SPACES.
       01  WS-REF-NON-ACCERTATI PIC 9(2) VALUE 0.
       01  WS-FILE-REGCERT      PIC X(50) VALUE "REGCERT.DAT".
       01  WS-FS-REGCERT        PIC XX VALUE "00".
       01  WS-EOF-REGCERT       PIC X VALUE "N".
       01  WS-MAX-REGCERT       PIC 9(3) VALUE 200.
       01  WS-NUM-REGCERT       PIC 9(3) VALUE 0.
       01  WS-REGCERT-IDX       PIC 9(3) VALUE 0.
       01  WS-REGCERT-TROVATO   PIC 9(3) VALUE 0.
       01  REGCERT-TAB.
           05 REGCERT-ROW OCCURS 200 TIMES.
              10 RG-REC         PIC X(66).
       01  WS-FILE-DEFINIZIONE  PIC X(50)
                                VALUE "DEFINIZIONE_ELEZIONE.DAT".
       01  WS-FS-DEFINIZIONE    PIC XX VALUE "00".
       01  WS-DATA-ELEZIONE     PIC 9(8) VALUE 0.
      * County companion report (assisted voting).
       01  WS-FS-ASSISTITI      PIC XX VALUE "00".
       01  WS-FS-ASSIST-ORD     PIC XX VALUE "00".
       01  WS-FILE-ACCOMP       PIC X(50) VALUE "ACCOMPAGNATORI.TXT".
       01  WS-EOF-ASSIST        PIC X VALUE "N".
       01  WS-ASS-PRECEDENTE.
           05 WS-ASP-DATA-ELEZIONE  PIC 9(8) VALUE 0.
           05 WS-ASP-ACCOMPAGNATORE PIC X(20) VALUE SPACES.
           05 WS-ASP-SEGGIO         PIC X(10) VALUE SPACES.
           05 WS-ASP-ELETTORE       PIC X(20) VALUE SPACES.
           05 WS-ASP-CERTIFICATO    PIC X VALUE SPACE.
       01  WS-ASP-PRESENTE      PIC X VALUE "N".
       01  WS-ASP-RIPETUTO      PIC X VALUE "N".
       01  WS-ASS-ELEZ-CORRENTE PIC 9(8) VALUE 0.
       01  WS-ASS-TOTALE        PIC 9(5) VALUE 0.
       01  WS-ACC-RIPETUTI      PIC 9(5) VALUE 0.
      * Elettori aggiunti against their home seggio's voted list.
       01  WS-FILE-AGGIUNTI     PIC X(50) VALUE SPACES.
       01  WS-FS-AGGIUNTI       PIC XX VALUE "00".
       01  WS-EOF-AGGIUNTI      PIC X VALUE "N".
       01  WS-FILE-VOTANTI      PIC X(50) VALUE SPACES.
       01  WS-FS-VOTANTI        PIC XX VALUE "00".
       01  WS-AGG-TOTALE        PIC 9(5) VALUE 0.
       01  WS-AGG-DOPPI         PIC 9(5) VALUE 0.
       01  WS-AGG-NON-VERIF     PIC 9(5) VALUE 0.
       01  WS-MAX-AGG           PIC 9(4) VALUE 1000.
       01  WS-NUM-AGG           PIC 9(4) VALUE 0.
       01  WS-AGG-IDX           PIC 9(4) VALUE 0.
       01  WS-AGG-TROVATO       PIC 9(4) VALUE 0.
       01  AGGIUNTI-TAB.
           05 AGGIUNTO-ROW OCCURS 1000 TIMES.
              10 AT-ELETTORE    PIC X(20).
              10 AT-SEGGIO      PIC X(10).
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA       PIC 9(8).
           05 WS-CDC-ORA        PIC 9(6).
           05 FILLER            PIC X(7).
       01  WS-SEGGI-CAND-TAB.
           05 WS-SEGGI-CAND OCCURS 10 TIMES PIC 9(3) VALUE 0.
       01  WS-QUOZIENTE         PIC 9(9)V99 VALUE 0.
       01  WS-CUSTODIA-IN-USO   PIC X VALUE "N".
       01  WS-EOF-CUSTODIA      PIC X VALUE "N".
       01  WS-RICEVUTA-OK       PIC X VALUE "N".
      * Results matrix (risultati sezione per sezione): per contest
      * one row per seggio that carries it, one column per candidate
      * (per list in a list contest), with subtotals by comune and
      * district off the polling-station master. Printed on a
      * 132-column report and written ";"-delimited for the
      * spreadsheets.
       01  WS-FILE-MATRICE      PIC X(50) VALUE "MATRICE_SEZIONI.TXT".
       01  WS-FILE-MATRICE-CSV  PIC X(50) VALUE "MATRICE_SEZIONI.CSV".
       01  WS-MX-CONT           PIC 9(2) VALUE 0.
       01  WS-MX-COL            PIC 9(2) VALUE 0.
       01  WS-MX-COLONNE        PIC 9(2) VALUE 0.
       01  WS-MX-COL-TROVATA    PIC 9(2) VALUE 0.
       01  WS-MX-RIGA           PIC 9(4) VALUE 0.
       01  WS-MX-ORD            PIC 9(4) VALUE 0.
       01  WS-MX-SCAN           PIC 9(4) VALUE 0.
       01  WS-MX-LIV            PIC 9    VALUE 0.
       01  WS-MX-POS            PIC 9(3) VALUE 0.
       01  WS-MX-PRIMA          PIC X VALUE "Y".
       01  WS-MX-CIRC-CORR      PIC X(10) VALUE SPACES.
       01  WS-MX-COMUNE-CORR    PIC X(20) VALUE SPACES.
       01  WS-MX-ETICHETTA      PIC X(10) VALUE SPACES.
       01  WS-MX-TIPO-RIGA      PIC X(21) VALUE SPACES.
       01  WS-MX-AFFLUENZA      PIC 9(3)V9 VALUE 0.
       01  WS-MX-ED7            PIC Z(6)9.
       01  WS-MX-ED8            PIC Z(7)9.
       01  WS-MX-SEGGIO-CSV     PIC X(10) VALUE SPACES.
       01  WS-MX-AFF-ED         PIC ZZ9.9.
       01  WS-MX-CODICE-ED      PIC 99.
       01  WS-MX-INTESTAZIONE   PIC X(132) VALUE SPACES.
       01  WS-MX-RIGA-SALVA     PIC X(132) VALUE SPACES.
       01  MATRICE-TAB.
           05 MX-SEGGIO OCCURS 500 TIMES.
              10 MX-CONTESTA OCCURS 5 TIMES.
                 15 MX-DATI       PIC X.
                 15 MX-CELLA OCCURS 10 TIMES PIC 9(7).
                 15 MX-BIANCHE    PIC 9(7).
                 15 MX-SCRITTE    PIC 9(7).
                 15 MX-RESPINTE   PIC 9(7).
      * Print order: district, comune, seggio code.
       01  MX-ORDINE-TAB.
           05 MX-ORDINE OCCURS 500 TIMES.
              10 MO-CHIAVE      PIC X(40).
              10 MO-RIGA        PIC 9(4).
       01  WS-MO-SCAMBIO        PIC X(44) VALUE SPACES.
      * Running sums: 1 comune, 2 district, 3 province. Turnout
      * counts only the seggi whose registered voters are known.
       01  MX-SOMME.
           05 MX-LIVELLO OCCURS 3 TIMES.
              10 MS-CELLA OCCURS 10 TIMES PIC 9(9).
              10 MS-BIANCHE     PIC 9(9).
              10 MS-SCRITTE     PIC 9(9).
              10 MS-RESPINTE    PIC 9(9).
              10 MS-VOTANTI     PIC 9(9).
              10 MS-ISCRITTI    PIC 9(9).
              10 MS-VOT-ISCR    PIC 9(9).
              10 MS-SEGGI       PIC 9(4).
       01  MX-RIGA-CORRENTE.
           05 MR-CELLA OCCURS 10 TIMES PIC 9(9).
           05 MR-BIANCHE        PIC 9(9).
           05 MR-SCRITTE        PIC 9(9).
           05 MR-RESPINTE       PIC 9(9).
           05 MR-VOTANTI        PIC 9(9).
           05 MR-ISCRITTI       PIC 9(9).
           05 MR-VOT-ISCR       PIC 9(9).
           05 MR-SEGGI          PIC 9(4).
       01  WS-CSV-RIGA          PIC X(600) VALUE SPACES.
       01  WS-CSV-PTR           PIC 9(4) VALUE 1.
       01  WS-CSV-CAMPO         PIC X(40) VALUE SPACES.
       01  WS-CSV-NUM           PIC 9(9) VALUE 0.
       01  WS-CSV-NUM-ED        PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Inizio THRU Inizio-exit.
                   MOVE "Y" TO WS-FINE-SERATA
               END-IF
           END-PERFORM.
           PERFORM Stampa-Matrice THRU Stampa-Matrice-exit.
           PERFORM Registra-Esiti-Referendum
                   THRU Registra-Esiti-Referendum-exit.
           PERFORM Archivia-Certificati THRU Archivia-Certificati-exit.
           PERFORM Verifica-Accompagnatori
                   THRU Verifica-Accompagnatori-exit.
           PERFORM Scrivi-Controlli THRU Scrivi-Controlli-exit.
      *    Shop convention: 0 pulito, 4 completato con avvisi, 8
      *    fallito - so NIGHTRUN's COND logic can finally bypass the
                        AND WS-SEGGI-PERVENUTI = 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-SEGGI-PERVENUTI < WS-NUM-SEGGI
                    OR WS-SEGGI-NON-ANAGRAFE > 0
                    OR WS-REF-NON-ACCERTATI > 0
                    OR WS-ACC-RIPETUTI > 0
                    OR WS-AGG-DOPPI > 0
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
           END-IF.
           STOP RUN.

       Verifica-Aggiunti.
      *    Every elettore aggiunto on the board's seggi, checked on
      *    each pass (a home seggio may report late): voted at the
      *    home seggio too, or aggiunto at two seggi, is a double
      *    vote. A home seggio whose voted list is not on disk -
      *    outside the county, or not yet closed - cannot be
      *    checked, and says so.
           MOVE 0 TO WS-AGG-TOTALE.
           MOVE 0 TO WS-AGG-DOPPI.
           MOVE 0 TO WS-AGG-NON-VERIF.
           MOVE 0 TO WS-NUM-AGG.
           MOVE "-- Elettori aggiunti (attestazione) --"
               TO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               MOVE SPACES TO WS-FILE-AGGIUNTI
               STRING "AGG_" DELIMITED BY SIZE
                      SG-CODICE (WS-SEGGIO-IDX) DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-FILE-AGGIUNTI
               OPEN INPUT AggiuntiFile
               IF WS-FS-AGGIUNTI = "00"
                   MOVE "N" TO WS-EOF-AGGIUNTI
                   PERFORM UNTIL WS-EOF-AGGIUNTI = "Y"
                       READ AggiuntiFile
                           AT END MOVE "Y" TO WS-EOF-AGGIUNTI
                           NOT AT END
                               PERFORM Verifica-Un-Aggiunto
                                       THRU Verifica-Un-Aggiunto-exit
                       END-READ
                   END-PERFORM
                   CLOSE AggiuntiFile
               END-IF
           END-PERFORM.
           MOVE SPACES TO CanvassLine.
           STRING "Elettori aggiunti: " DELIMITED BY SIZE
                  WS-AGG-TOTALE DELIMITED BY SIZE
                  "   voti doppi: " DELIMITED BY SIZE
                  WS-AGG-DOPPI DELIMITED BY SIZE
                  "   non verificabili: " DELIMITED BY SIZE
                  WS-AGG-NON-VERIF DELIMITED BY SIZE
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
       Verifica-Aggiunti-exit.
           EXIT.

       Verifica-Un-Aggiunto.
      *    One aggiunto read off the seggio in WS-SEGGIO-IDX.
           ADD 1 TO WS-AGG-TOTALE.
           MOVE 0 TO WS-AGG-TROVATO.
           PERFORM VARYING WS-AGG-IDX FROM 1 BY 1
                   UNTIL WS-AGG-IDX > WS-NUM-AGG
               IF AT-ELETTORE (WS-AGG-IDX) = AG-ELETTORE
                   MOVE WS-AGG-IDX TO WS-AGG-TROVATO
               END-IF
           END-PERFORM.
           IF WS-AGG-TROVATO > 0
               ADD 1 TO WS-AGG-DOPPI
               MOVE SPACES TO CanvassLine
               STRING "VOTO DOPPIO: " DELIMITED BY SIZE
                      AG-ELETTORE DELIMITED BY SPACE
                      " aggiunto ai seggi " DELIMITED BY SIZE
                      AT-SEGGIO (WS-AGG-TROVATO) DELIMITED BY SPACE
                      " e " DELIMITED BY SIZE
                      SG-CODICE (WS-SEGGIO-IDX) DELIMITED BY SPACE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
               MOVE "ElezConsolida" TO WS-ERR-PROGRAMMA
               MOVE "Verifica-Un-Aggiunto" TO WS-ERR-PARAGRAFO
               MOVE "elettore aggiunto in due seggi: voto doppio"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           ELSE
               IF WS-NUM-AGG < WS-MAX-AGG
                   ADD 1 TO WS-NUM-AGG
                   MOVE AG-ELETTORE TO AT-ELETTORE (WS-NUM-AGG)
                   MOVE SG-CODICE (WS-SEGGIO-IDX)
                       TO AT-SEGGIO (WS-NUM-AGG)
               END-IF
           END-IF.
           MOVE SPACES TO WS-FILE-VOTANTI.
           STRING "VOT_" DELIMITED BY SIZE
                  AG-SEGGIO-ORIGINE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-VOTANTI.
           OPEN INPUT VotantiFile.
           IF WS-FS-VOTANTI NOT = "00"
               ADD 1 TO WS-AGG-NON-VERIF
               MOVE SPACES TO CanvassLine
               STRING "  " DELIMITED BY SIZE
                      AG-ELETTORE DELIMITED BY SPACE
                      ": seggio di iscrizione " DELIMITED BY SIZE
                      AG-SEGGIO-ORIGINE DELIMITED BY SPACE
                      " senza lista votanti, non verificabile"
                          DELIMITED BY SIZE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
               GO TO Verifica-Un-Aggiunto-exit
           END-IF.
           MOVE AG-ELETTORE TO VT-REC-ID.
           READ VotantiFile
               KEY IS VT-REC-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-AGG-DOPPI
                   MOVE SPACES TO CanvassLine
                   STRING "VOTO DOPPIO: " DELIMITED BY SIZE
                          AG-ELETTORE DELIMITED BY SPACE
                          " aggiunto al seggio " DELIMITED BY SIZE
                          SG-CODICE (WS-SEGGIO-IDX) DELIMITED BY SPACE
                          " e votante al seggio " DELIMITED BY SIZE
                          AG-SEGGIO-ORIGINE DELIMITED BY SPACE
                          INTO CanvassLine
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
                   MOVE "ElezConsolida" TO WS-ERR-PROGRAMMA
                   MOVE "Verifica-Un-Aggiunto" TO WS-ERR-PARAGRAFO
                   MOVE "elettore aggiunto votante anche a casa"
                       TO WS-ERR-MESSAGGIO
                   MOVE "A" TO WS-ERR-SEVERITA
                   COPY ERRLOG.
           END-READ.
           CLOSE VotantiFile.
       Verifica-Un-Aggiunto-exit.
           EXIT.

       Verifica-Accompagnatori.
      *    The county companion report, and the companion-once rule
      *    checked again across every seggio: the register sorted by
      *    election and companion puts a repeated companion on
      *    consecutive lines, so each line is held back one read and
      *    printed once the next one shows whether it repeats.
           MOVE 0 TO WS-ASS-TOTALE.
           MOVE 0 TO WS-ACC-RIPETUTI.
           OPEN INPUT AssistitiFile.
           IF WS-FS-ASSISTITI NOT = "00"
               DISPLAY "Nessun voto assistito registrato in"
                       " provincia."
               GO TO Verifica-Accompagnatori-exit
           END-IF.
           CLOSE AssistitiFile.
           SORT OrdinaAssFile
               ON ASCENDING KEY OA-DATA-ELEZIONE OA-ACCOMPAGNATORE
               USING AssistitiFile
               GIVING AssistOrdFile.
           OPEN OUTPUT AccompFile.
           MOVE "ElezConsolida" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO AccompLine.
           PERFORM Scrivi-Riga-Accomp THRU Scrivi-Riga-Accomp-exit.
           MOVE "ACCOMPAGNATORI DEL VOTO ASSISTITO - PROVINCIA"
               TO AccompLine.
           PERFORM Scrivi-Riga-Accomp THRU Scrivi-Riga-Accomp-exit.
           MOVE "Accompagnatore       Seggio     Elettore"
               TO AccompLine.
           MOVE "Cert." TO AccompLine (55:5).
           PERFORM Scrivi-Riga-Accomp THRU Scrivi-Riga-Accomp-exit.
           MOVE "N" TO WS-ASP-PRESENTE.
           MOVE "N" TO WS-ASP-RIPETUTO.
           MOVE 0 TO WS-ASS-ELEZ-CORRENTE.
           MOVE "N" TO WS-EOF-ASSIST.
           OPEN INPUT AssistOrdFile.
           PERFORM UNTIL WS-EOF-ASSIST = "Y"
               READ AssistOrdFile
                   AT END MOVE "Y" TO WS-EOF-ASSIST
                   NOT AT END
                       PERFORM Confronta-Accompagnatore
                               THRU Confronta-Accompagnatore-exit
               END-READ
           END-PERFORM.
           CLOSE AssistOrdFile.
           IF WS-ASP-PRESENTE = "Y"
               PERFORM Stampa-Accompagnatore
                       THRU Stampa-Accompagnatore-exit
           END-IF.
           MOVE SPACES TO AccompLine.
           PERFORM Scrivi-Riga-Accomp THRU Scrivi-Riga-Accomp-exit.
           MOVE SPACES TO AccompLine.
           STRING "Voti assistiti registrati: " DELIMITED BY SIZE
                  WS-ASS-TOTALE DELIMITED BY SIZE
                  "   Accompagnatori ripetuti: " DELIMITED BY SIZE
                  WS-ACC-RIPETUTI DELIMITED BY SIZE
                  INTO AccompLine.
           PERFORM Scrivi-Riga-Accomp THRU Scrivi-Riga-Accomp-exit.
           IF WS-ACC-RIPETUTI > 0
               MOVE "ATTENZIONE: le righe segnate RIPETUTO violano la"
                   TO AccompLine
               PERFORM Scrivi-Riga-Accomp
                       THRU Scrivi-Riga-Accomp-exit
               MOVE "regola di un solo elettore per accompagnatore."
                   TO AccompLine
               PERFORM Scrivi-Riga-Accomp
                       THRU Scrivi-Riga-Accomp-exit
           END-IF.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO AccompLine.
           WRITE AccompLine.
           CLOSE AccompFile.
           MOVE WS-FILE-ACCOMP TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto accompagnatori in "
                   FUNCTION TRIM (WS-FILE-ACCOMP)
                   ": " WS-ASS-TOTALE " voti assistiti, "
                   WS-ACC-RIPETUTI " accompagnatori ripetuti.".
       Verifica-Accompagnatori-exit.
           EXIT.

       Confronta-Accompagnatore.
      *    The record just read against the one held back: same
      *    election and companion means both lines are repeats, and
      *    the companion is counted once on the first repeat.
           ADD 1 TO WS-ASS-TOTALE.
           IF WS-ASP-PRESENTE = "Y"
              AND AO-DATA-ELEZIONE = WS-ASP-DATA-ELEZIONE
              AND AO-ACCOMPAGNATORE = WS-ASP-ACCOMPAGNATORE
               IF WS-ASP-RIPETUTO = "N"
                   ADD 1 TO WS-ACC-RIPETUTI
                   MOVE "ElezConsolida" TO WS-ERR-PROGRAMMA
                   MOVE "Confronta-Accompagnatore"
                       TO WS-ERR-PARAGRAFO
                   MOVE "accompagnatore con piu' elettori assistiti"
                       TO WS-ERR-MESSAGGIO
                   MOVE "A" TO WS-ERR-SEVERITA
                   COPY ERRLOG.
               END-IF
               MOVE "Y" TO WS-ASP-RIPETUTO
               PERFORM Stampa-Accompagnatore
                       THRU Stampa-Accompagnatore-exit
           ELSE
               IF WS-ASP-PRESENTE = "Y"
                   PERFORM Stampa-Accompagnatore
                           THRU Stampa-Accompagnatore-exit
               END-IF
               MOVE "N" TO WS-ASP-RIPETUTO
           END-IF.
           MOVE AO-DATA-ELEZIONE TO WS-ASP-DATA-ELEZIONE.
           MOVE AO-ACCOMPAGNATORE TO WS-ASP-ACCOMPAGNATORE.
           MOVE AO-SEGGIO TO WS-ASP-SEGGIO.
           MOVE AO-ELETTORE TO WS-ASP-ELETTORE.
           MOVE AO-CERTIFICATO TO WS-ASP-CERTIFICATO.
           MOVE "Y" TO WS-ASP-PRESENTE.
       Confronta-Accompagnatore-exit.
           EXIT.

       Stampa-Accompagnatore.
      *    One held-back register line, under its election heading.
           IF WS-ASP-DATA-ELEZIONE NOT = WS-ASS-ELEZ-CORRENTE
               MOVE WS-ASP-DATA-ELEZIONE TO WS-ASS-ELEZ-CORRENTE
               MOVE SPACES TO AccompLine
               STRING "-- Elezione del " DELIMITED BY SIZE
                      WS-ASS-ELEZ-CORRENTE DELIMITED BY SIZE
                      " --" DELIMITED BY SIZE
                      INTO AccompLine
               PERFORM Scrivi-Riga-Accomp
                       THRU Scrivi-Riga-Accomp-exit
           END-IF.
           MOVE SPACES TO AccompLine.
           MOVE WS-ASP-ACCOMPAGNATORE TO AccompLine (1:20).
           MOVE WS-ASP-SEGGIO TO AccompLine (22:10).
           MOVE WS-ASP-ELETTORE TO AccompLine (33:20).
           MOVE WS-ASP-CERTIFICATO TO AccompLine (56:1).
           IF WS-ASP-RIPETUTO = "Y"
               MOVE "*RIPETUTO*" TO AccompLine (61:10)
           END-IF.
           PERFORM Scrivi-Riga-Accomp THRU Scrivi-Riga-Accomp-exit.
       Stampa-Accompagnatore-exit.
           EXIT.

       Scrivi-Riga-Accomp.
      *    The companion report's own line writer, with the same
      *    page break and counters as the canvass.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE AccompLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO AccompLine
               WRITE AccompLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO AccompLine
           END-IF.
           WRITE AccompLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-Accomp-exit.
           EXIT.

       Scrivi-Controlli.
      *    Tonight's control figures for NotteBilancio: what was
      *    read off the precinct files must equal what accumulated
                               MOVE "Y" TO
                                   SG-PORTA (WS-NUM-SEGGI CN-IDX)
                           END-PERFORM
                           PERFORM Verifica-Anagrafe
                                   THRU Verifica-Anagrafe-exit
                           PERFORM Conta-Iscritti
                                   THRU Conta-Iscritti-exit
                         ELSE
                           DISPLAY "Elenco seggi oltre il limite di "
                                   WS-MAX-SEGGI ": voce ignorata."
               END-READ
           END-PERFORM.
           CLOSE ElencoSeggiFile.
           IF WS-SEG-MASTER = "N" AND WS-NUM-SEGGI > 0
               DISPLAY "Anagrafe seggi " WS-FILE-SEGGI
                       " non disponibile: controllo non eseguito."
           END-IF.
           PERFORM Carica-Stili THRU Carica-Stili-exit.
       Carica-Elenco-exit.
           EXIT.

       Verifica-Anagrafe.
      *    Looks the precinct just added to the board up on the
      *    polling-station master. Without a master on disk the
      *    check is not in use; with one, a code it does not know
      *    is a list or master error the desk must put right.
           MOVE SG-CODICE (WS-NUM-SEGGI) TO WS-SEG-CODICE.
           COPY SEGGIO.
           IF WS-SEG-TROVATO = "Y"
               MOVE "Y" TO SG-ANAGRAFE (WS-NUM-SEGGI)
               MOVE WS-SEG-DESCRIZIONE TO SG-SEDE (WS-NUM-SEGGI)
               MOVE AS-COMUNE TO SG-COMUNE (WS-NUM-SEGGI)
               MOVE AS-CIRCOSCRIZIONE TO SG-CIRCOSCR (WS-NUM-SEGGI)
               GO TO Verifica-Anagrafe-exit
           END-IF.
           MOVE SPACES TO SG-SEDE (WS-NUM-SEGGI).
           MOVE SPACES TO SG-COMUNE (WS-NUM-SEGGI).
           MOVE SPACES TO SG-CIRCOSCR (WS-NUM-SEGGI).
           IF WS-SEG-MASTER = "N"
               MOVE "Y" TO SG-ANAGRAFE (WS-NUM-SEGGI)
           ELSE
               MOVE "N" TO SG-ANAGRAFE (WS-NUM-SEGGI)
               ADD 1 TO WS-SEGGI-NON-ANAGRAFE
               DISPLAY "ATTENZIONE: seggio " SG-CODICE (WS-NUM-SEGGI)
                       " non presente in anagrafe seggi."
               MOVE "ElezConsolida" TO WS-ERR-PROGRAMMA
               MOVE "Verifica-Anagrafe" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "seggio " DELIMITED BY SIZE
                      SG-CODICE (WS-NUM-SEGGI) DELIMITED BY SIZE
                      " in elenco ma non in anagrafe seggi"
                          DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           END-IF.
       Verifica-Anagrafe-exit.
           EXIT.

       Conta-Iscritti.
      *    The registered voters of the precinct just added to the
      *    board, for a referendum's quorum: its register counted
      *    line by line, else the master's count at the last
      *    revision (the SEGGIO lookup just made by
      *    Verifica-Anagrafe), else none.
           MOVE 0 TO SG-ISCRITTI (WS-NUM-SEGGI).
           MOVE "N" TO SG-FONTE-ISCR (WS-NUM-SEGGI).
           MOVE SPACES TO WS-FILE-REGISTRO.
           STRING "REG_" DELIMITED BY SIZE
                  SG-CODICE (WS-NUM-SEGGI) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-REGISTRO.
           OPEN INPUT RegistroFile.
           IF WS-FS-REGISTRO = "00"
               MOVE "N" TO WS-EOF-REGISTRO
               PERFORM UNTIL WS-EOF-REGISTRO = "Y"
                   READ RegistroFile
                       AT END MOVE "Y" TO WS-EOF-REGISTRO
                       NOT AT END
                           IF RegistroRecord NOT = SPACES
                               ADD 1 TO SG-ISCRITTI (WS-NUM-SEGGI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistroFile
               MOVE "R" TO SG-FONTE-ISCR (WS-NUM-SEGGI)
               GO TO Conta-Iscritti-exit
           END-IF.
           IF WS-SEG-TROVATO = "Y" AND AS-ELETTORI-ATTESI > 0
               MOVE AS-ELETTORI-ATTESI TO SG-ISCRITTI (WS-NUM-SEGGI)
               MOVE "A" TO SG-FONTE-ISCR (WS-NUM-SEGGI)
           END-IF.
       Conta-Iscritti-exit.
           EXIT.

       Carica-Stili.
      *    Apply the ballot-style map to the board: a precinct with
      *    style records carries ONLY the contests listed for it,
               MOVE 0 TO CN-VOTI-BIANCHE (CN-IDX)
               MOVE 0 TO CN-VOTI-SCRITTA (CN-IDX)
               MOVE 0 TO CN-VOTI-RESPINTI (CN-IDX)
               MOVE "N" TO CN-DI-LISTA (CN-IDX)
               MOVE 0 TO CN-NUM-LISTE (CN-IDX)
               MOVE "N" TO CN-REFERENDUM (CN-IDX)
               MOVE SPACES TO CN-QUESITO (CN-IDX)
               MOVE SPACES TO CN-REF-ESITO (CN-IDX)
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > WS-MAX-CANDIDATI
                   MOVE SPACES TO CT-NOME (CN-IDX CT-IDX)
                   MOVE SPACES TO CT-PARTITO (CN-IDX CT-IDX)
                   MOVE 0 TO CT-VOTI (CN-IDX CT-IDX)
               END-PERFORM
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > WS-MAX-LISTE
                   MOVE SPACES TO CL-NOME (CN-IDX CL-IDX)
                   MOVE 0 TO CL-VOTI (CN-IDX CL-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-NUM-CONTESTE.
           MOVE 0 TO WS-SEGGI-PERVENUTI.
                                   ADD 1 TO WS-CTRL-RIS-ACCUM
                                   PERFORM Accumula-Candidato
                                           THRU Accumula-Candidato-exit
                               WHEN "LIST"
                                   ADD 1 TO WS-CTRL-RIS-ACCUM
                                   PERFORM Accumula-Lista
                                           THRU Accumula-Lista-exit
                               WHEN "QUES"
                                   ADD 1 TO WS-CTRL-RIS-ACCUM
                                   PERFORM Accumula-Quesito
                                           THRU Accumula-Quesito-exit
                               WHEN "BIAN"
                               WHEN "SCRI"
                               WHEN "RESP"
      *    <tipo> is CAND for a candidate/list row, or BIAN/SCRI/
      *    RESP for the contest's blank/write-in/rejected totals
      *    (nome and partito empty, percentuale 00000 on those).
      *    A list contest also carries LIST rows (nome and partito
      *    both the list name); there the share is of the list
      *    votes and the CAND rows are preferences, share 00000.
      *    <percentuale> is per-contest share of valid votes to two
      *    implied decimals (e.g. 04848 = 48.48%).
           OPEN OUTPUT FeedFile.
                   UNTIL CN-IDX > WS-NUM-CONTESTE
               MOVE CN-IDX TO WS-CONTESTA-NUM
               MOVE 0 TO WS-TOTALE-VOTI
               IF CN-DI-LISTA (CN-IDX) = "Y"
                   PERFORM VARYING CL-IDX FROM 1 BY 1
                           UNTIL CL-IDX > CN-NUM-LISTE (CN-IDX)
                       ADD CL-VOTI (CN-IDX CL-IDX) TO WS-TOTALE-VOTI
                   END-PERFORM
               ELSE
                   PERFORM VARYING CT-IDX FROM 1 BY 1
                           UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
                       ADD CT-VOTI (CN-IDX CT-IDX) TO WS-TOTALE-VOTI
                   END-PERFORM
               END-IF
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CN-NUM-LISTE (CN-IDX)
                   IF WS-TOTALE-VOTI > 0
                       COMPUTE WS-PERCENTUALE ROUNDED =
                           CL-VOTI (CN-IDX CL-IDX) * 100
                           / WS-TOTALE-VOTI
                   ELSE
                       MOVE 0 TO WS-PERCENTUALE
                   END-IF
                   MOVE CL-VOTI (CN-IDX CL-IDX) TO WS-FEED-VOTI-ED
                   MOVE SPACES TO FeedLine
                   STRING "ELEZ|" DELIMITED BY SIZE
                          WS-SEGGI-PERVENUTI DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-NUM-SEGGI DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-CONTESTA-NUM DELIMITED BY SIZE
                          "|LIST|" DELIMITED BY SIZE
                          FUNCTION TRIM (CL-NOME (CN-IDX CL-IDX))
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          FUNCTION TRIM (CL-NOME (CN-IDX CL-IDX))
                              DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-FEED-VOTI-ED DELIMITED BY SIZE
                          "|" DELIMITED BY SIZE
                          WS-PERCENTUALE DELIMITED BY SIZE
                          INTO FeedLine
                   WRITE FeedLine
               END-PERFORM
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   IF WS-TOTALE-VOTI > 0
                      AND CN-DI-LISTA (CN-IDX) = "N"
                       COMPUTE WS-PERCENTUALE ROUNDED =
                           CT-VOTI (CN-IDX CT-IDX) * 100
                           / WS-TOTALE-VOTI
                   MOVE CT-VOTI (CN-IDX CT-IDX) TO ST-VOTI
                   WRITE StoricoRecord
               END-PERFORM
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CN-NUM-LISTE (CN-IDX)
                   MOVE WS-DATA-CERT TO ST-DATA-ELEZIONE
                   MOVE WS-CONTESTA-NUM TO ST-CONTESTA
                   MOVE "LIST" TO ST-TIPO
                   MOVE CL-NOME (CN-IDX CL-IDX) TO ST-NOME
                   MOVE CL-NOME (CN-IDX CL-IDX) TO ST-PARTITO
                   MOVE CL-VOTI (CN-IDX CL-IDX) TO ST-VOTI
                   WRITE StoricoRecord
               END-PERFORM
               MOVE "BIAN" TO ST-TIPO
               MOVE SPACES TO ST-NOME
               MOVE SPACES TO ST-PARTITO
       Accumula-Candidato-exit.
           EXIT.

       Accumula-Lista.
      *    Roll a precinct's list votes (RR-TIPO "LIST") into the
      *    county list table, matched by list name the way
      *    Accumula-Candidato matches candidates, and mark the
      *    contest as a list contest.
           IF RR-CONTESTA < 1 OR RR-CONTESTA > WS-MAX-CONTESTE
               DISPLAY "Attenzione: numero contesa " RR-CONTESTA
                       " fuori intervallo nel file del seggio "
                       WS-SEGGIO-CORRENTE "; risultato scartato."
               GO TO Accumula-Lista-exit
           END-IF.
           IF RR-CONTESTA > WS-NUM-CONTESTE
               MOVE RR-CONTESTA TO WS-NUM-CONTESTE
           END-IF.
           MOVE "Y" TO CN-DI-LISTA (RR-CONTESTA).
           MOVE "N" TO WS-TROVATO.
           PERFORM VARYING CL-IDX FROM 1 BY 1
                   UNTIL CL-IDX > CN-NUM-LISTE (RR-CONTESTA)
               IF CL-NOME (RR-CONTESTA CL-IDX) = RR-PARTITO
                   ADD RR-VOTI TO CL-VOTI (RR-CONTESTA CL-IDX)
                   MOVE "Y" TO WS-TROVATO
               END-IF
           END-PERFORM.
           IF WS-TROVATO = "N"
              AND CN-NUM-LISTE (RR-CONTESTA) < WS-MAX-LISTE
               ADD 1 TO CN-NUM-LISTE (RR-CONTESTA)
               MOVE RR-PARTITO
                   TO CL-NOME (RR-CONTESTA CN-NUM-LISTE (RR-CONTESTA))
               MOVE RR-VOTI
                   TO CL-VOTI (RR-CONTESTA CN-NUM-LISTE (RR-CONTESTA))
           END-IF.
       Accumula-Lista-exit.
           EXIT.

       Accumula-Quesito.
      *    A referendum's question, 50 characters to a record (name
      *    and party columns) in RR-IDX order. Every precinct sends
      *    the same text; the last one read stands.
           IF RR-CONTESTA < 1 OR RR-CONTESTA > WS-MAX-CONTESTE
              OR RR-IDX < 1 OR RR-IDX > 3
               GO TO Accumula-Quesito-exit
           END-IF.
           IF RR-CONTESTA > WS-NUM-CONTESTE
               MOVE RR-CONTESTA TO WS-NUM-CONTESTE
           END-IF.
           MOVE "Y" TO CN-REFERENDUM (RR-CONTESTA).
           COMPUTE WS-QUES-POS = (RR-IDX - 1) * 50 + 1.
           MOVE RR-NOME TO CN-QUESITO (RR-CONTESTA) (WS-QUES-POS:30).
           ADD 30 TO WS-QUES-POS.
           MOVE RR-PARTITO
               TO CN-QUESITO (RR-CONTESTA) (WS-QUES-POS:20).
       Accumula-Quesito-exit.
           EXIT.

       Accumula-Altro.
      *    Roll a precinct's blank/write-in/rejected ballot counts
      *    (RR-TIPO "BIAN"/"SCRI"/"RESP") into the county table, the
                       END-IF
                       PERFORM Scrivi-Riga-Canvass
                               THRU Scrivi-Riga-Canvass-exit
                       PERFORM Scrivi-Sede-Canvass
                               THRU Scrivi-Sede-Canvass-exit
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEGGI-NON-ANAGRAFE > 0
               MOVE SPACES TO CanvassLine
               STRING "*** SEGGI IN ELENCO NON IN ANAGRAFE SEGGI: "
                          DELIMITED BY SIZE
                      WS-SEGGI-NON-ANAGRAFE DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
               PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                       UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
                   IF SG-ANAGRAFE (WS-SEGGIO-IDX) = "N"
                       MOVE SPACES TO CanvassLine
                       STRING "  non in anagrafe: " DELIMITED BY SIZE
                              SG-CODICE (WS-SEGGIO-IDX)
                                  DELIMITED BY SIZE
                              INTO CanvassLine
                       PERFORM Scrivi-Riga-Canvass
                               THRU Scrivi-Riga-Canvass-exit
                   END-IF
               END-PERFORM
           END-IF.
                   END-IF
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
                   PERFORM Scrivi-Sede-Canvass
                           THRU Scrivi-Sede-Canvass-exit
               END-IF
           END-PERFORM.
           PERFORM VARYING CN-IDX FROM 1 BY 1
               PERFORM Stampa-Totale-Contesta
                       THRU Stampa-Totale-Contesta-exit
           END-PERFORM.
           PERFORM Verifica-Aggiunti THRU Verifica-Aggiunti-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO CanvassLine.
           WRITE CanvassLine.
           DISPLAY CanvassLine.
           CLOSE CanvassFile.
           MOVE WS-FILE-CANVASS TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Totale-exit.
           EXIT.

       Scrivi-Sede-Canvass.
      *    The premises line under a seggio on the canvass, as the
      *    custody board and the incident report print it; nothing
      *    for a seggio the polling-station master does not know.
           IF SG-SEDE (WS-SEGGIO-IDX) = SPACES
               GO TO Scrivi-Sede-Canvass-exit
           END-IF.
           MOVE SPACES TO CanvassLine.
           STRING "      " DELIMITED BY SIZE
                  SG-SEDE (WS-SEGGIO-IDX) DELIMITED BY SIZE
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass THRU Scrivi-Riga-Canvass-exit.
       Scrivi-Sede-Canvass-exit.
           EXIT.

       Scrivi-Riga-Canvass.
      *    Every canvass line passes through here: page break,
      *    header reprint and the line/page counters the trailer
           EXIT.

       Stampa-Totale-Contesta.
      *    In a list contest the valid votes are the list votes; the
      *    candidates' figures are preferences inside those votes.
           MOVE 0 TO WS-TOTALE-VOTI.
           IF CN-DI-LISTA (CN-IDX) = "Y"
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CN-NUM-LISTE (CN-IDX)
                   ADD CL-VOTI (CN-IDX CL-IDX) TO WS-TOTALE-VOTI
               END-PERFORM
           ELSE
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   ADD CT-VOTI (CN-IDX CT-IDX) TO WS-TOTALE-VOTI
               END-PERFORM
           END-IF.
           MOVE CN-IDX TO WS-CONTESTA-NUM.
           MOVE SPACES TO CanvassLine.
           STRING "-- Contesa " DELIMITED BY SIZE
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
           END-IF.
           IF CN-REFERENDUM (CN-IDX) = "Y"
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
           END-IF.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
               IF WS-TOTALE-VOTI > 0
                   MOVE 0 TO WS-PERCENTUALE
               END-IF
               MOVE SPACES TO CanvassLine
               IF CN-DI-LISTA (CN-IDX) = "Y"
                   STRING FUNCTION TRIM (CT-NOME (CN-IDX CT-IDX))
                              DELIMITED BY SIZE
                          " [" DELIMITED BY SIZE
                          FUNCTION TRIM (CT-PARTITO (CN-IDX CT-IDX))
                              DELIMITED BY SIZE
                          "]  preferenze=" DELIMITED BY SIZE
                          CT-VOTI (CN-IDX CT-IDX) DELIMITED BY SIZE
                          INTO CanvassLine
               ELSE
               IF CT-PARTITO (CN-IDX CT-IDX) = SPACES
                   STRING FUNCTION TRIM (CT-NOME (CN-IDX CT-IDX))
                              DELIMITED BY SIZE
                          "%)" DELIMITED BY SIZE
                          INTO CanvassLine
               END-IF
               END-IF
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
           END-PERFORM.
      *    A referendum has no lists and no seats to divide.
           IF CN-REFERENDUM (CN-IDX) = "N"
               PERFORM Stampa-Sottototali-Lista
                       THRU Stampa-Sottototali-Lista-exit
           END-IF.
           MOVE CN-IDX TO WS-CONTESTA-NUM.
           IF SC-SEGGI (WS-CONTESTA-NUM) > 0
              AND CN-REFERENDUM (CN-IDX) = "N"
      *        A contest with a declared threshold or coalition runs
      *        the two-stage list allocation; a contest with neither
      *        keeps the original candidate-level division.
                       MOVE "Y" TO WS-REGOLE-NUOVE
                   END-IF
               END-PERFORM
      *        A list contest always divides over the lists and then
      *        proclaims the elected from each list's preferences.
               IF CN-DI-LISTA (CN-IDX) = "Y"
                   MOVE "Y" TO WS-REGOLE-NUOVE
               END-IF
               IF WS-REGOLE-NUOVE = "Y"
                   PERFORM Assegna-Seggi-Liste
                           THRU Assegna-Seggi-Liste-exit
                   IF CN-DI-LISTA (CN-IDX) = "Y"
                       PERFORM Proclama-Eletti
                               THRU Proclama-Eletti-exit
                   END-IF
               ELSE
                   PERFORM Assegna-Seggi-Contesta
                           THRU Assegna-Seggi-Contesta-exit
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           IF CN-REFERENDUM (CN-IDX) = "Y"
               PERFORM Esito-Referendum THRU Esito-Referendum-exit
           END-IF.
       Stampa-Totale-Contesta-exit.
           EXIT.

       Assegna-Seggi-Contesta-exit.
           EXIT.

       Esito-Referendum.
      *    Quorum and outcome of the referendum in CN-IDX. The
      *    quorum is 50% plus one of the registered voters of every
      *    seggio that carries the referendum, reported or not;
      *    turnout is every ballot cast in it - SI, NO, blank,
      *    write-in and rejected alike. SI must beat NO to approve:
      *    an equal count rejects. With carrying seggi still out the
      *    outcome is provisional and nothing is filed; with a seggio
      *    that has no register count the quorum cannot be
      *    established at all.
           MOVE CN-IDX TO WS-CONTESTA-NUM.
           MOVE 0 TO WS-REF-ISCRITTI.
           MOVE 0 TO WS-REF-SENZA-REG.
           MOVE 0 TO WS-REF-DA-ANAGRAFE.
           MOVE 0 TO WS-REF-MANCANTI.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               IF SG-PORTA (WS-SEGGIO-IDX WS-CONTESTA-NUM) = "Y"
                   ADD SG-ISCRITTI (WS-SEGGIO-IDX) TO WS-REF-ISCRITTI
                   IF SG-FONTE-ISCR (WS-SEGGIO-IDX) = "N"
                       ADD 1 TO WS-REF-SENZA-REG
                   END-IF
                   IF SG-FONTE-ISCR (WS-SEGGIO-IDX) = "A"
                       ADD 1 TO WS-REF-DA-ANAGRAFE
                   END-IF
                   IF SG-PERVENUTO (WS-SEGGIO-IDX) = "N"
                       ADD 1 TO WS-REF-MANCANTI
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-REF-QUORUM = WS-REF-ISCRITTI / 2 + 1.
           COMPUTE WS-REF-VOTANTI = WS-TOTALE-VOTI
               + CN-VOTI-BIANCHE (CN-IDX) + CN-VOTI-SCRITTA (CN-IDX)
               + CN-VOTI-RESPINTI (CN-IDX).
           IF WS-REF-ISCRITTI > 0
               COMPUTE WS-REF-AFFLUENZA ROUNDED =
                   WS-REF-VOTANTI * 100 / WS-REF-ISCRITTI
           ELSE
               MOVE 0 TO WS-REF-AFFLUENZA
           END-IF.
           MOVE "-- Esito del referendum --" TO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           MOVE SPACES TO CanvassLine.
           STRING "Elettori iscritti: " DELIMITED BY SIZE
                  WS-REF-ISCRITTI DELIMITED BY SIZE
                  "   Quorum (50% + 1): " DELIMITED BY SIZE
                  WS-REF-QUORUM DELIMITED BY SIZE
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           MOVE SPACES TO CanvassLine.
           STRING "Votanti: " DELIMITED BY SIZE
                  WS-REF-VOTANTI DELIMITED BY SIZE
                  "   Affluenza: " DELIMITED BY SIZE
                  WS-REF-AFFLUENZA DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           IF WS-REF-DA-ANAGRAFE > 0
               MOVE SPACES TO CanvassLine
               STRING "  iscritti da anagrafe seggi (registro non"
                          DELIMITED BY SIZE
                      " disponibile) per seggi: " DELIMITED BY SIZE
                      WS-REF-DA-ANAGRAFE DELIMITED BY SIZE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
           END-IF.
           EVALUATE TRUE
               WHEN WS-REF-VOTANTI < WS-REF-QUORUM
                   MOVE "NQ" TO WS-REF-ESITO
                   MOVE "NULLO PER MANCATO QUORUM" TO WS-REF-DESCR
               WHEN CT-VOTI (CN-IDX 1) > CT-VOTI (CN-IDX 2)
                   MOVE "AP" TO WS-REF-ESITO
                   MOVE "APPROVATO" TO WS-REF-DESCR
               WHEN OTHER
                   MOVE "RS" TO WS-REF-ESITO
                   MOVE "RESPINTO" TO WS-REF-DESCR
           END-EVALUATE.
           MOVE SPACES TO CanvassLine.
           EVALUATE TRUE
               WHEN WS-REF-SENZA-REG > 0
                   ADD 1 TO WS-REF-NON-ACCERTATI
                   STRING "ESITO NON ACCERTABILE: seggi senza conteggio"
                              DELIMITED BY SIZE
                          " iscritti: " DELIMITED BY SIZE
                          WS-REF-SENZA-REG DELIMITED BY SIZE
                          INTO CanvassLine
                   MOVE "ElezConsolida" TO WS-ERR-PROGRAMMA
                   MOVE "Esito-Referendum" TO WS-ERR-PARAGRAFO
                   MOVE "quorum referendum non accertabile: iscritti"
                       TO WS-ERR-MESSAGGIO
                   MOVE "A" TO WS-ERR-SEVERITA
                   COPY ERRLOG.
               WHEN WS-REF-MANCANTI > 0
                   STRING "ESITO PROVVISORIO (seggi mancanti "
                              DELIMITED BY SIZE
                          WS-REF-MANCANTI DELIMITED BY SIZE
                          "): " DELIMITED BY SIZE
                          WS-REF-DESCR DELIMITED BY SIZE
                          INTO CanvassLine
               WHEN OTHER
                   MOVE WS-REF-ESITO TO CN-REF-ESITO (CN-IDX)
                   STRING "ESITO: REFERENDUM " DELIMITED BY SIZE
                          WS-REF-DESCR DELIMITED BY SIZE
                          INTO CanvassLine
           END-EVALUATE.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
       Esito-Referendum-exit.
           EXIT.

       Registra-Esiti-Referendum.
      *    File each final referendum outcome on the certification
      *    register as a county entry (seggio "PROVINCIA"), update-
      *    in-place like Elezioni's own entries. The election date
      *    is the election definition's, else today's.
           MOVE "N" TO WS-TROVATO.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-NUM-CONTESTE
               IF CN-REF-ESITO (CN-IDX) NOT = SPACES
                   MOVE "Y" TO WS-TROVATO
               END-IF
           END-PERFORM.
           IF WS-TROVATO = "N"
               GO TO Registra-Esiti-Referendum-exit
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           MOVE WS-CDC-DATA TO WS-DATA-ELEZIONE.
           OPEN INPUT DefinizioneFile.
           IF WS-FS-DEFINIZIONE = "00"
               READ DefinizioneFile
                   AT END CONTINUE
                   NOT AT END
                       IF DE-DATA-ELEZIONE IS NUMERIC
                          AND DE-DATA-ELEZIONE > 0
                           MOVE DE-DATA-ELEZIONE TO WS-DATA-ELEZIONE
                       END-IF
               END-READ
               CLOSE DefinizioneFile
           END-IF.
           MOVE 0 TO WS-NUM-REGCERT.
           MOVE "N" TO WS-EOF-REGCERT.
           OPEN INPUT RegCertFile.
           IF WS-FS-REGCERT = "00"
               PERFORM UNTIL WS-EOF-REGCERT = "Y"
                   READ RegCertFile
                       AT END MOVE "Y" TO WS-EOF-REGCERT
                       NOT AT END
                           IF WS-NUM-REGCERT < WS-MAX-REGCERT
                               ADD 1 TO WS-NUM-REGCERT
                               MOVE RegCertRecord
                                   TO RG-REC (WS-NUM-REGCERT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegCertFile
           END-IF.
           PERFORM VARYING CN-IDX FROM 1 BY 1
                   UNTIL CN-IDX > WS-NUM-CONTESTE
             IF CN-REF-ESITO (CN-IDX) NOT = SPACES
               MOVE "PROVINCIA" TO RC-SEGGIO
               MOVE WS-DATA-ELEZIONE TO RC-DATA-ELEZIONE
               MOVE CN-IDX TO RC-CONTESTA
               MOVE CN-QUESITO (CN-IDX) (1:30) TO RC-NOME
               MOVE CN-REF-ESITO (CN-IDX) TO RC-STATO
               MOVE WS-CDC-DATA TO RC-DATA-AGG
               MOVE WS-CDC-ORA TO RC-ORA-AGG
               MOVE 0 TO WS-REGCERT-TROVATO
               PERFORM VARYING WS-REGCERT-IDX FROM 1 BY 1
                       UNTIL WS-REGCERT-IDX > WS-NUM-REGCERT
                   IF RG-REC (WS-REGCERT-IDX) (1:20)
                      = RegCertRecord (1:20)
                       MOVE WS-REGCERT-IDX TO WS-REGCERT-TROVATO
                   END-IF
               END-PERFORM
               IF WS-REGCERT-TROVATO = 0
                  AND WS-NUM-REGCERT < WS-MAX-REGCERT
                   ADD 1 TO WS-NUM-REGCERT
                   MOVE WS-NUM-REGCERT TO WS-REGCERT-TROVATO
               END-IF
               IF WS-REGCERT-TROVATO > 0
                   MOVE RegCertRecord TO RG-REC (WS-REGCERT-TROVATO)
               END-IF
               SET WS-CONTESTA-NUM TO CN-IDX
               DISPLAY "Registro certificazioni: referendum "
                       WS-CONTESTA-NUM " -> stato "
                       CN-REF-ESITO (CN-IDX)
             END-IF
           END-PERFORM.
           OPEN OUTPUT RegCertFile.
           PERFORM VARYING WS-REGCERT-IDX FROM 1 BY 1
                   UNTIL WS-REGCERT-IDX > WS-NUM-REGCERT
               MOVE RG-REC (WS-REGCERT-IDX) TO RegCertRecord
               WRITE RegCertRecord
           END-PERFORM.
           CLOSE RegCertFile.
       Registra-Esiti-Referendum-exit.
           EXIT.

       Assegna-Seggi-Liste.
      *    Two-stage allocation for a contest with regional rules:
      *    candidate votes grouped by list, lists under the legal
       Assegna-Seggi-Liste-exit.
           EXIT.

       Proclama-Eletti.
      *    Proclamazione degli eletti for a list contest: each list's
      *    seats go to its candidates in descending order of
      *    preferences. On equal preferences the candidate who comes
      *    first in list order is elected (the scan keeps the first
      *    maximum it meets, and candidates stand in list order). A
      *    tie that leaves a candidate out at the last seat is noted;
      *    a list with fewer candidates than seats leaves the rest
      *    uncovered.
           MOVE "-- PROCLAMAZIONE DEGLI ELETTI --" TO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                   UNTIL WS-LISTA-IDX > WS-NUM-LISTE
               IF LS-SEGGI (WS-LISTA-IDX) > 0
                   PERFORM Proclama-Eletti-Lista
                           THRU Proclama-Eletti-Lista-exit
               END-IF
           END-PERFORM.
       Proclama-Eletti-exit.
           EXIT.

       Proclama-Eletti-Lista.
           MOVE SPACES TO CanvassLine.
           STRING "LISTA " DELIMITED BY SIZE
                  FUNCTION TRIM (LS-NOME (WS-LISTA-IDX))
                      DELIMITED BY SIZE
                  " - seggi " DELIMITED BY SIZE
                  LS-SEGGI (WS-LISTA-IDX) DELIMITED BY SIZE
                  INTO CanvassLine.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           MOVE ALL "N" TO WS-ELETTI-TAB.
           MOVE 0 TO WS-ELETTI-LISTA.
           MOVE 0 TO WS-PREF-ULTIMO.
           PERFORM VARYING WS-SEGGIO-LISTA FROM 1 BY 1
                   UNTIL WS-SEGGIO-LISTA > LS-SEGGI (WS-LISTA-IDX)
               MOVE 0 TO WS-CAND-MAX
               MOVE 0 TO WS-PREF-MAX
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   IF CT-PARTITO (CN-IDX CT-IDX)
                          = LS-NOME (WS-LISTA-IDX)
                      AND WS-ELETTO (CT-IDX) = "N"
                      AND (WS-CAND-MAX = 0
                           OR CT-VOTI (CN-IDX CT-IDX) > WS-PREF-MAX)
                       SET WS-CAND-MAX TO CT-IDX
                       MOVE CT-VOTI (CN-IDX CT-IDX) TO WS-PREF-MAX
                   END-IF
               END-PERFORM
               IF WS-CAND-MAX > 0
                   MOVE "Y" TO WS-ELETTO (WS-CAND-MAX)
                   ADD 1 TO WS-ELETTI-LISTA
                   MOVE WS-PREF-MAX TO WS-PREF-ULTIMO
                   MOVE SPACES TO CanvassLine
                   STRING "  ELETTO: " DELIMITED BY SIZE
                          FUNCTION TRIM
                              (CT-NOME (CN-IDX WS-CAND-MAX))
                              DELIMITED BY SIZE
                          "  preferenze=" DELIMITED BY SIZE
                          WS-PREF-MAX DELIMITED BY SIZE
                          INTO CanvassLine
                   PERFORM Scrivi-Riga-Canvass
                           THRU Scrivi-Riga-Canvass-exit
               END-IF
           END-PERFORM.
      *    Anyone left out with the same preferences as the last one
      *    elected lost on list order alone.
           MOVE "N" TO WS-PARI-ESCLUSO.
           IF WS-ELETTI-LISTA > 0
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   IF CT-PARTITO (CN-IDX CT-IDX)
                          = LS-NOME (WS-LISTA-IDX)
                      AND WS-ELETTO (CT-IDX) = "N"
                      AND CT-VOTI (CN-IDX CT-IDX) = WS-PREF-ULTIMO
                       MOVE "Y" TO WS-PARI-ESCLUSO
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PARI-ESCLUSO = "Y"
               MOVE SPACES TO CanvassLine
               STRING "  (parita' di preferenze all'ultimo seggio: "
                          DELIMITED BY SIZE
                      "eletto chi precede nella lista)"
                          DELIMITED BY SIZE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
           END-IF.
           IF WS-ELETTI-LISTA < LS-SEGGI (WS-LISTA-IDX)
               COMPUTE WS-SEGGIO-LISTA =
                   LS-SEGGI (WS-LISTA-IDX) - WS-ELETTI-LISTA
               MOVE SPACES TO CanvassLine
               STRING "  seggi non coperti (candidati esauriti): "
                          DELIMITED BY SIZE
                      WS-SEGGIO-LISTA DELIMITED BY SIZE
                      INTO CanvassLine
               PERFORM Scrivi-Riga-Canvass
                       THRU Scrivi-Riga-Canvass-exit
           END-IF.
       Proclama-Eletti-Lista-exit.
           EXIT.

       Costruisci-Liste.
      *    The contest's lists: candidate votes grouped by the party
      *    each candidate carries, independents under (SENZA LISTA),
      *    each list tied to its declared coalition (if any).
           MOVE 0 TO WS-NUM-LISTE.
      *    A list contest has its own list votes off the precincts;
      *    the preferences are not added up into the lists.
           IF CN-DI-LISTA (CN-IDX) = "Y"
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CN-NUM-LISTE (CN-IDX)
                   ADD 1 TO WS-NUM-LISTE
                   MOVE CL-NOME (CN-IDX CL-IDX)
                       TO LS-NOME (WS-NUM-LISTE)
                   MOVE CL-VOTI (CN-IDX CL-IDX)
                       TO LS-VOTI (WS-NUM-LISTE)
                   MOVE "N" TO LS-ESCLUSA (WS-NUM-LISTE)
                   MOVE SPACES TO LS-COALIZIONE (WS-NUM-LISTE)
                   MOVE 0 TO LS-SEGGI (WS-NUM-LISTE)
               END-PERFORM
           ELSE
               PERFORM VARYING CT-IDX FROM 1 BY 1
                       UNTIL CT-IDX > CN-NUM-CANDIDATI (CN-IDX)
                   IF CT-PARTITO (CN-IDX CT-IDX) = SPACES
                       MOVE "(SENZA LISTA)" TO WS-PARTITO-CORRENTE
                   ELSE
                       MOVE CT-PARTITO (CN-IDX CT-IDX)
                           TO WS-PARTITO-CORRENTE
                   END-IF
                   MOVE 0 TO WS-LISTA-TROVATA
                   PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                           UNTIL WS-LISTA-IDX > WS-NUM-LISTE
                       IF LS-NOME (WS-LISTA-IDX) = WS-PARTITO-CORRENTE
                           MOVE WS-LISTA-IDX TO WS-LISTA-TROVATA
                       END-IF
                   END-PERFORM
                   IF WS-LISTA-TROVATA = 0
                      AND WS-NUM-LISTE < WS-MAX-LISTE
                       ADD 1 TO WS-NUM-LISTE
                       MOVE WS-NUM-LISTE TO WS-LISTA-TROVATA
                       MOVE WS-PARTITO-CORRENTE
                           TO LS-NOME (WS-LISTA-TROVATA)
                       MOVE 0 TO LS-VOTI (WS-LISTA-TROVATA)
                       MOVE "N" TO LS-ESCLUSA (WS-LISTA-TROVATA)
                       MOVE SPACES TO LS-COALIZIONE (WS-LISTA-TROVATA)
                       MOVE 0 TO LS-SEGGI (WS-LISTA-TROVATA)
                   END-IF
                   IF WS-LISTA-TROVATA > 0
                       ADD CT-VOTI (CN-IDX CT-IDX)
                           TO LS-VOTI (WS-LISTA-TROVATA)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-LISTA-IDX FROM 1 BY 1
                   UNTIL WS-LISTA-IDX > WS-NUM-LISTE
               PERFORM VARYING WS-COALIZ-IDX FROM 1 BY 1
                       TO PT-VOTI (WS-PARTITO-IDX)
               END-IF
           END-PERFORM.
           IF CN-DI-LISTA (CN-IDX) = "Y"
      *        List contest: the list votes cast, not the sum of the
      *        preferences the candidates collected.
               MOVE 0 TO WS-NUM-PARTITI
               PERFORM VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CN-NUM-LISTE (CN-IDX)
                          OR WS-NUM-PARTITI NOT < WS-MAX-PARTITI
                   ADD 1 TO WS-NUM-PARTITI
                   MOVE CL-NOME (CN-IDX CL-IDX)
                       TO PT-NOME (WS-NUM-PARTITI)
                   MOVE CL-VOTI (CN-IDX CL-IDX)
                       TO PT-VOTI (WS-NUM-PARTITI)
               END-PERFORM
               MOVE "-- Voti di lista --" TO CanvassLine
           ELSE
               MOVE "-- Totali per lista --" TO CanvassLine
           END-IF.
           PERFORM Scrivi-Riga-Canvass
                   THRU Scrivi-Riga-Canvass-exit.
           PERFORM VARYING WS-PARTITO-IDX FROM 1 BY 1
           END-PERFORM.
       Stampa-Sottototali-Lista-exit.
           EXIT.

       Stampa-Matrice.
      *    Results matrix, once per run after the last pass: the
      *    accepted precinct files are read again to keep each
      *    seggio's own figures, the rows are put in district /
      *    comune / seggio order and each contest is printed and
      *    written in turn. Seggi not in (or thrown out of) the
      *    count are listed with the reason and stay out of every
      *    subtotal.
           PERFORM Carica-Matrice THRU Carica-Matrice-exit.
           PERFORM Ordina-Matrice THRU Ordina-Matrice-exit.
           OPEN OUTPUT MatriceFile.
           OPEN OUTPUT MatriceCsvFile.
           MOVE "ElezConsolida" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           MOVE SPACES TO WS-MX-INTESTAZIONE.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO MatriceLine.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
           MOVE SPACES TO MatriceLine.
           STRING "RISULTATI SEZIONE PER SEZIONE - SEGGI PERVENUTI: "
                      DELIMITED BY SIZE
                  WS-SEGGI-PERVENUTI DELIMITED BY SIZE
                  " su " DELIMITED BY SIZE
                  WS-NUM-SEGGI DELIMITED BY SIZE
                  INTO MatriceLine.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
           IF WS-SEGGI-PERVENUTI < WS-NUM-SEGGI
               MOVE "*** RISULTATO PROVVISORIO ***" TO MatriceLine
               PERFORM Scrivi-Riga-Matrice
                       THRU Scrivi-Riga-Matrice-exit
           END-IF.
           PERFORM VARYING WS-MX-CONT FROM 1 BY 1
                   UNTIL WS-MX-CONT > WS-NUM-CONTESTE
               PERFORM Stampa-Matrice-Contesta
                       THRU Stampa-Matrice-Contesta-exit
           END-PERFORM.
           MOVE SPACES TO WS-MX-INTESTAZIONE.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO MatriceLine.
           WRITE MatriceLine.
           CLOSE MatriceFile.
           MOVE WS-FILE-MATRICE TO WS-ARC-FILE.
           COPY RPTARC.
           CLOSE MatriceCsvFile.
           DISPLAY "Matrice sezione per sezione: "
                   FUNCTION TRIM (WS-FILE-MATRICE) ", "
                   FUNCTION TRIM (WS-FILE-MATRICE-CSV) ".".
       Stampa-Matrice-exit.
           EXIT.

       Carica-Matrice.
      *    MX-DATI is "Y" once a seggio's file has sent anything for
      *    the contest.
           MOVE ZEROS TO MATRICE-TAB.
           PERFORM VARYING WS-MX-RIGA FROM 1 BY 1
                   UNTIL WS-MX-RIGA > WS-NUM-SEGGI
               IF SG-PERVENUTO (WS-MX-RIGA) = "Y"
                   PERFORM Carica-Matrice-Seggio
                           THRU Carica-Matrice-Seggio-exit
               END-IF
           END-PERFORM.
       Carica-Matrice-exit.
           EXIT.

       Carica-Matrice-Seggio.
           MOVE SPACES TO WS-FILE-RISULTATI.
           STRING "RIS_" DELIMITED BY SIZE
                  SG-CODICE (WS-MX-RIGA) DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-RISULTATI.
           MOVE "N" TO WS-EOF-RISULTATI.
           OPEN INPUT RisultatiFile.
           IF WS-FS-RISULTATI NOT = "00"
               DISPLAY "Attenzione: file " WS-FILE-RISULTATI
                       " non rileggibile per la matrice."
               GO TO Carica-Matrice-Seggio-exit
           END-IF.
           PERFORM UNTIL WS-EOF-RISULTATI = "Y"
               READ RisultatiFile
                   AT END MOVE "Y" TO WS-EOF-RISULTATI
                   NOT AT END
                       PERFORM Carica-Matrice-Record
                               THRU Carica-Matrice-Record-exit
               END-READ
           END-PERFORM.
           CLOSE RisultatiFile.
       Carica-Matrice-Seggio-exit.
           EXIT.

       Carica-Matrice-Record.
      *    Columns follow the county table: candidates matched by
      *    name, lists by list name. In a list contest the columns
      *    are the lists and the candidates' preferences stay off
      *    the matrix.
           IF RR-CONTESTA < 1 OR RR-CONTESTA > WS-NUM-CONTESTE
               GO TO Carica-Matrice-Record-exit
           END-IF.
           MOVE RR-CONTESTA TO WS-MX-CONT.
           MOVE 0 TO WS-MX-COL-TROVATA.
           EVALUATE RR-TIPO
               WHEN "CAND"
                   IF CN-DI-LISTA (WS-MX-CONT) = "Y"
                       GO TO Carica-Matrice-Record-exit
                   END-IF
                   PERFORM VARYING WS-MX-COL FROM 1 BY 1
                           UNTIL WS-MX-COL
                                 > CN-NUM-CANDIDATI (WS-MX-CONT)
                       IF CT-NOME (WS-MX-CONT WS-MX-COL) = RR-NOME
                           MOVE WS-MX-COL TO WS-MX-COL-TROVATA
                       END-IF
                   END-PERFORM
               WHEN "LIST"
                   PERFORM VARYING WS-MX-COL FROM 1 BY 1
                           UNTIL WS-MX-COL > CN-NUM-LISTE (WS-MX-CONT)
                       IF CL-NOME (WS-MX-CONT WS-MX-COL) = RR-PARTITO
                           MOVE WS-MX-COL TO WS-MX-COL-TROVATA
                       END-IF
                   END-PERFORM
               WHEN "BIAN"
                   ADD RR-VOTI TO MX-BIANCHE (WS-MX-RIGA WS-MX-CONT)
               WHEN "SCRI"
                   ADD RR-VOTI TO MX-SCRITTE (WS-MX-RIGA WS-MX-CONT)
               WHEN "RESP"
                   ADD RR-VOTI TO MX-RESPINTE (WS-MX-RIGA WS-MX-CONT)
               WHEN OTHER
                   GO TO Carica-Matrice-Record-exit
           END-EVALUATE.
           MOVE "Y" TO MX-DATI (WS-MX-RIGA WS-MX-CONT).
           IF WS-MX-COL-TROVATA > 0
               ADD RR-VOTI
                   TO MX-CELLA (WS-MX-RIGA WS-MX-CONT WS-MX-COL-TROVATA)
           END-IF.
       Carica-Matrice-Record-exit.
           EXIT.

       Ordina-Matrice.
      *    Exchange sort of the board rows on district + comune +
      *    seggio code; seggi with no master data sort first.
           PERFORM VARYING WS-MX-RIGA FROM 1 BY 1
                   UNTIL WS-MX-RIGA > WS-NUM-SEGGI
               MOVE SG-CIRCOSCR (WS-MX-RIGA)
                   TO MO-CHIAVE (WS-MX-RIGA) (1:10)
               MOVE SG-COMUNE (WS-MX-RIGA)
                   TO MO-CHIAVE (WS-MX-RIGA) (11:20)
               MOVE SG-CODICE (WS-MX-RIGA)
                   TO MO-CHIAVE (WS-MX-RIGA) (31:10)
               MOVE WS-MX-RIGA TO MO-RIGA (WS-MX-RIGA)
           END-PERFORM.
           PERFORM VARYING WS-MX-ORD FROM 1 BY 1
                   UNTIL WS-MX-ORD >= WS-NUM-SEGGI
               PERFORM VARYING WS-MX-SCAN FROM WS-MX-ORD BY 1
                       UNTIL WS-MX-SCAN > WS-NUM-SEGGI
                   IF MO-CHIAVE (WS-MX-SCAN) < MO-CHIAVE (WS-MX-ORD)
                       MOVE MX-ORDINE (WS-MX-ORD) TO WS-MO-SCAMBIO
                       MOVE MX-ORDINE (WS-MX-SCAN)
                           TO MX-ORDINE (WS-MX-ORD)
                       MOVE WS-MO-SCAMBIO TO MX-ORDINE (WS-MX-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM.
       Ordina-Matrice-exit.
           EXIT.

       Stampa-Matrice-Contesta.
      *    One contest: a new page, the column legend, the heading
      *    (reprinted at each page break), the seggi with comune and
      *    district subtotals, and the provincial total.
           IF CN-DI-LISTA (WS-MX-CONT) = "Y"
               MOVE CN-NUM-LISTE (WS-MX-CONT) TO WS-MX-COLONNE
           ELSE
               MOVE CN-NUM-CANDIDATI (WS-MX-CONT) TO WS-MX-COLONNE
           END-IF.
           MOVE SPACES TO WS-MX-INTESTAZIONE.
           IF WS-MX-CONT > 1
               MOVE WS-HDR-MAX-RIGHE TO WS-HDR-CONTA-RIGHE
           END-IF.
           MOVE SPACES TO MatriceLine.
           EVALUATE TRUE
               WHEN CN-REFERENDUM (WS-MX-CONT) = "Y"
                   STRING "-- Contesa " DELIMITED BY SIZE
                          WS-MX-CONT DELIMITED BY SIZE
                          " (referendum) --" DELIMITED BY SIZE
                          INTO MatriceLine
               WHEN CN-DI-LISTA (WS-MX-CONT) = "Y"
                   STRING "-- Contesa " DELIMITED BY SIZE
                          WS-MX-CONT DELIMITED BY SIZE
                          " (voti di lista) --" DELIMITED BY SIZE
                          INTO MatriceLine
               WHEN OTHER
                   STRING "-- Contesa " DELIMITED BY SIZE
                          WS-MX-CONT DELIMITED BY SIZE
                          " --" DELIMITED BY SIZE
                          INTO MatriceLine
           END-EVALUATE.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-COLONNE
               MOVE WS-MX-COL TO WS-MX-CODICE-ED
               MOVE SPACES TO MatriceLine
               IF CN-DI-LISTA (WS-MX-CONT) = "Y"
                   STRING "  C" DELIMITED BY SIZE
                          WS-MX-CODICE-ED DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          CL-NOME (WS-MX-CONT WS-MX-COL)
                              DELIMITED BY SIZE
                          INTO MatriceLine
               ELSE
                   STRING "  C" DELIMITED BY SIZE
                          WS-MX-CODICE-ED DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          CT-NOME (WS-MX-CONT WS-MX-COL)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          CT-PARTITO (WS-MX-CONT WS-MX-COL)
                              DELIMITED BY SIZE
                          INTO MatriceLine
               END-IF
               PERFORM Scrivi-Riga-Matrice
                       THRU Scrivi-Riga-Matrice-exit
           END-PERFORM.
           MOVE "SEGGIO" TO WS-MX-INTESTAZIONE (1:10).
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-COLONNE
               MOVE WS-MX-COL TO WS-MX-CODICE-ED
               COMPUTE WS-MX-POS = 16 + (WS-MX-COL - 1) * 8
               MOVE "C" TO WS-MX-INTESTAZIONE (WS-MX-POS:1)
               ADD 1 TO WS-MX-POS
               MOVE WS-MX-CODICE-ED TO WS-MX-INTESTAZIONE (WS-MX-POS:2)
           END-PERFORM.
           MOVE "  BIAN." TO WS-MX-INTESTAZIONE (91:7).
           MOVE "  SCRI." TO WS-MX-INTESTAZIONE (98:7).
           MOVE "  RESP." TO WS-MX-INTESTAZIONE (105:7).
           MOVE " VOTANTI" TO WS-MX-INTESTAZIONE (112:8).
           MOVE "   ISCR." TO WS-MX-INTESTAZIONE (120:8).
           MOVE " AFF%" TO WS-MX-INTESTAZIONE (128:5).
           MOVE WS-MX-INTESTAZIONE TO MatriceLine.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
      *    Spreadsheet heading row, repeated for each contest.
           MOVE SPACES TO WS-CSV-RIGA.
           MOVE 1 TO WS-CSV-PTR.
           MOVE "CONTESA" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "RIGA" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "CIRCOSCRIZIONE" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "COMUNE" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "SEGGIO" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-COLONNE
               IF CN-DI-LISTA (WS-MX-CONT) = "Y"
                   MOVE CL-NOME (WS-MX-CONT WS-MX-COL) TO WS-CSV-CAMPO
               ELSE
                   MOVE CT-NOME (WS-MX-CONT WS-MX-COL) TO WS-CSV-CAMPO
               END-IF
               PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit
           END-PERFORM.
           MOVE "BIANCHE" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "SCRITTE" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "RESPINTE" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "VOTANTI" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "ISCRITTI" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE "AFFLUENZA" TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           WRITE MatriceCsvLine FROM WS-CSV-RIGA.
           MOVE ZEROS TO MX-SOMME.
           MOVE "Y" TO WS-MX-PRIMA.
           PERFORM VARYING WS-MX-ORD FROM 1 BY 1
                   UNTIL WS-MX-ORD > WS-NUM-SEGGI
               MOVE MO-RIGA (WS-MX-ORD) TO WS-MX-RIGA
               IF SG-PORTA (WS-MX-RIGA WS-MX-CONT) = "Y"
                   PERFORM Stampa-Matrice-Seggio
                           THRU Stampa-Matrice-Seggio-exit
               END-IF
           END-PERFORM.
           IF WS-MX-PRIMA = "N"
               PERFORM Chiudi-Comune-Matrice
                       THRU Chiudi-Comune-Matrice-exit
               PERFORM Chiudi-Circ-Matrice
                       THRU Chiudi-Circ-Matrice-exit
           END-IF.
           MOVE SPACES TO MatriceLine.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
           MOVE MX-LIVELLO (3) TO MX-RIGA-CORRENTE.
           MOVE "TOTALE" TO WS-MX-ETICHETTA.
           MOVE "TOTALE PROVINCIALE" TO WS-MX-TIPO-RIGA.
           MOVE SPACES TO WS-MX-CIRC-CORR.
           MOVE SPACES TO WS-MX-COMUNE-CORR.
           MOVE SPACES TO WS-MX-SEGGIO-CSV.
           PERFORM Emetti-Riga-Matrice THRU Emetti-Riga-Matrice-exit.
       Stampa-Matrice-Contesta-exit.
           EXIT.

       Stampa-Matrice-Seggio.
      *    Control breaks on district and comune before the row.
           IF WS-MX-PRIMA = "Y"
               MOVE "N" TO WS-MX-PRIMA
               PERFORM Apri-Circ-Matrice THRU Apri-Circ-Matrice-exit
               PERFORM Apri-Comune-Matrice
                       THRU Apri-Comune-Matrice-exit
           ELSE
               IF SG-CIRCOSCR (WS-MX-RIGA) NOT = WS-MX-CIRC-CORR
                   PERFORM Chiudi-Comune-Matrice
                           THRU Chiudi-Comune-Matrice-exit
                   PERFORM Chiudi-Circ-Matrice
                           THRU Chiudi-Circ-Matrice-exit
                   PERFORM Apri-Circ-Matrice
                           THRU Apri-Circ-Matrice-exit
                   PERFORM Apri-Comune-Matrice
                           THRU Apri-Comune-Matrice-exit
               ELSE
                   IF SG-COMUNE (WS-MX-RIGA) NOT = WS-MX-COMUNE-CORR
                       PERFORM Chiudi-Comune-Matrice
                               THRU Chiudi-Comune-Matrice-exit
                       PERFORM Apri-Comune-Matrice
                               THRU Apri-Comune-Matrice-exit
                   END-IF
               END-IF
           END-IF.
           MOVE SG-CODICE (WS-MX-RIGA) TO WS-MX-ETICHETTA.
           MOVE SG-CODICE (WS-MX-RIGA) TO WS-MX-SEGGIO-CSV.
           IF SG-PERVENUTO (WS-MX-RIGA) NOT = "Y"
              OR MX-DATI (WS-MX-RIGA WS-MX-CONT) NOT = "Y"
               PERFORM Stampa-Matrice-Mancante
                       THRU Stampa-Matrice-Mancante-exit
               GO TO Stampa-Matrice-Seggio-exit
           END-IF.
           MOVE ZEROS TO MX-RIGA-CORRENTE.
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-COLONNE
               MOVE MX-CELLA (WS-MX-RIGA WS-MX-CONT WS-MX-COL)
                   TO MR-CELLA (WS-MX-COL)
               ADD MX-CELLA (WS-MX-RIGA WS-MX-CONT WS-MX-COL)
                   TO MR-VOTANTI
           END-PERFORM.
           MOVE MX-BIANCHE (WS-MX-RIGA WS-MX-CONT) TO MR-BIANCHE.
           MOVE MX-SCRITTE (WS-MX-RIGA WS-MX-CONT) TO MR-SCRITTE.
           MOVE MX-RESPINTE (WS-MX-RIGA WS-MX-CONT) TO MR-RESPINTE.
           ADD MR-BIANCHE MR-SCRITTE MR-RESPINTE TO MR-VOTANTI.
           IF SG-FONTE-ISCR (WS-MX-RIGA) NOT = "N"
               MOVE SG-ISCRITTI (WS-MX-RIGA) TO MR-ISCRITTI
               MOVE MR-VOTANTI TO MR-VOT-ISCR
           END-IF.
           MOVE 1 TO MR-SEGGI.
           MOVE "SEGGIO" TO WS-MX-TIPO-RIGA.
           PERFORM Emetti-Riga-Matrice THRU Emetti-Riga-Matrice-exit.
           PERFORM VARYING WS-MX-LIV FROM 1 BY 1 UNTIL WS-MX-LIV > 3
               PERFORM VARYING WS-MX-COL FROM 1 BY 1
                       UNTIL WS-MX-COL > WS-MX-COLONNE
                   ADD MR-CELLA (WS-MX-COL)
                       TO MS-CELLA (WS-MX-LIV WS-MX-COL)
               END-PERFORM
               ADD MR-BIANCHE TO MS-BIANCHE (WS-MX-LIV)
               ADD MR-SCRITTE TO MS-SCRITTE (WS-MX-LIV)
               ADD MR-RESPINTE TO MS-RESPINTE (WS-MX-LIV)
               ADD MR-VOTANTI TO MS-VOTANTI (WS-MX-LIV)
               ADD MR-ISCRITTI TO MS-ISCRITTI (WS-MX-LIV)
               ADD MR-VOT-ISCR TO MS-VOT-ISCR (WS-MX-LIV)
               ADD MR-SEGGI TO MS-SEGGI (WS-MX-LIV)
           END-PERFORM.
       Stampa-Matrice-Seggio-exit.
           EXIT.

       Stampa-Matrice-Mancante.
      *    A seggio that carries the contest but is not in the
      *    count: the reason on the report, a row of empty cells in
      *    the spreadsheet.
           MOVE SPACES TO MatriceLine.
           MOVE WS-MX-ETICHETTA TO MatriceLine (1:10).
           EVALUATE TRUE
               WHEN SG-PERVENUTO (WS-MX-RIGA) = "Y"
                   MOVE "nessun dato per la contesa"
                       TO MatriceLine (12:40)
                   MOVE "NESSUN DATO" TO WS-MX-TIPO-RIGA
               WHEN SG-STATO (WS-MX-RIGA) = "R"
                   MOVE "scartato (sigillo)" TO MatriceLine (12:40)
                   MOVE "SCARTATO SIGILLO" TO WS-MX-TIPO-RIGA
               WHEN SG-STATO (WS-MX-RIGA) = "M"
                   MOVE "scartato (senza ricevuta)"
                       TO MatriceLine (12:40)
                   MOVE "SCARTATO RICEVUTA" TO WS-MX-TIPO-RIGA
               WHEN OTHER
                   MOVE "non pervenuto" TO MatriceLine (12:40)
                   MOVE "NON PERVENUTO" TO WS-MX-TIPO-RIGA
           END-EVALUATE.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
           PERFORM Inizia-Riga-Csv THRU Inizia-Riga-Csv-exit.
           COMPUTE WS-MX-SCAN = WS-MX-COLONNE + 6.
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-SCAN
               PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit
           END-PERFORM.
           WRITE MatriceCsvLine FROM WS-CSV-RIGA.
       Stampa-Matrice-Mancante-exit.
           EXIT.

       Apri-Circ-Matrice.
           MOVE SG-CIRCOSCR (WS-MX-RIGA) TO WS-MX-CIRC-CORR.
           MOVE SPACES TO MatriceLine.
           IF WS-MX-CIRC-CORR = SPACES
               MOVE "CIRCOSCRIZIONE: (non indicata in anagrafe)"
                   TO MatriceLine
           ELSE
               STRING "CIRCOSCRIZIONE: " DELIMITED BY SIZE
                      WS-MX-CIRC-CORR DELIMITED BY SIZE
                      INTO MatriceLine
           END-IF.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
       Apri-Circ-Matrice-exit.
           EXIT.

       Apri-Comune-Matrice.
           MOVE SG-COMUNE (WS-MX-RIGA) TO WS-MX-COMUNE-CORR.
           MOVE SPACES TO MatriceLine.
           IF WS-MX-COMUNE-CORR = SPACES
               MOVE "  COMUNE: (senza anagrafe)" TO MatriceLine
           ELSE
               STRING "  COMUNE: " DELIMITED BY SIZE
                      WS-MX-COMUNE-CORR DELIMITED BY SIZE
                      INTO MatriceLine
           END-IF.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
       Apri-Comune-Matrice-exit.
           EXIT.

       Chiudi-Comune-Matrice.
           MOVE MX-LIVELLO (1) TO MX-RIGA-CORRENTE.
           MOVE "TOT.COMUNE" TO WS-MX-ETICHETTA.
           MOVE "TOTALE COMUNE" TO WS-MX-TIPO-RIGA.
           MOVE SPACES TO WS-MX-SEGGIO-CSV.
           PERFORM Emetti-Riga-Matrice THRU Emetti-Riga-Matrice-exit.
           MOVE ZEROS TO MX-LIVELLO (1).
       Chiudi-Comune-Matrice-exit.
           EXIT.

       Chiudi-Circ-Matrice.
           MOVE MX-LIVELLO (2) TO MX-RIGA-CORRENTE.
           MOVE "TOT.CIRC." TO WS-MX-ETICHETTA.
           MOVE "TOTALE CIRCOSCRIZIONE" TO WS-MX-TIPO-RIGA.
           MOVE SPACES TO WS-MX-COMUNE-CORR.
           MOVE SPACES TO WS-MX-SEGGIO-CSV.
           PERFORM Emetti-Riga-Matrice THRU Emetti-Riga-Matrice-exit.
           MOVE ZEROS TO MX-LIVELLO (2).
       Chiudi-Circ-Matrice-exit.
           EXIT.

       Emetti-Riga-Matrice.
      *    One row of figures (seggio or subtotal) from
      *    MX-RIGA-CORRENTE, to the report and to the spreadsheet.
      *    Turnout only where the registered voters are known.
           MOVE 0 TO WS-MX-AFFLUENZA.
           IF MR-ISCRITTI > 0
               COMPUTE WS-MX-AFFLUENZA ROUNDED =
                   MR-VOT-ISCR * 100 / MR-ISCRITTI
                   ON SIZE ERROR MOVE 999.9 TO WS-MX-AFFLUENZA
               END-COMPUTE
           END-IF.
           MOVE SPACES TO MatriceLine.
           MOVE WS-MX-ETICHETTA TO MatriceLine (1:10).
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-COLONNE
               COMPUTE WS-MX-POS = 11 + (WS-MX-COL - 1) * 8
               MOVE MR-CELLA (WS-MX-COL) TO WS-MX-ED8
               MOVE WS-MX-ED8 TO MatriceLine (WS-MX-POS:8)
           END-PERFORM.
           MOVE MR-BIANCHE TO WS-MX-ED7.
           MOVE WS-MX-ED7 TO MatriceLine (91:7).
           MOVE MR-SCRITTE TO WS-MX-ED7.
           MOVE WS-MX-ED7 TO MatriceLine (98:7).
           MOVE MR-RESPINTE TO WS-MX-ED7.
           MOVE WS-MX-ED7 TO MatriceLine (105:7).
           MOVE MR-VOTANTI TO WS-MX-ED8.
           MOVE WS-MX-ED8 TO MatriceLine (112:8).
           IF MR-ISCRITTI > 0
               MOVE MR-ISCRITTI TO WS-MX-ED8
               MOVE WS-MX-ED8 TO MatriceLine (120:8)
               MOVE WS-MX-AFFLUENZA TO WS-MX-AFF-ED
               MOVE WS-MX-AFF-ED TO MatriceLine (128:5)
           END-IF.
           PERFORM Scrivi-Riga-Matrice THRU Scrivi-Riga-Matrice-exit.
           PERFORM Inizia-Riga-Csv THRU Inizia-Riga-Csv-exit.
           PERFORM VARYING WS-MX-COL FROM 1 BY 1
                   UNTIL WS-MX-COL > WS-MX-COLONNE
               MOVE MR-CELLA (WS-MX-COL) TO WS-CSV-NUM
               PERFORM Aggiungi-Csv-Numero
                       THRU Aggiungi-Csv-Numero-exit
           END-PERFORM.
           MOVE MR-BIANCHE TO WS-CSV-NUM.
           PERFORM Aggiungi-Csv-Numero THRU Aggiungi-Csv-Numero-exit.
           MOVE MR-SCRITTE TO WS-CSV-NUM.
           PERFORM Aggiungi-Csv-Numero THRU Aggiungi-Csv-Numero-exit.
           MOVE MR-RESPINTE TO WS-CSV-NUM.
           PERFORM Aggiungi-Csv-Numero THRU Aggiungi-Csv-Numero-exit.
           MOVE MR-VOTANTI TO WS-CSV-NUM.
           PERFORM Aggiungi-Csv-Numero THRU Aggiungi-Csv-Numero-exit.
           IF MR-ISCRITTI > 0
               MOVE MR-ISCRITTI TO WS-CSV-NUM
               PERFORM Aggiungi-Csv-Numero
                       THRU Aggiungi-Csv-Numero-exit
               MOVE WS-MX-AFFLUENZA TO WS-MX-AFF-ED
               MOVE WS-MX-AFF-ED TO WS-CSV-CAMPO
               INSPECT WS-CSV-CAMPO REPLACING ALL "." BY ","
               PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit
           ELSE
               PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit
               PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit
           END-IF.
           WRITE MatriceCsvLine FROM WS-CSV-RIGA.
       Emetti-Riga-Matrice-exit.
           EXIT.

       Inizia-Riga-Csv.
      *    Contest, row type, district, comune and seggio open every
      *    spreadsheet row.
           MOVE SPACES TO WS-CSV-RIGA.
           MOVE 1 TO WS-CSV-PTR.
           MOVE WS-MX-CONT TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE WS-MX-TIPO-RIGA TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE WS-MX-CIRC-CORR TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE WS-MX-COMUNE-CORR TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
           MOVE WS-MX-SEGGIO-CSV TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
       Inizia-Riga-Csv-exit.
           EXIT.

       Aggiungi-Csv.
      *    Appends WS-CSV-CAMPO, trimmed, to the spreadsheet row
      *    with its ";" separator; a blank field is an empty cell.
           IF WS-CSV-PTR > 1
               STRING ";" DELIMITED BY SIZE
                      INTO WS-CSV-RIGA WITH POINTER WS-CSV-PTR
           END-IF.
           IF WS-CSV-CAMPO NOT = SPACES
               STRING FUNCTION TRIM (WS-CSV-CAMPO) DELIMITED BY SIZE
                      INTO WS-CSV-RIGA WITH POINTER WS-CSV-PTR
           END-IF.
           MOVE SPACES TO WS-CSV-CAMPO.
       Aggiungi-Csv-exit.
           EXIT.

       Aggiungi-Csv-Numero.
           MOVE WS-CSV-NUM TO WS-CSV-NUM-ED.
           MOVE WS-CSV-NUM-ED TO WS-CSV-CAMPO.
           PERFORM Aggiungi-Csv THRU Aggiungi-Csv-exit.
       Aggiungi-Csv-Numero-exit.
           EXIT.

       Scrivi-Riga-Matrice.
      *    Page break for the matrix: the shared header, then the
      *    contest's column heading again so every page can be read
      *    on its own.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE MatriceLine TO WS-MX-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO MatriceLine
               WRITE MatriceLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               IF WS-MX-INTESTAZIONE NOT = SPACES
                  AND WS-MX-RIGA-SALVA NOT = WS-MX-INTESTAZIONE
                   MOVE WS-MX-INTESTAZIONE TO MatriceLine
                   WRITE MatriceLine
                   ADD 1 TO WS-HDR-CONTA-RIGHE
                   ADD 1 TO WS-HDR-RIGHE-TOTALI
               END-IF
               MOVE WS-MX-RIGA-SALVA TO MatriceLine
           END-IF.
           WRITE MatriceLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-Matrice-exit.
           EXIT.
