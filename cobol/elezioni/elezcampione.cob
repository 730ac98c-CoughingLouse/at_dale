      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Post-election sample hand count. Before the
      *          commission certifies a contest, a random sample of
      *          seggi is counted by hand and the paper compared
      *          with the machine count (RIS_<seggio>.DAT):
      *          E - draws the sample from the consolidated precinct
      *              list with a seed drawn in public session, so
      *              anyone can repeat the draw, and prints the
      *              hand-count tally sheets (blind: no machine
      *              figure on them);
      *          M - files one sampled seggio's hand-counted figures
      *              (SPOGLIO_MANUALE.DAT);
      *          V - compares every figure with the RIS_ record,
      *              reports each difference with its size and
      *              files the outcome per contest on
      *              VERIFICA_CAMPIONE.DAT (layout ELEZVCAD). A
      *              difference over the tolerance extends the
      *              sample with a second draw; one in the extended
      *              sample sends the contest to recount ("RI" in
      *              REGCERT.DAT). ElezCert certifies a contest only
      *              when its outcome here is "P".
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - a contest over tolerance is sent to recount
      *      even when already certified (CE).
      * Mod: 15/10/2026 - a refused sample extension is logged as fatal
      *      (F).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezCampione.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ElencoSeggiFile ASSIGN TO WS-FILE-ELENCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ELENCO.
           SELECT CampioneFile ASSIGN TO WS-FILE-CAMPIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CAMPIONE.
           SELECT SpoglioFile ASSIGN TO WS-FILE-SPOGLIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SPOGLIO.
           SELECT RisultatiFile ASSIGN TO WS-FILE-RISULTATI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RISULTATI.
           SELECT VerificaCampioneFile ASSIGN TO WS-FILE-VERIFICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFICA.
           SELECT RegCertFile ASSIGN TO WS-FILE-REGCERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGCERT.
           SELECT DefinizioneFile ASSIGN TO WS-FILE-DEFINIZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINIZIONE.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SEGGIOS.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       FD  ElencoSeggiFile.
       01  ElencoSeggiRecord    PIC X(10).
       FD  CampioneFile.
      *    The drawn sample, one record per seggio in draw order.
      *    Tornata 1 is the first draw, tornata 2 the extension;
      *    seed and size are kept so the draw can be repeated.
       01  CampioneRecord.
           05 CM-DATA-ELEZIONE PIC 9(8).
           05 CM-SEGGIO        PIC X(10).
           05 CM-ORDINE        PIC 9(3).
           05 CM-TORNATA       PIC 9.
           05 CM-SEME          PIC 9(9).
           05 CM-DIMENSIONE    PIC 9(3).
       FD  SpoglioFile.
      *    One hand-counted figure per RIS_ CAND/LIST record of a
      *    sampled seggio.
       01  SpoglioRecord.
           05 SM-DATA-ELEZIONE PIC 9(8).
           05 SM-SEGGIO        PIC X(10).
           05 SM-CONTESTA      PIC 99.
           05 SM-TIPO          PIC X(4).
           05 SM-IDX           PIC 99.
           05 SM-VOTI          PIC 9(7).
           05 SM-DATA          PIC 9(8).
           05 SM-ORA           PIC 9(6).
           COPY ELEZRISD.
           COPY ELEZVCAD.
           COPY ELEZCERD.
           COPY ELEZDEFD.
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY ELEZSEGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "V".
       01  WS-FILE-ELENCO      PIC X(50) VALUE SPACES.
       01  WS-FS-ELENCO        PIC XX VALUE "00".
       01  WS-FILE-CAMPIONE    PIC X(50) VALUE "CAMPIONE.DAT".
       01  WS-FS-CAMPIONE      PIC XX VALUE "00".
       01  WS-FILE-SPOGLIO     PIC X(50)
                               VALUE "SPOGLIO_MANUALE.DAT".
       01  WS-FS-SPOGLIO       PIC XX VALUE "00".
       01  WS-FILE-RISULTATI   PIC X(50) VALUE SPACES.
       01  WS-FS-RISULTATI     PIC XX VALUE "00".
       01  WS-FILE-VERIFICA    PIC X(50)
                               VALUE "VERIFICA_CAMPIONE.DAT".
       01  WS-FS-VERIFICA      PIC XX VALUE "00".
       01  WS-FILE-REGCERT     PIC X(50) VALUE "REGCERT.DAT".
       01  WS-FS-REGCERT       PIC XX VALUE "00".
       01  WS-FILE-DEFINIZIONE PIC X(50)
                               VALUE "DEFINIZIONE_ELEZIONE.DAT".
       01  WS-FS-DEFINIZIONE   PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-ELEZIONE    PIC 9(8) VALUE 0.
      * The draw: seed and size keyed in public session, and the
      * generator state. The generator is the "minimal standard"
      * multiplicative one (16807, modulus 2**31-1): a few lines
      * of arithmetic anyone can repeat by hand or on a calculator.
       01  WS-SEME             PIC 9(9) VALUE 0.
       01  WS-DIMENSIONE       PIC 9(3) VALUE 0.
       01  WS-MAX-DIMENSIONE   PIC 9(3) VALUE 100.
       01  WS-STATO-GEN        PIC 9(10) VALUE 0.
       01  WS-DA-ESTRARRE      PIC 9(3) VALUE 0.
      * The consolidated precinct list, sorted by code so the draw
      * does not depend on the order the list was typed in.
       01  WS-MAX-ELENCO       PIC 9(3) VALUE 500.
       01  WS-NUM-ELENCO       PIC 9(3) VALUE 0.
       01  WS-EL-IDX           PIC 9(3) VALUE 0.
       01  WS-EL-SCAN          PIC 9(3) VALUE 0.
       01  WS-EL-SCELTO        PIC 9(3) VALUE 0.
       01  WS-EL-SCAMBIO       PIC X(10) VALUE SPACES.
       01  WS-EL-DOPPIO        PIC X VALUE "N".
       01  ELENCO-TAB.
           05 EL-SEGGIO OCCURS 500 TIMES PIC X(10).
      * The sample on file for this election.
       01  WS-MAX-CAMPIONE     PIC 9(3) VALUE 200.
       01  WS-NUM-CAMPIONE     PIC 9(3) VALUE 0.
       01  WS-CAMP-IDX         PIC 9(3) VALUE 0.
       01  WS-SEME-CAMPIONE    PIC 9(9) VALUE 0.
       01  WS-DIM-CAMPIONE     PIC 9(3) VALUE 0.
       01  WS-TORNATA-MAX      PIC 9 VALUE 0.
       01  WS-TORNATA-NUOVA    PIC 9 VALUE 0.
       01  WS-TORNATA-STAMPA   PIC 9 VALUE 0.
       01  CAMPIONE-TAB.
           05 CAMPIONE-ROW OCCURS 200 TIMES.
              10 CT-SEGGIO      PIC X(10).
              10 CT-ORDINE      PIC 9(3).
              10 CT-TORNATA     PIC 9.
      * One seggio's hand-counted figures.
       01  WS-MAX-MANUALE      PIC 9(3) VALUE 100.
       01  WS-NUM-MANUALE      PIC 9(3) VALUE 0.
       01  WS-MAN-IDX          PIC 9(3) VALUE 0.
       01  WS-MAN-TROVATO      PIC 9(3) VALUE 0.
       01  MANUALE-TAB.
           05 MANUALE-ROW OCCURS 100 TIMES.
              10 MT-CONTESTA    PIC 99.
              10 MT-TIPO        PIC X(4).
              10 MT-IDX         PIC 99.
              10 MT-VOTI        PIC 9(7).
       01  WS-CIFRA            PIC 9(7) VALUE 0.
       01  WS-SEGGIO-CORRENTE  PIC X(10) VALUE SPACES.
      * Comparison: per-contest tallies of the differences found.
       01  WS-MAX-CONTESTE     PIC 99 VALUE 5.
       01  WS-CONT-IDX         PIC 99 VALUE 0.
       01  ESITI-TAB.
           05 ESITO-ROW OCCURS 5 TIMES.
              10 EC-PRESENTE    PIC X.
              10 EC-VISTA       PIC X.
              10 EC-SEGGI       PIC 9(3).
              10 EC-DIFFERENZE  PIC 9(5).
              10 EC-MAX-DIFF    PIC 9(7).
              10 EC-OLTRE-1     PIC X.
              10 EC-OLTRE-2     PIC X.
              10 EC-INCOMPLETA  PIC X.
              10 EC-ESITO       PIC X.
       01  WS-TOLLERANZA       PIC 9(5) VALUE 0.
       01  WS-DIFF             PIC S9(7) VALUE 0.
       01  WS-DIFF-ASS         PIC 9(7) VALUE 0.
       01  WS-DIFF-ED          PIC +++++++9.
       01  WS-DIFF-SEGGIO      PIC 9(5) VALUE 0.
       01  WS-NON-CONTATI      PIC 9(3) VALUE 0.
       01  WS-DA-ESTENDERE     PIC X VALUE "N".
       01  WS-ESTESO           PIC X VALUE "N".
       01  WS-DESCR-ESITO      PIC X(40) VALUE SPACES.
      * Seggio/contest pairs with a difference over the tolerance:
      * each goes to recount on its own, whatever the contest's
      * outcome.
       01  WS-MAX-OLTRE        PIC 9(3) VALUE 200.
       01  WS-NUM-OLTRE        PIC 9(3) VALUE 0.
       01  WS-OLTRE-IDX        PIC 9(3) VALUE 0.
       01  WS-OLTRE-TROVATO    PIC X VALUE "N".
       01  OLTRE-TAB.
           05 OLTRE-ROW OCCURS 200 TIMES.
              10 OT-SEGGIO      PIC X(10).
              10 OT-CONTESTA    PIC 99.
      * Seal check of each RIS_ file compared.
       01  WS-SIGILLO-VISTO    PIC X VALUE "N".
       01  WS-SIG-RIS-ATTESO   PIC 9(9) VALUE 0.
       01  WS-SIG-RIS-CONTA-A  PIC 9(7) VALUE 0.
           COPY SIGILLOW.
      * Certification register and the outcome file, rewritten
      * whole.
       01  WS-MAX-REGCERT      PIC 9(3) VALUE 200.
       01  WS-NUM-REGCERT      PIC 9(3) VALUE 0.
       01  WS-REGCERT-IDX      PIC 9(3) VALUE 0.
       01  WS-RINVIATE         PIC 9(3) VALUE 0.
       01  REGCERT-TAB.
           05 REGCERT-ROW OCCURS 200 TIMES.
              10 RG-REC         PIC X(66).
       01  WS-MAX-VERIFICHE    PIC 9(3) VALUE 200.
       01  WS-NUM-VERIFICHE    PIC 9(3) VALUE 0.
       01  WS-VER-IDX          PIC 9(3) VALUE 0.
       01  VERIFICHE-TAB.
           05 VERIFICA-ROW OCCURS 200 TIMES.
              10 VT-REC         PIC X(45).
       01  WS-SCHEDE-STAMPATE  PIC 9(3) VALUE 0.
       01  WS-RIGA-SCAMBIO     PIC X(80) VALUE SPACES.
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA      PIC 9(8).
           05 WS-CDC-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
           COPY RPTHDRW.
           COPY SEGGIOW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Verifica a campione con spoglio manuale ::".
           DISPLAY "Modalita' (E=estrai il campione e stampa le"
                   " schede, M=registra lo spoglio di un seggio,"
                   " V=confronta e verifica): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ElezCampione" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Data-Elezione
                   THRU Carica-Data-Elezione-exit.
           PERFORM Carica-Campione THRU Carica-Campione-exit.
           EVALUATE WS-MODALITA
               WHEN "E"
                   PERFORM Estrazione THRU Estrazione-exit
               WHEN "M"
                   PERFORM Registra-Spoglio
                           THRU Registra-Spoglio-exit
               WHEN "V"
                   PERFORM Verifica THRU Verifica-exit
               WHEN OTHER
                   DISPLAY "Modalita' " WS-MODALITA
                           " non riconosciuta."
           END-EVALUATE.
           STOP RUN.

       Carica-Data-Elezione.
      *    The election in hand is the one on the definition file;
      *    without it the date is keyed.
           MOVE 0 TO WS-DATA-ELEZIONE.
           OPEN INPUT DefinizioneFile.
           IF WS-FS-DEFINIZIONE = "00"
               READ DefinizioneFile
                   AT END CONTINUE
                   NOT AT END
                       IF DE-DATA-ELEZIONE IS NUMERIC
                           MOVE DE-DATA-ELEZIONE TO WS-DATA-ELEZIONE
                       END-IF
               END-READ
               CLOSE DefinizioneFile
           END-IF.
           IF WS-DATA-ELEZIONE = 0
               DISPLAY "Data dell'elezione (AAAAMMGG): "
               ACCEPT WS-DATA-ELEZIONE
           END-IF.
           DISPLAY "Elezione del " WS-DATA-ELEZIONE ".".
       Carica-Data-Elezione-exit.
           EXIT.

       Carica-Campione.
           MOVE 0 TO WS-NUM-CAMPIONE.
           MOVE 0 TO WS-TORNATA-MAX.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT CampioneFile.
           IF WS-FS-CAMPIONE NOT = "00"
               GO TO Carica-Campione-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ CampioneFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF CM-DATA-ELEZIONE = WS-DATA-ELEZIONE
                          AND WS-NUM-CAMPIONE < WS-MAX-CAMPIONE
                           ADD 1 TO WS-NUM-CAMPIONE
                           MOVE CM-SEGGIO
                               TO CT-SEGGIO (WS-NUM-CAMPIONE)
                           MOVE CM-ORDINE
                               TO CT-ORDINE (WS-NUM-CAMPIONE)
                           MOVE CM-TORNATA
                               TO CT-TORNATA (WS-NUM-CAMPIONE)
                           MOVE CM-SEME TO WS-SEME-CAMPIONE
                           MOVE CM-DIMENSIONE TO WS-DIM-CAMPIONE
                           IF CM-TORNATA > WS-TORNATA-MAX
                               MOVE CM-TORNATA TO WS-TORNATA-MAX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CampioneFile.
       Carica-Campione-exit.
           EXIT.

       Estrazione.
      *    One draw per election. Asked again, the program reprints
      *    the tally sheets of the sample already on file rather
      *    than draw a second one.
           IF WS-NUM-CAMPIONE > 0
               DISPLAY "Campione gia' estratto (seme "
                       WS-SEME-CAMPIONE ", " WS-NUM-CAMPIONE
                       " seggi): ristampa delle schede."
               MOVE 0 TO WS-TORNATA-STAMPA
               PERFORM Stampa-Schede THRU Stampa-Schede-exit
               GO TO Estrazione-exit
           END-IF.
           DISPLAY "File con l'elenco dei codici seggio: ".
           ACCEPT WS-FILE-ELENCO.
           PERFORM Carica-Elenco THRU Carica-Elenco-exit.
           IF WS-NUM-ELENCO = 0
               DISPLAY "Nessun seggio in elenco: nessuna estrazione."
               MOVE 8 TO RETURN-CODE
               GO TO Estrazione-exit
           END-IF.
           DISPLAY "Seme dell'estrazione (fino a 9 cifre, sorteggiato"
                   " in seduta pubblica): ".
           ACCEPT WS-SEME.
           IF WS-SEME = 0
               DISPLAY "Il seme non puo' essere zero."
               GO TO Estrazione-exit
           END-IF.
           DISPLAY "Numero di seggi da estrarre: ".
           ACCEPT WS-DIMENSIONE.
           IF WS-DIMENSIONE = 0 OR WS-DIMENSIONE > WS-NUM-ELENCO
              OR WS-DIMENSIONE > WS-MAX-DIMENSIONE
               DISPLAY "Dimensione del campione non valida (da 1 a "
                       WS-NUM-ELENCO ", massimo " WS-MAX-DIMENSIONE
                       ")."
               GO TO Estrazione-exit
           END-IF.
           MOVE WS-DIMENSIONE TO WS-DA-ESTRARRE.
           PERFORM Estrai-Seggi THRU Estrai-Seggi-exit.
           MOVE WS-SEME TO WS-SEME-CAMPIONE.
           MOVE WS-DIMENSIONE TO WS-DIM-CAMPIONE.
           MOVE 1 TO WS-TORNATA-NUOVA.
           MOVE 1 TO WS-EL-SCAN.
           PERFORM Registra-Tornata THRU Registra-Tornata-exit.
           DISPLAY "Estratti " WS-DIMENSIONE " seggi su "
                   WS-NUM-ELENCO " con seme " WS-SEME ".".
           MOVE 1 TO WS-TORNATA-STAMPA.
           PERFORM Stampa-Schede THRU Stampa-Schede-exit.
       Estrazione-exit.
           EXIT.

       Carica-Elenco.
      *    The consolidated precinct list, as ElezConsolida reads
      *    it: training seggi and repeated codes are left out, and
      *    the list is put in code order.
           MOVE 0 TO WS-NUM-ELENCO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT ElencoSeggiFile.
           IF WS-FS-ELENCO NOT = "00"
               DISPLAY "Elenco seggi " FUNCTION TRIM (WS-FILE-ELENCO)
                       " non trovato."
               GO TO Carica-Elenco-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ElencoSeggiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       PERFORM Aggiungi-Elenco
                               THRU Aggiungi-Elenco-exit
               END-READ
           END-PERFORM.
           CLOSE ElencoSeggiFile.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX >= WS-NUM-ELENCO
               PERFORM VARYING WS-EL-SCAN FROM 1 BY 1
                       UNTIL WS-EL-SCAN > WS-NUM-ELENCO - WS-EL-IDX
                   IF EL-SEGGIO (WS-EL-SCAN)
                      > EL-SEGGIO (WS-EL-SCAN + 1)
                       MOVE EL-SEGGIO (WS-EL-SCAN) TO WS-EL-SCAMBIO
                       MOVE EL-SEGGIO (WS-EL-SCAN + 1)
                           TO EL-SEGGIO (WS-EL-SCAN)
                       MOVE WS-EL-SCAMBIO
                           TO EL-SEGGIO (WS-EL-SCAN + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       Carica-Elenco-exit.
           EXIT.

       Aggiungi-Elenco.
           IF ElencoSeggiRecord = SPACES
              OR ElencoSeggiRecord (1:7) = "ADDEST_"
               GO TO Aggiungi-Elenco-exit
           END-IF.
           MOVE "N" TO WS-EL-DOPPIO.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-NUM-ELENCO
               IF EL-SEGGIO (WS-EL-IDX) = ElencoSeggiRecord
                   MOVE "Y" TO WS-EL-DOPPIO
               END-IF
           END-PERFORM.
           IF WS-EL-DOPPIO = "Y"
               GO TO Aggiungi-Elenco-exit
           END-IF.
           IF WS-NUM-ELENCO >= WS-MAX-ELENCO
               DISPLAY "Elenco seggi oltre il limite di "
                       WS-MAX-ELENCO ": voce ignorata."
               GO TO Aggiungi-Elenco-exit
           END-IF.
           ADD 1 TO WS-NUM-ELENCO.
           MOVE ElencoSeggiRecord TO EL-SEGGIO (WS-NUM-ELENCO).
       Aggiungi-Elenco-exit.
           EXIT.

       Estrai-Seggi.
      *    Partial shuffle of the sorted list: the k-th draw picks
      *    one of the seggi not yet drawn and brings it to position
      *    k, so the first WS-DA-ESTRARRE positions are the sample.
      *    The same seed always gives the same sequence, and a
      *    longer draw with the same seed begins with the shorter
      *    one - which is how the sample is extended.
           IF WS-DA-ESTRARRE > WS-NUM-ELENCO
               MOVE WS-NUM-ELENCO TO WS-DA-ESTRARRE
           END-IF.
           MOVE WS-SEME TO WS-STATO-GEN.
           PERFORM VARYING WS-EL-IDX FROM 1 BY 1
                   UNTIL WS-EL-IDX > WS-DA-ESTRARRE
               COMPUTE WS-STATO-GEN = FUNCTION MOD
                   (WS-STATO-GEN * 16807, 2147483647)
               COMPUTE WS-EL-SCELTO = WS-EL-IDX + FUNCTION MOD
                   (WS-STATO-GEN, WS-NUM-ELENCO - WS-EL-IDX + 1)
               MOVE EL-SEGGIO (WS-EL-IDX) TO WS-EL-SCAMBIO
               MOVE EL-SEGGIO (WS-EL-SCELTO) TO EL-SEGGIO (WS-EL-IDX)
               MOVE WS-EL-SCAMBIO TO EL-SEGGIO (WS-EL-SCELTO)
           END-PERFORM.
       Estrai-Seggi-exit.
           EXIT.

       Registra-Tornata.
      *    Files draw positions WS-EL-SCAN to WS-DA-ESTRARRE as
      *    tornata WS-TORNATA-NUOVA of the sample.
           OPEN EXTEND CampioneFile.
           IF WS-FS-CAMPIONE = "35"
               OPEN OUTPUT CampioneFile
               CLOSE CampioneFile
               OPEN EXTEND CampioneFile
           END-IF.
           PERFORM VARYING WS-EL-IDX FROM WS-EL-SCAN BY 1
                   UNTIL WS-EL-IDX > WS-DA-ESTRARRE
               MOVE WS-DATA-ELEZIONE TO CM-DATA-ELEZIONE
               MOVE EL-SEGGIO (WS-EL-IDX) TO CM-SEGGIO
               MOVE WS-EL-IDX TO CM-ORDINE
               MOVE WS-TORNATA-NUOVA TO CM-TORNATA
               MOVE WS-SEME-CAMPIONE TO CM-SEME
               MOVE WS-DIM-CAMPIONE TO CM-DIMENSIONE
               WRITE CampioneRecord
               IF WS-NUM-CAMPIONE < WS-MAX-CAMPIONE
                   ADD 1 TO WS-NUM-CAMPIONE
                   MOVE CM-SEGGIO TO CT-SEGGIO (WS-NUM-CAMPIONE)
                   MOVE CM-ORDINE TO CT-ORDINE (WS-NUM-CAMPIONE)
                   MOVE CM-TORNATA TO CT-TORNATA (WS-NUM-CAMPIONE)
               END-IF
               DISPLAY "  " CM-ORDINE " " CM-SEGGIO
                       " (tornata " CM-TORNATA ")"
           END-PERFORM.
           CLOSE CampioneFile.
           MOVE WS-TORNATA-NUOVA TO WS-TORNATA-MAX.
       Registra-Tornata-exit.
           EXIT.

       Stampa-Schede.
      *    The hand-count tally sheets: one page per sampled seggio
      *    (all of them, or only tornata WS-TORNATA-STAMPA), one
      *    line per candidate or list on its RIS_ file. The
      *    machine figure is NOT printed - the count is blind.
           MOVE "SCHEDE_SPOGLIO.TXT" TO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "ElezCampione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE "SCHEDE DI SPOGLIO MANUALE - VERIFICA A CAMPIONE"
               TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Elezione del " DELIMITED BY SIZE
                  WS-DATA-ELEZIONE DELIMITED BY SIZE
                  " - seme " DELIMITED BY SIZE
                  WS-SEME-CAMPIONE DELIMITED BY SIZE
                  " - seggi per estrazione " DELIMITED BY SIZE
                  WS-DIM-CAMPIONE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE 0 TO WS-SCHEDE-STAMPATE.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-NUM-CAMPIONE
               IF WS-TORNATA-STAMPA = 0
                  OR CT-TORNATA (WS-CAMP-IDX) = WS-TORNATA-STAMPA
                   PERFORM Stampa-Scheda-Seggio
                           THRU Stampa-Scheda-Seggio-exit
               END-IF
           END-PERFORM.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY WS-SCHEDE-STAMPATE " schede di spoglio in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
       Stampa-Schede-exit.
           EXIT.

       Stampa-Scheda-Seggio.
      *    Every seggio after the first starts on a page of its own.
           IF WS-SCHEDE-STAMPATE > 0
               MOVE WS-HDR-MAX-RIGHE TO WS-HDR-CONTA-RIGHE
           END-IF.
           ADD 1 TO WS-SCHEDE-STAMPATE.
           MOVE CT-SEGGIO (WS-CAMP-IDX) TO WS-SEGGIO-CORRENTE.
           MOVE WS-SEGGIO-CORRENTE TO WS-SEG-CODICE.
           COPY SEGGIO.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "SEGGIO " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEGGIO-CORRENTE) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-SEG-DESCRIZIONE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Estrazione n. " DELIMITED BY SIZE
                  CT-ORDINE (WS-CAMP-IDX) DELIMITED BY SIZE
                  " - tornata " DELIMITED BY SIZE
                  CT-TORNATA (WS-CAMP-IDX) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           PERFORM Imposta-File-Risultati
                   THRU Imposta-File-Risultati-exit.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RisultatiFile.
           IF WS-FS-RISULTATI NOT = "00"
               MOVE "Risultati del seggio non pervenuti: voci da"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               MOVE "ricopiare dal verbale prima dello spoglio."
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               GO TO Stampa-Scheda-Seggio-firme
           END-IF.
           MOVE "CONT TIPO  N. CANDIDATO / LISTA"
               TO RapportoLine.
           MOVE "CONTEGGIO MANUALE" TO RapportoLine (62:17).
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RisultatiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RR-TIPO = "CAND" OR RR-TIPO = "LIST"
                           MOVE SPACES TO RapportoLine
                           MOVE RR-CONTESTA TO RapportoLine (3:2)
                           MOVE RR-TIPO TO RapportoLine (6:4)
                           MOVE RR-IDX TO RapportoLine (12:2)
                           MOVE RR-NOME TO RapportoLine (15:30)
                           MOVE RR-PARTITO TO RapportoLine (46:15)
                           MOVE "_______________"
                               TO RapportoLine (62:15)
                           PERFORM Scrivi-Riga-Rapporto
                                   THRU Scrivi-Riga-Rapporto-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RisultatiFile.
       Stampa-Scheda-Seggio-firme.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE "Conteggio eseguito da: ______________________________"
               TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE "Firma: ____________________   Data: ____________"
               TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
       Stampa-Scheda-Seggio-exit.
           EXIT.

       Imposta-File-Risultati.
           MOVE SPACES TO WS-FILE-RISULTATI.
           STRING "RIS_" DELIMITED BY SIZE
                  WS-SEGGIO-CORRENTE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-RISULTATI.
       Imposta-File-Risultati-exit.
           EXIT.

       Registra-Spoglio.
      *    Files the hand-counted figures of one sampled seggio, one
      *    per candidate or list on its RIS_ file. A seggio is
      *    filed once: a second count is a matter for the
      *    commission, not a re-keying.
           IF WS-NUM-CAMPIONE = 0
               DISPLAY "Nessun campione estratto per l'elezione del "
                       WS-DATA-ELEZIONE "."
               GO TO Registra-Spoglio-exit
           END-IF.
           DISPLAY "Codice del seggio contato: ".
           MOVE SPACES TO WS-SEGGIO-CORRENTE.
           ACCEPT WS-SEGGIO-CORRENTE.
           MOVE 0 TO WS-MAN-TROVATO.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-NUM-CAMPIONE
               IF CT-SEGGIO (WS-CAMP-IDX) = WS-SEGGIO-CORRENTE
                   MOVE WS-CAMP-IDX TO WS-MAN-TROVATO
               END-IF
           END-PERFORM.
           IF WS-MAN-TROVATO = 0
               DISPLAY "Seggio " FUNCTION TRIM (WS-SEGGIO-CORRENTE)
                       " non estratto nel campione: spoglio non"
                       " registrato."
               MOVE "ElezCampione" TO WS-ERR-PROGRAMMA
               MOVE "Registra-Spoglio" TO WS-ERR-PARAGRAFO
               MOVE "spoglio manuale di seggio non estratto"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Registra-Spoglio-exit
           END-IF.
           PERFORM Carica-Manuale THRU Carica-Manuale-exit.
           IF WS-NUM-MANUALE > 0
               DISPLAY "Spoglio manuale del seggio gia' registrato."
               GO TO Registra-Spoglio-exit
           END-IF.
           PERFORM Imposta-File-Risultati
                   THRU Imposta-File-Risultati-exit.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RisultatiFile.
           IF WS-FS-RISULTATI NOT = "00"
               DISPLAY "File risultati "
                       FUNCTION TRIM (WS-FILE-RISULTATI)
                       " non trovato: spoglio non registrabile."
               GO TO Registra-Spoglio-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RisultatiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF (RR-TIPO = "CAND" OR RR-TIPO = "LIST")
                          AND WS-NUM-MANUALE < WS-MAX-MANUALE
                           DISPLAY "C" RR-CONTESTA " " RR-TIPO " "
                                   RR-IDX " " FUNCTION TRIM (RR-NOME)
                                   " - voti contati a mano: "
                           MOVE 0 TO WS-CIFRA
                           ACCEPT WS-CIFRA
                           ADD 1 TO WS-NUM-MANUALE
                           MOVE RR-CONTESTA
                               TO MT-CONTESTA (WS-NUM-MANUALE)
                           MOVE RR-TIPO TO MT-TIPO (WS-NUM-MANUALE)
                           MOVE RR-IDX TO MT-IDX (WS-NUM-MANUALE)
                           MOVE WS-CIFRA TO MT-VOTI (WS-NUM-MANUALE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RisultatiFile.
           IF WS-NUM-MANUALE = 0
               DISPLAY "Nessun candidato o lista sul file risultati."
               GO TO Registra-Spoglio-exit
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           OPEN EXTEND SpoglioFile.
           IF WS-FS-SPOGLIO = "35"
               OPEN OUTPUT SpoglioFile
               CLOSE SpoglioFile
               OPEN EXTEND SpoglioFile
           END-IF.
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-NUM-MANUALE
               MOVE WS-DATA-ELEZIONE TO SM-DATA-ELEZIONE
               MOVE WS-SEGGIO-CORRENTE TO SM-SEGGIO
               MOVE MT-CONTESTA (WS-MAN-IDX) TO SM-CONTESTA
               MOVE MT-TIPO (WS-MAN-IDX) TO SM-TIPO
               MOVE MT-IDX (WS-MAN-IDX) TO SM-IDX
               MOVE MT-VOTI (WS-MAN-IDX) TO SM-VOTI
               MOVE WS-CDC-DATA TO SM-DATA
               MOVE WS-CDC-ORA TO SM-ORA
               WRITE SpoglioRecord
           END-PERFORM.
           CLOSE SpoglioFile.
           DISPLAY WS-NUM-MANUALE " cifre registrate per il seggio "
                   FUNCTION TRIM (WS-SEGGIO-CORRENTE) ".".
       Registra-Spoglio-exit.
           EXIT.

       Carica-Manuale.
      *    The hand-counted figures on file for WS-SEGGIO-CORRENTE.
           MOVE 0 TO WS-NUM-MANUALE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT SpoglioFile.
           IF WS-FS-SPOGLIO NOT = "00"
               GO TO Carica-Manuale-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SpoglioFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF SM-DATA-ELEZIONE = WS-DATA-ELEZIONE
                          AND SM-SEGGIO = WS-SEGGIO-CORRENTE
                          AND WS-NUM-MANUALE < WS-MAX-MANUALE
                           ADD 1 TO WS-NUM-MANUALE
                           MOVE SM-CONTESTA
                               TO MT-CONTESTA (WS-NUM-MANUALE)
                           MOVE SM-TIPO TO MT-TIPO (WS-NUM-MANUALE)
                           MOVE SM-IDX TO MT-IDX (WS-NUM-MANUALE)
                           MOVE SM-VOTI TO MT-VOTI (WS-NUM-MANUALE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SpoglioFile.
       Carica-Manuale-exit.
           EXIT.

       Verifica.
      *    Compares every sampled seggio's hand count with its RIS_
      *    file, then decides each contest: passed, still being
      *    counted, sample extended, or sent to recount.
           IF WS-NUM-CAMPIONE = 0
               DISPLAY "Nessun campione estratto per l'elezione del "
                       WS-DATA-ELEZIONE "."
               GO TO Verifica-exit
           END-IF.
           DISPLAY "Tolleranza ammessa per candidato (voti di"
                   " differenza): ".
           ACCEPT WS-TOLLERANZA.
           PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
               MOVE "N" TO EC-PRESENTE (WS-CONT-IDX)
               MOVE "N" TO EC-VISTA (WS-CONT-IDX)
               MOVE 0 TO EC-SEGGI (WS-CONT-IDX)
               MOVE 0 TO EC-DIFFERENZE (WS-CONT-IDX)
               MOVE 0 TO EC-MAX-DIFF (WS-CONT-IDX)
               MOVE "N" TO EC-OLTRE-1 (WS-CONT-IDX)
               MOVE "N" TO EC-OLTRE-2 (WS-CONT-IDX)
               MOVE "N" TO EC-INCOMPLETA (WS-CONT-IDX)
               MOVE SPACE TO EC-ESITO (WS-CONT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-NUM-OLTRE.
           MOVE 0 TO WS-NON-CONTATI.
           MOVE "N" TO WS-DA-ESTENDERE.
           MOVE "N" TO WS-ESTESO.
           MOVE "VERIFICA_CAMPIONE.TXT" TO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "ElezCampione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE "VERIFICA A CAMPIONE: SPOGLIO MANUALE CONTRO RISULTATI"
               TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Elezione del " DELIMITED BY SIZE
                  WS-DATA-ELEZIONE DELIMITED BY SIZE
                  " - seme " DELIMITED BY SIZE
                  WS-SEME-CAMPIONE DELIMITED BY SIZE
                  " - tolleranza " DELIMITED BY SIZE
                  WS-TOLLERANZA DELIMITED BY SIZE
                  " voti" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-NUM-CAMPIONE
               PERFORM Verifica-Seggio THRU Verifica-Seggio-exit
           END-PERFORM.
           PERFORM Decidi-Esiti THRU Decidi-Esiti-exit.
           IF WS-DA-ESTENDERE = "Y"
               PERFORM Estendi-Campione THRU Estendi-Campione-exit
           END-IF.
           PERFORM Stampa-Esiti THRU Stampa-Esiti-exit.
           PERFORM Rinvia-Riconteggio THRU Rinvia-Riconteggio-exit.
           PERFORM Salva-Verifiche THRU Salva-Verifiche-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di verifica in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
           IF WS-ESTESO = "Y"
               MOVE 2 TO WS-TORNATA-STAMPA
               PERFORM Stampa-Schede THRU Stampa-Schede-exit
           END-IF.
       Verifica-exit.
           EXIT.

       Verifica-Seggio.
      *    One sampled seggio: each hand-counted figure against its
      *    RIS_ record, every difference on the report with its
      *    size (hand count minus machine count). The RIS_ seal is
      *    checked as ElezRiconta checks it: a file that fails it
      *    proves nothing either way.
           MOVE CT-SEGGIO (WS-CAMP-IDX) TO WS-SEGGIO-CORRENTE.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "SEGGIO " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SEGGIO-CORRENTE) DELIMITED BY SIZE
                  " (tornata " DELIMITED BY SIZE
                  CT-TORNATA (WS-CAMP-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           PERFORM Carica-Manuale THRU Carica-Manuale-exit.
           IF WS-NUM-MANUALE = 0
               ADD 1 TO WS-NON-CONTATI
               MOVE "  spoglio manuale non ancora registrato"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               GO TO Verifica-Seggio-exit
           END-IF.
           PERFORM Imposta-File-Risultati
                   THRU Imposta-File-Risultati-exit.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RisultatiFile.
           IF WS-FS-RISULTATI NOT = "00"
               ADD 1 TO WS-NON-CONTATI
               MOVE "  file risultati non trovato: nessun confronto"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               GO TO Verifica-Seggio-exit
           END-IF.
           PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
               MOVE "N" TO EC-VISTA (WS-CONT-IDX)
           END-PERFORM.
           MOVE 0 TO WS-DIFF-SEGGIO.
           MOVE "N" TO WS-SIGILLO-VISTO.
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RisultatiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RR-TIPO = "SIGL"
                           MOVE "Y" TO WS-SIGILLO-VISTO
                           IF RR-NOME (1:9) IS NUMERIC
                               MOVE FUNCTION NUMVAL (RR-NOME (1:9))
                                   TO WS-SIG-RIS-ATTESO
                           END-IF
                           MOVE RR-VOTI TO WS-SIG-RIS-CONTA-A
                       ELSE
                           MOVE RisultatiRecord TO WS-SIG-BUFFER
                           COPY SIGILLO.
                       END-IF
                       IF RR-TIPO = "CAND" OR RR-TIPO = "LIST"
                           PERFORM Confronta-Cifra
                                   THRU Confronta-Cifra-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RisultatiFile.
           IF WS-SIGILLO-VISTO = "N"
              OR WS-SIG-VALORE NOT = WS-SIG-RIS-ATTESO
              OR WS-SIG-CONTA NOT = WS-SIG-RIS-CONTA-A
               MOVE "  SIGILLO DEL FILE RISULTATI MANCANTE O NON"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               MOVE "  VALIDO: il confronto del seggio non fa prova."
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                       UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
                   IF EC-VISTA (WS-CONT-IDX) = "Y"
                       MOVE "Y" TO EC-INCOMPLETA (WS-CONT-IDX)
                   END-IF
               END-PERFORM
               MOVE 8 TO RETURN-CODE
               MOVE "ElezCampione" TO WS-ERR-PROGRAMMA
               MOVE "Verifica-Seggio" TO WS-ERR-PARAGRAFO
               MOVE "sigillo RIS_ non valido in verifica a campione"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           END-IF.
           IF WS-DIFF-SEGGIO = 0
               MOVE "  nessuna differenza" TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
           END-IF.
       Verifica-Seggio-exit.
           EXIT.

       Confronta-Cifra.
           IF RR-CONTESTA < 1 OR RR-CONTESTA > WS-MAX-CONTESTE
               MOVE SPACES TO RapportoLine
               STRING "  record con contesa " DELIMITED BY SIZE
                      RR-CONTESTA DELIMITED BY SIZE
                      " fuori intervallo: non confrontato"
                          DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               GO TO Confronta-Cifra-exit
           END-IF.
           MOVE "Y" TO EC-PRESENTE (RR-CONTESTA).
           IF EC-VISTA (RR-CONTESTA) = "N"
               MOVE "Y" TO EC-VISTA (RR-CONTESTA)
               ADD 1 TO EC-SEGGI (RR-CONTESTA)
           END-IF.
           MOVE 0 TO WS-MAN-TROVATO.
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-NUM-MANUALE
               IF MT-CONTESTA (WS-MAN-IDX) = RR-CONTESTA
                  AND MT-TIPO (WS-MAN-IDX) = RR-TIPO
                  AND MT-IDX (WS-MAN-IDX) = RR-IDX
                   MOVE WS-MAN-IDX TO WS-MAN-TROVATO
               END-IF
           END-PERFORM.
           IF WS-MAN-TROVATO = 0
               MOVE "Y" TO EC-INCOMPLETA (RR-CONTESTA)
               ADD 1 TO WS-DIFF-SEGGIO
               MOVE SPACES TO RapportoLine
               STRING "  C" DELIMITED BY SIZE
                      RR-CONTESTA DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      RR-IDX DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (RR-NOME) DELIMITED BY SIZE
                      ": cifra manuale mancante" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               GO TO Confronta-Cifra-exit
           END-IF.
           COMPUTE WS-DIFF = MT-VOTI (WS-MAN-TROVATO) - RR-VOTI.
           IF WS-DIFF = 0
               GO TO Confronta-Cifra-exit
           END-IF.
           COMPUTE WS-DIFF-ASS = FUNCTION ABS (WS-DIFF).
           MOVE WS-DIFF TO WS-DIFF-ED.
           ADD 1 TO WS-DIFF-SEGGIO.
           ADD 1 TO EC-DIFFERENZE (RR-CONTESTA).
           IF WS-DIFF-ASS > EC-MAX-DIFF (RR-CONTESTA)
               MOVE WS-DIFF-ASS TO EC-MAX-DIFF (RR-CONTESTA)
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "  C" DELIMITED BY SIZE
                  RR-CONTESTA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  RR-IDX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (RR-NOME) DELIMITED BY SIZE
                  ": reg=" DELIMITED BY SIZE
                  RR-VOTI DELIMITED BY SIZE
                  " man=" DELIMITED BY SIZE
                  MT-VOTI (WS-MAN-TROVATO) DELIMITED BY SIZE
                  " diff=" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DIFF-ED) DELIMITED BY SIZE
                  INTO RapportoLine.
           IF WS-DIFF-ASS > WS-TOLLERANZA
               MOVE "*OLTRE*" TO RapportoLine (74:7)
               IF CT-TORNATA (WS-CAMP-IDX) = 1
                   MOVE "Y" TO EC-OLTRE-1 (RR-CONTESTA)
               ELSE
                   MOVE "Y" TO EC-OLTRE-2 (RR-CONTESTA)
               END-IF
               PERFORM Annota-Oltre THRU Annota-Oltre-exit
           END-IF.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
       Confronta-Cifra-exit.
           EXIT.

       Annota-Oltre.
           MOVE "N" TO WS-OLTRE-TROVATO.
           PERFORM VARYING WS-OLTRE-IDX FROM 1 BY 1
                   UNTIL WS-OLTRE-IDX > WS-NUM-OLTRE
               IF OT-SEGGIO (WS-OLTRE-IDX) = WS-SEGGIO-CORRENTE
                  AND OT-CONTESTA (WS-OLTRE-IDX) = RR-CONTESTA
                   MOVE "Y" TO WS-OLTRE-TROVATO
               END-IF
           END-PERFORM.
           IF WS-OLTRE-TROVATO = "N" AND WS-NUM-OLTRE < WS-MAX-OLTRE
               ADD 1 TO WS-NUM-OLTRE
               MOVE WS-SEGGIO-CORRENTE TO OT-SEGGIO (WS-NUM-OLTRE)
               MOVE RR-CONTESTA TO OT-CONTESTA (WS-NUM-OLTRE)
           END-IF.
       Annota-Oltre-exit.
           EXIT.

       Decidi-Esiti.
      *    A difference over the tolerance in the extended sample
      *    sends the contest to recount; one in the first draw
      *    extends the sample (once); a contest passes only when
      *    every sampled seggio has been counted and compared.
           PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
               IF EC-PRESENTE (WS-CONT-IDX) = "Y"
                   EVALUATE TRUE
                       WHEN EC-OLTRE-2 (WS-CONT-IDX) = "Y"
                           MOVE "R" TO EC-ESITO (WS-CONT-IDX)
                       WHEN EC-OLTRE-1 (WS-CONT-IDX) = "Y"
                           MOVE "E" TO EC-ESITO (WS-CONT-IDX)
                           IF WS-TORNATA-MAX < 2
                               MOVE "Y" TO WS-DA-ESTENDERE
                           END-IF
                       WHEN EC-INCOMPLETA (WS-CONT-IDX) = "Y"
                         OR WS-NON-CONTATI > 0
                           MOVE "I" TO EC-ESITO (WS-CONT-IDX)
                       WHEN OTHER
                           MOVE "P" TO EC-ESITO (WS-CONT-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *    The first-draw difference is settled by an extended
      *    sample that is complete and clean.
           IF WS-TORNATA-MAX >= 2 AND WS-NON-CONTATI = 0
               PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                       UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
                   IF EC-ESITO (WS-CONT-IDX) = "E"
                      AND EC-INCOMPLETA (WS-CONT-IDX) = "N"
                       MOVE "P" TO EC-ESITO (WS-CONT-IDX)
                   END-IF
               END-PERFORM
           END-IF.
       Decidi-Esiti-exit.
           EXIT.

       Estendi-Campione.
      *    The second draw repeats the first with the same seed over
      *    the same list, for twice the size: the first positions
      *    must come out as the sample on file - if they do not,
      *    the list is not the one drawn from and nothing is
      *    extended. Positions past the first draw are tornata 2.
      *    With no seggio left to draw the contest goes straight to
      *    recount.
           DISPLAY "Differenza oltre la tolleranza: estensione del"
                   " campione.".
           DISPLAY "File con l'elenco dei codici seggio usato per"
                   " l'estrazione: ".
           ACCEPT WS-FILE-ELENCO.
           PERFORM Carica-Elenco THRU Carica-Elenco-exit.
           MOVE WS-SEME-CAMPIONE TO WS-SEME.
           COMPUTE WS-DA-ESTRARRE = WS-DIM-CAMPIONE * 2.
           PERFORM Estrai-Seggi THRU Estrai-Seggi-exit.
           MOVE "N" TO WS-EL-DOPPIO.
           IF WS-DA-ESTRARRE < WS-DIM-CAMPIONE
               MOVE "Y" TO WS-EL-DOPPIO
           END-IF.
           PERFORM VARYING WS-CAMP-IDX FROM 1 BY 1
                   UNTIL WS-CAMP-IDX > WS-NUM-CAMPIONE
                      OR WS-EL-DOPPIO = "Y"
               IF CT-TORNATA (WS-CAMP-IDX) = 1
                   MOVE CT-ORDINE (WS-CAMP-IDX) TO WS-EL-IDX
                   IF WS-EL-IDX > WS-DA-ESTRARRE
                       MOVE "Y" TO WS-EL-DOPPIO
                   ELSE
                       IF EL-SEGGIO (WS-EL-IDX)
                          NOT = CT-SEGGIO (WS-CAMP-IDX)
                           MOVE "Y" TO WS-EL-DOPPIO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EL-DOPPIO = "Y"
               MOVE "ESTENSIONE NON ESEGUITA: l'elenco non ripete"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               MOVE "l'estrazione originale con lo stesso seme."
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               MOVE 8 TO RETURN-CODE
               MOVE "ElezCampione" TO WS-ERR-PROGRAMMA
               MOVE "Estendi-Campione" TO WS-ERR-PARAGRAFO
               MOVE "elenco seggi diverso da quello dell'estrazione"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Estendi-Campione-exit
           END-IF.
           IF WS-DA-ESTRARRE <= WS-DIM-CAMPIONE
               MOVE "Nessun altro seggio da estrarre: le contese oltre"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               MOVE "la tolleranza vanno a riconteggio."
                   TO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                       UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
                   IF EC-ESITO (WS-CONT-IDX) = "E"
                       MOVE "R" TO EC-ESITO (WS-CONT-IDX)
                   END-IF
               END-PERFORM
               GO TO Estendi-Campione-exit
           END-IF.
           MOVE 2 TO WS-TORNATA-NUOVA.
           COMPUTE WS-EL-SCAN = WS-DIM-CAMPIONE + 1.
           PERFORM Registra-Tornata THRU Registra-Tornata-exit.
           MOVE "Y" TO WS-ESTESO.
           COMPUTE WS-EL-SCELTO = WS-DA-ESTRARRE - WS-DIM-CAMPIONE.
           MOVE SPACES TO RapportoLine.
           STRING "CAMPIONE ESTESO: " DELIMITED BY SIZE
                  WS-EL-SCELTO DELIMITED BY SIZE
                  " seggi in seconda estrazione, schede in"
                      DELIMITED BY SIZE
                  " SCHEDE_SPOGLIO.TXT" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
       Estendi-Campione-exit.
           EXIT.

       Stampa-Esiti.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE "ESITO PER CONTESA" TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           IF WS-NON-CONTATI > 0
               MOVE SPACES TO RapportoLine
               STRING "Seggi estratti non ancora confrontati: "
                          DELIMITED BY SIZE
                      WS-NON-CONTATI DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
           END-IF.
           PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
               IF EC-PRESENTE (WS-CONT-IDX) = "Y"
                   EVALUATE EC-ESITO (WS-CONT-IDX)
                       WHEN "P"
                           MOVE "SUPERATA" TO WS-DESCR-ESITO
                       WHEN "I"
                           MOVE "INCOMPLETA" TO WS-DESCR-ESITO
                       WHEN "E"
                           MOVE "CAMPIONE ESTESO" TO WS-DESCR-ESITO
                       WHEN OTHER
                           MOVE "RINVIATA A RICONTEGGIO"
                               TO WS-DESCR-ESITO
                   END-EVALUATE
                   MOVE SPACES TO RapportoLine
                   STRING "Contesa " DELIMITED BY SIZE
                          WS-CONT-IDX DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          FUNCTION TRIM (WS-DESCR-ESITO)
                              DELIMITED BY SIZE
                          " - seggi " DELIMITED BY SIZE
                          EC-SEGGI (WS-CONT-IDX) DELIMITED BY SIZE
                          ", differenze " DELIMITED BY SIZE
                          EC-DIFFERENZE (WS-CONT-IDX)
                              DELIMITED BY SIZE
                          ", massima " DELIMITED BY SIZE
                          EC-MAX-DIFF (WS-CONT-IDX) DELIMITED BY SIZE
                          INTO RapportoLine
                   PERFORM Scrivi-Riga-Rapporto
                           THRU Scrivi-Riga-Rapporto-exit
                   IF EC-ESITO (WS-CONT-IDX) = "E"
                      OR EC-ESITO (WS-CONT-IDX) = "R"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       Stampa-Esiti-exit.
           EXIT.

       Rinvia-Riconteggio.
      *    Into the certification register: a contest sent to
      *    recount goes to "RI" at every seggio of the election,
      *    and any seggio whose own difference was over the
      *    tolerance goes to "RI" for that contest whatever the
      *    contest's outcome. Only entries still on the way to
      *    certification (CO, SO, BA) are moved; ElezRiconta brings
      *    them back to CE after a clean recount.
           MOVE 0 TO WS-NUM-REGCERT.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RegCertFile.
           IF WS-FS-REGCERT NOT = "00"
               GO TO Rinvia-Riconteggio-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegCertFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-REGCERT < WS-MAX-REGCERT
                           ADD 1 TO WS-NUM-REGCERT
                           MOVE RegCertRecord
                               TO RG-REC (WS-NUM-REGCERT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegCertFile.
           MOVE 0 TO WS-RINVIATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           PERFORM VARYING WS-REGCERT-IDX FROM 1 BY 1
                   UNTIL WS-REGCERT-IDX > WS-NUM-REGCERT
               MOVE RG-REC (WS-REGCERT-IDX) TO RegCertRecord
               PERFORM Rinvia-Voce THRU Rinvia-Voce-exit
           END-PERFORM.
           IF WS-RINVIATE > 0
               OPEN OUTPUT RegCertFile
               PERFORM VARYING WS-REGCERT-IDX FROM 1 BY 1
                       UNTIL WS-REGCERT-IDX > WS-NUM-REGCERT
                   MOVE RG-REC (WS-REGCERT-IDX) TO RegCertRecord
                   WRITE RegCertRecord
               END-PERFORM
               CLOSE RegCertFile
               MOVE SPACES TO RapportoLine
               STRING "Voci del registro portate a RICONTEGGIO: "
                          DELIMITED BY SIZE
                      WS-RINVIATE DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               MOVE "ElezCampione" TO WS-ERR-PROGRAMMA
               MOVE "Rinvia-Riconteggio" TO WS-ERR-PARAGRAFO
               MOVE "verifica a campione: contese a riconteggio"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           END-IF.
       Rinvia-Riconteggio-exit.
           EXIT.

       Rinvia-Voce.
      *    An entry already certified is sent back as well: a sample
      *    over tolerance outweighs the certificate.
           IF RC-DATA-ELEZIONE NOT = WS-DATA-ELEZIONE
              OR RC-CONTESTA < 1 OR RC-CONTESTA > WS-MAX-CONTESTE
              OR (RC-STATO NOT = "CO" AND RC-STATO NOT = "SO"
                  AND RC-STATO NOT = "BA" AND RC-STATO NOT = "CE")
               GO TO Rinvia-Voce-exit
           END-IF.
           MOVE "N" TO WS-OLTRE-TROVATO.
           IF EC-ESITO (RC-CONTESTA) = "R"
               MOVE "Y" TO WS-OLTRE-TROVATO
           END-IF.
           PERFORM VARYING WS-OLTRE-IDX FROM 1 BY 1
                   UNTIL WS-OLTRE-IDX > WS-NUM-OLTRE
               IF OT-SEGGIO (WS-OLTRE-IDX) = RC-SEGGIO
                  AND OT-CONTESTA (WS-OLTRE-IDX) = RC-CONTESTA
                   MOVE "Y" TO WS-OLTRE-TROVATO
               END-IF
           END-PERFORM.
           IF WS-OLTRE-TROVATO = "Y"
               MOVE "RI" TO RC-STATO
               MOVE WS-CDC-DATA TO RC-DATA-AGG
               MOVE WS-CDC-ORA TO RC-ORA-AGG
               MOVE RegCertRecord TO RG-REC (WS-REGCERT-IDX)
               ADD 1 TO WS-RINVIATE
           END-IF.
       Rinvia-Voce-exit.
           EXIT.

       Salva-Verifiche.
      *    The outcome file keeps the other elections' records as
      *    they are and replaces this election's with this run's.
           MOVE 0 TO WS-NUM-VERIFICHE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT VerificaCampioneFile.
           IF WS-FS-VERIFICA = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ VerificaCampioneFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF VC-DATA-ELEZIONE NOT = WS-DATA-ELEZIONE
                              AND WS-NUM-VERIFICHE < WS-MAX-VERIFICHE
                               ADD 1 TO WS-NUM-VERIFICHE
                               MOVE VerificaCampioneRecord
                                   TO VT-REC (WS-NUM-VERIFICHE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VerificaCampioneFile
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           OPEN OUTPUT VerificaCampioneFile.
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1
                   UNTIL WS-VER-IDX > WS-NUM-VERIFICHE
               MOVE VT-REC (WS-VER-IDX) TO VerificaCampioneRecord
               WRITE VerificaCampioneRecord
           END-PERFORM.
           PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-MAX-CONTESTE
               IF EC-PRESENTE (WS-CONT-IDX) = "Y"
                   MOVE WS-DATA-ELEZIONE TO VC-DATA-ELEZIONE
                   MOVE WS-CONT-IDX TO VC-CONTESTA
                   MOVE EC-ESITO (WS-CONT-IDX) TO VC-ESITO
                   MOVE EC-SEGGI (WS-CONT-IDX) TO VC-SEGGI-CONTATI
                   MOVE EC-DIFFERENZE (WS-CONT-IDX) TO VC-DIFFERENZE
                   MOVE EC-MAX-DIFF (WS-CONT-IDX) TO VC-MAX-DIFF
                   MOVE WS-TOLLERANZA TO VC-TOLLERANZA
                   MOVE WS-CDC-DATA TO VC-DATA
                   MOVE WS-CDC-ORA TO VC-ORA
                   WRITE VerificaCampioneRecord
               END-IF
           END-PERFORM.
           CLOSE VerificaCampioneFile.
       Salva-Verifiche-exit.
           EXIT.

       Scrivi-Riga-Rapporto.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               ADD 1 TO WS-HDR-PAGINA
               MOVE RapportoLine TO WS-RIGA-SCAMBIO
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO RapportoLine
               WRITE RapportoLine
               DISPLAY RapportoLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SCAMBIO TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-Rapporto-exit.
           EXIT.
       END PROGRAM ElezCampione.
