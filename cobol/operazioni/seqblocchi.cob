      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Reserved number blocks for seggi that run without a
      *          live connection to the sequence generator. Mode P
      *          reserves, ahead of election day, a block of a series
      *          (by default the seggio's own receipt series) for a
      *          named seggio: IncrementoDecremento advances the
      *          counter past it and ledgers it as one "P" range, the
      *          block goes on the register BLOCCHI_SERIE.DAT and the
      *          one-record BLOCCO_<seggio>.DAT is written for the
      *          offline terminal. Mode R takes the block back at
      *          close: the receipts the terminal issued, off its
      *          EMISSIONI_<seggio>.LOG, are merged into EMISSIONI.LOG
      *          as "U" entries and every number of the block left
      *          unused is formally voided ("V" ranges), so SeqAudit
      *          still proves the series continuous. Mode L lists the
      *          register.
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeqBlocchi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    One SELECT serves both the register and a seggio's block
      *    file: same layout, the name set before each OPEN.
           SELECT BlocchiFile ASSIGN TO WS-FILE-BLOCCO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BLOCCO.
           SELECT EmissioniFile ASSIGN TO "EMISSIONI.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMISSIONI.
           SELECT EmissioniLocaleFile ASSIGN TO WS-FILE-EMISSIONI-LOC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EMISSIONI-LOC.
           SELECT SerraturaFile ASSIGN TO "SEQUENZA.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SERRATURA.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY SEQBLKD.
       FD  EmissioniFile.
      *    The shop's issuance ledger, as IncrementoDecremento writes
      *    it.
       01  EmissioneRecord.
           05 EM-SERIE         PIC X(10).
           05 EM-NUMERO        PIC 9(9).
           05 EM-DATA          PIC 9(8).
           05 EM-ORA           PIC 9(6).
           05 EM-CHIAMANTE     PIC X(10).
           05 EM-TIPO          PIC X.
           05 EM-FINE          PIC 9(9).
           05 EM-RIFERIMENTO   PIC X(10).
       FD  EmissioniLocaleFile.
      *    The offline seggio's own ledger, same layout, written by
      *    Elezioni's Ricevuta-Da-Blocco.
       01  EmissioneLocaleRecord.
           05 EL-SERIE         PIC X(10).
           05 EL-NUMERO        PIC 9(9).
           05 EL-DATA          PIC 9(8).
           05 EL-ORA           PIC 9(6).
           05 EL-CHIAMANTE     PIC X(10).
           05 EL-TIPO          PIC X.
           05 EL-FINE          PIC 9(9).
           05 EL-RIFERIMENTO   PIC X(10).
       FD  SerraturaFile.
       01  SerraturaRecord     PIC X(8).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "L".
       01  WS-FILE-BLOCCO      PIC X(50) VALUE SPACES.
       01  WS-FS-BLOCCO        PIC XX VALUE "00".
       01  WS-FILE-REGISTRO    PIC X(50) VALUE "BLOCCHI_SERIE.DAT".
       01  WS-FS-EMISSIONI     PIC XX VALUE "00".
       01  WS-FILE-EMISSIONI-LOC PIC X(50) VALUE SPACES.
       01  WS-FS-EMISSIONI-LOC PIC XX VALUE "00".
       01  WS-LOCALE-APERTO    PIC X VALUE "N".
       01  WS-FS-SERRATURA     PIC XX VALUE "00".
       01  WS-TENTATIVI        PIC 9(5) VALUE 0.
       01  WS-MAX-TENTATIVI    PIC 9(5) VALUE 20000.
       01  WS-SERRATURA-PRESA  PIC X VALUE "N".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
       01  WS-ORA-ADESSO       PIC 9(8) VALUE 0.
       01  WS-SEGGIO-SCELTO    PIC X(10) VALUE SPACES.
       01  WS-SERIE-SCELTA     PIC X(10) VALUE SPACES.
       01  WS-QUANTITA         PIC 9(5) VALUE 0.
      * A block is sized for one seggio's election, not a year's
      * issue: the return tallies it number by number.
       01  WS-MAX-BLOCCO       PIC 9(5) VALUE 9999.
      * The register in memory, rewritten whole on every change.
       01  WS-MAX-BLOCCHI      PIC 9(3) VALUE 200.
       01  WS-NUM-BLOCCHI      PIC 9(3) VALUE 0.
       01  WS-BLK-IDX          PIC 9(3) VALUE 0.
       01  WS-BLK-TROVATO      PIC 9(3) VALUE 0.
       01  BLOCCHI-TAB.
           05 BLOCCO-ROW OCCURS 200 TIMES.
              10 BT-REC         PIC X(82).
      * Return tally: how many times each number of the block shows
      * on the seggio's ledger.
       01  USATI-TAB.
           05 US-CONTA OCCURS 9999 TIMES PIC 9.
       01  WS-OFFSET           PIC 9(5) VALUE 0.
       01  WS-DIMENSIONE       PIC 9(5) VALUE 0.
       01  WS-INIZIO-VUOTO     PIC 9(9) VALUE 0.
       01  WS-NUMERO-CORR      PIC 9(9) VALUE 0.
       01  WS-USATI            PIC 9(9) VALUE 0.
       01  WS-ANNULLATI        PIC 9(9) VALUE 0.
       01  WS-FUSI             PIC 9(7) VALUE 0.
       01  WS-ANOMALIE         PIC 9(5) VALUE 0.
       01  WS-RIENTRATI        PIC 9(3) VALUE 0.
      * The sequence-generator request, as every caller builds it.
       01  WS-RICHIESTA-SEQ.
           05 WS-SEQ-SERIE         PIC X(10) VALUE SPACES.
           05 WS-SEQ-PRIMO         PIC 9(9) VALUE 0.
           05 WS-SEQ-INIZIALE      PIC 9(9) VALUE 1.
           05 WS-SEQ-LIMITE        PIC 9(9) VALUE 0.
           05 WS-SEQ-AZZERA        PIC X VALUE "N".
           05 WS-SEQ-ESITO         PIC X VALUE "0".
           05 WS-SEQ-CHIAMANTE     PIC X(10) VALUE "SeqBlocchi".
           05 WS-SEQ-BLOCCO        PIC 9(9) VALUE 0.
           05 WS-SEQ-RIFERIMENTO   PIC X(10) VALUE SPACES.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Blocchi di numerazione per seggi non"
                   " collegati ::".
           DISPLAY "Modalita' (P=prenota blocco, R=rientro blocco,"
                   " L=lista registro): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "SeqBlocchi" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM Carica-Registro THRU Carica-Registro-exit.
           EVALUATE WS-MODALITA
               WHEN "P"
                   PERFORM Prenota-Blocco THRU Prenota-Blocco-exit
               WHEN "R"
                   PERFORM Rientro-Seggio THRU Rientro-Seggio-exit
               WHEN OTHER
                   PERFORM Lista-Registro THRU Lista-Registro-exit
           END-EVALUATE.
           STOP RUN.

       Carica-Registro.
           MOVE 0 TO WS-NUM-BLOCCHI.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE WS-FILE-REGISTRO TO WS-FILE-BLOCCO.
           OPEN INPUT BlocchiFile.
           IF WS-FS-BLOCCO NOT = "00"
               GO TO Carica-Registro-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ BlocchiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-BLOCCHI < WS-MAX-BLOCCHI
                           ADD 1 TO WS-NUM-BLOCCHI
                           MOVE BloccoRecord
                               TO BT-REC (WS-NUM-BLOCCHI)
                       ELSE
                           DISPLAY "Registro blocchi oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BlocchiFile.
       Carica-Registro-exit.
           EXIT.

       Salva-Registro.
           MOVE WS-FILE-REGISTRO TO WS-FILE-BLOCCO.
           OPEN OUTPUT BlocchiFile.
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-NUM-BLOCCHI
               MOVE BT-REC (WS-BLK-IDX) TO BloccoRecord
               WRITE BloccoRecord
           END-PERFORM.
           CLOSE BlocchiFile.
       Salva-Registro-exit.
           EXIT.

       Prenota-Blocco.
      *    One open block per seggio and series: a second one would
      *    leave the terminal two files to choose from and the
      *    return two ledgers to tell apart.
           IF WS-NUM-BLOCCHI >= WS-MAX-BLOCCHI
               DISPLAY "Registro blocchi al limite: nessuna"
                       " prenotazione."
               GO TO Prenota-Blocco-exit
           END-IF.
           DISPLAY "Codice del seggio: ".
           ACCEPT WS-SEGGIO-SCELTO.
           DISPLAY "Serie (vuoto = ricevute del seggio): ".
           ACCEPT WS-SERIE-SCELTA.
      *    The receipt series is built exactly as Elezioni's
      *    Assegna-Ricevuta builds it, with its options: starts at
      *    1, restarts each January.
           IF WS-SERIE-SCELTA = SPACES
               STRING "R" DELIMITED BY SIZE
                      WS-SEGGIO-SCELTO (1:9) DELIMITED BY SIZE
                      INTO WS-SERIE-SCELTA
               MOVE "S" TO WS-SEQ-AZZERA
           ELSE
               MOVE "N" TO WS-SEQ-AZZERA
           END-IF.
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-NUM-BLOCCHI
               MOVE BT-REC (WS-BLK-IDX) TO BloccoRecord
               IF BL-SEGGIO = WS-SEGGIO-SCELTO
                  AND BL-SERIE = WS-SERIE-SCELTA
                  AND BL-STATO = "A"
                   DISPLAY "Il seggio " FUNCTION TRIM (BL-SEGGIO)
                           " ha gia' il blocco aperto " BL-PRIMO
                           " - " BL-ULTIMO ": farlo rientrare prima."
                   GO TO Prenota-Blocco-exit
               END-IF
           END-PERFORM.
           DISPLAY "Quantita' di numeri da prenotare (2-"
                   WS-MAX-BLOCCO "): ".
           ACCEPT WS-QUANTITA.
           IF WS-QUANTITA < 2 OR WS-QUANTITA > WS-MAX-BLOCCO
               DISPLAY "Quantita' " WS-QUANTITA " non ammessa."
               GO TO Prenota-Blocco-exit
           END-IF.
           MOVE WS-SERIE-SCELTA TO WS-SEQ-SERIE.
           MOVE WS-QUANTITA TO WS-SEQ-BLOCCO.
           MOVE WS-SEGGIO-SCELTO TO WS-SEQ-RIFERIMENTO.
           MOVE 0 TO WS-SEQ-PRIMO.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           IF WS-SEQ-ESITO NOT = "0"
               DISPLAY "Blocco non prenotato (esito " WS-SEQ-ESITO
                       "): nessun file di blocco emesso."
               MOVE "SeqBlocchi" TO WS-ERR-PROGRAMMA
               MOVE "Prenota-Blocco" TO WS-ERR-PARAGRAFO
               MOVE "prenotazione blocco rifiutata dal generatore"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Prenota-Blocco-exit
           END-IF.
           MOVE SPACES TO BloccoRecord.
           MOVE WS-SERIE-SCELTA TO BL-SERIE.
           MOVE WS-SEGGIO-SCELTO TO BL-SEGGIO.
           MOVE WS-SEQ-PRIMO TO BL-PRIMO.
           COMPUTE BL-ULTIMO = WS-SEQ-PRIMO + WS-QUANTITA - 1.
           MOVE WS-SEQ-PRIMO TO BL-PROSSIMO.
           MOVE WS-DATA-OGGI TO BL-DATA-PREN.
           MOVE "A" TO BL-STATO.
           MOVE 0 TO BL-DATA-RIENTRO.
           MOVE 0 TO BL-USATI.
           MOVE 0 TO BL-ANNULLATI.
           ADD 1 TO WS-NUM-BLOCCHI.
           MOVE BloccoRecord TO BT-REC (WS-NUM-BLOCCHI).
           PERFORM Salva-Registro THRU Salva-Registro-exit.
           PERFORM Nome-File-Seggio THRU Nome-File-Seggio-exit.
           OPEN OUTPUT BlocchiFile.
           MOVE BT-REC (WS-NUM-BLOCCHI) TO BloccoRecord.
           WRITE BloccoRecord.
           CLOSE BlocchiFile.
           DISPLAY "Blocco " BL-PRIMO " - " BL-ULTIMO " della serie "
                   FUNCTION TRIM (BL-SERIE) " prenotato per il"
                   " seggio " FUNCTION TRIM (BL-SEGGIO) ".".
           DISPLAY "Caricare " FUNCTION TRIM (WS-FILE-BLOCCO)
                   " sul terminale del seggio.".
       Prenota-Blocco-exit.
           EXIT.

       Nome-File-Seggio.
      *    BLOCCO_<seggio>.DAT and EMISSIONI_<seggio>.LOG, named as
      *    Elezioni names them on the terminal.
           MOVE SPACES TO WS-FILE-BLOCCO.
           STRING "BLOCCO_" DELIMITED BY SIZE
                  WS-SEGGIO-SCELTO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-BLOCCO.
           MOVE SPACES TO WS-FILE-EMISSIONI-LOC.
           STRING "EMISSIONI_" DELIMITED BY SIZE
                  WS-SEGGIO-SCELTO DELIMITED BY SPACE
                  ".LOG" DELIMITED BY SIZE
                  INTO WS-FILE-EMISSIONI-LOC.
       Nome-File-Seggio-exit.
           EXIT.

       Rientro-Seggio.
      *    Every open block of the seggio comes back in one run,
      *    under the generator's own lock: the merged lines land on
      *    EMISSIONI.LOG between, never inside, live issuances.
           DISPLAY "Codice del seggio che rientra: ".
           ACCEPT WS-SEGGIO-SCELTO.
           PERFORM Nome-File-Seggio THRU Nome-File-Seggio-exit.
           PERFORM Prendi-Serratura THRU Prendi-Serratura-exit.
           IF WS-SERRATURA-PRESA = "N"
               DISPLAY "Generatore di sequenze occupato: rientro"
                       " non eseguito, riprovare."
               MOVE 8 TO RETURN-CODE
               GO TO Rientro-Seggio-exit
           END-IF.
           MOVE 0 TO WS-RIENTRATI.
           MOVE 0 TO WS-ANOMALIE.
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-NUM-BLOCCHI
               MOVE BT-REC (WS-BLK-IDX) TO BloccoRecord
               IF BL-SEGGIO = WS-SEGGIO-SCELTO AND BL-STATO = "A"
                   MOVE WS-BLK-IDX TO WS-BLK-TROVATO
                   PERFORM Rientra-Blocco THRU Rientra-Blocco-exit
                   MOVE BloccoRecord TO BT-REC (WS-BLK-TROVATO)
                   ADD 1 TO WS-RIENTRATI
               END-IF
           END-PERFORM.
           IF WS-RIENTRATI = 0
               CLOSE SerraturaFile
               DISPLAY "Nessun blocco aperto per il seggio "
                       FUNCTION TRIM (WS-SEGGIO-SCELTO) "."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO Rientro-Seggio-exit
           END-IF.
           PERFORM Salva-Registro THRU Salva-Registro-exit.
           CLOSE SerraturaFile.
           PERFORM Chiudi-Blocco-Seggio
                   THRU Chiudi-Blocco-Seggio-exit.
           IF WS-ANOMALIE > 0
               DISPLAY WS-ANOMALIE " righe anomale sul registro del"
                       " seggio: fuse come registrate, SeqAudit le"
                       " segnalera'."
               MOVE "SeqBlocchi" TO WS-ERR-PROGRAMMA
               MOVE "Rientro-Seggio" TO WS-ERR-PARAGRAFO
               MOVE "registro emissioni del seggio con anomalie"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Rientro-Seggio-exit.
           EXIT.

       Rientra-Blocco.
      *    BloccoRecord holds the open block. Its lines on the
      *    seggio's ledger are merged as issued. The terminal keeps
      *    its ledger across blocks, and a series never reserves the
      *    same range twice: a line outside this block belongs to
      *    one already returned and is skipped. A number met twice
      *    is merged all the same - the ledger is the evidence -
      *    and counted as an anomaly.
           MOVE 0 TO WS-USATI.
           MOVE 0 TO WS-ANNULLATI.
           MOVE 0 TO WS-FUSI.
           COMPUTE WS-DIMENSIONE = BL-ULTIMO - BL-PRIMO + 1.
           INITIALIZE USATI-TAB.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE "Y" TO WS-LOCALE-APERTO.
           OPEN INPUT EmissioniLocaleFile.
           IF WS-FS-EMISSIONI-LOC NOT = "00"
               MOVE "N" TO WS-LOCALE-APERTO
               DISPLAY "Registro " FUNCTION TRIM
                       (WS-FILE-EMISSIONI-LOC) " assente: tutto il"
                       " blocco sara' annullato."
               MOVE "Y" TO WS-EOF-LETTURA
           END-IF.
           OPEN EXTEND EmissioniFile.
           IF WS-FS-EMISSIONI = "35"
               OPEN OUTPUT EmissioniFile
               CLOSE EmissioniFile
               OPEN EXTEND EmissioniFile
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EmissioniLocaleFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF EL-SERIE = BL-SERIE
                          AND EL-NUMERO >= BL-PRIMO
                          AND EL-NUMERO <= BL-ULTIMO
                           PERFORM Fondi-Emissione
                                   THRU Fondi-Emissione-exit
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOCALE-APERTO = "Y"
               CLOSE EmissioniLocaleFile
           END-IF.
      *    The unused remainder - wherever it lies in the block,
      *    not only past the last number issued - is voided in
      *    ranges of consecutive numbers.
           MOVE 0 TO WS-INIZIO-VUOTO.
           PERFORM VARYING WS-OFFSET FROM 1 BY 1
                   UNTIL WS-OFFSET > WS-DIMENSIONE
               COMPUTE WS-NUMERO-CORR = BL-PRIMO + WS-OFFSET - 1
               IF US-CONTA (WS-OFFSET) = 0
                   ADD 1 TO WS-ANNULLATI
                   IF WS-INIZIO-VUOTO = 0
                       MOVE WS-NUMERO-CORR TO WS-INIZIO-VUOTO
                   END-IF
               ELSE
                   IF WS-INIZIO-VUOTO > 0
                       COMPUTE WS-NUMERO-CORR = WS-NUMERO-CORR - 1
                       PERFORM Annulla-Intervallo
                               THRU Annulla-Intervallo-exit
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INIZIO-VUOTO > 0
               MOVE BL-ULTIMO TO WS-NUMERO-CORR
               PERFORM Annulla-Intervallo
                       THRU Annulla-Intervallo-exit
           END-IF.
           CLOSE EmissioniFile.
           MOVE "C" TO BL-STATO.
           MOVE WS-DATA-OGGI TO BL-DATA-RIENTRO.
           MOVE WS-USATI TO BL-USATI.
           MOVE WS-ANNULLATI TO BL-ANNULLATI.
           DISPLAY "Blocco " BL-PRIMO " - " BL-ULTIMO " serie "
                   FUNCTION TRIM (BL-SERIE) ": " WS-FUSI
                   " righe fuse, " WS-USATI " numeri usati, "
                   WS-ANNULLATI " annullati.".
       Rientra-Blocco-exit.
           EXIT.

       Fondi-Emissione.
           MOVE EL-SERIE TO EM-SERIE.
           MOVE EL-NUMERO TO EM-NUMERO.
           MOVE EL-DATA TO EM-DATA.
           MOVE EL-ORA TO EM-ORA.
           MOVE EL-CHIAMANTE TO EM-CHIAMANTE.
           MOVE "U" TO EM-TIPO.
           MOVE EL-NUMERO TO EM-FINE.
           MOVE BL-SEGGIO TO EM-RIFERIMENTO.
           WRITE EmissioneRecord.
           ADD 1 TO WS-FUSI.
           COMPUTE WS-OFFSET = EL-NUMERO - BL-PRIMO + 1.
           IF US-CONTA (WS-OFFSET) > 0
               DISPLAY "ANOMALIA: numero " EL-NUMERO " emesso piu'"
                       " volte dal seggio."
               ADD 1 TO WS-ANOMALIE
           ELSE
               ADD 1 TO WS-USATI
           END-IF.
           IF US-CONTA (WS-OFFSET) < 9
               ADD 1 TO US-CONTA (WS-OFFSET)
           END-IF.
       Fondi-Emissione-exit.
           EXIT.

       Annulla-Intervallo.
      *    One "V" line voids WS-INIZIO-VUOTO to WS-NUMERO-CORR.
           ACCEPT WS-ORA-ADESSO FROM TIME.
           MOVE BL-SERIE TO EM-SERIE.
           MOVE WS-INIZIO-VUOTO TO EM-NUMERO.
           MOVE WS-DATA-OGGI TO EM-DATA.
           COMPUTE EM-ORA = WS-ORA-ADESSO / 100.
           MOVE "SeqBlocchi" TO EM-CHIAMANTE.
           MOVE "V" TO EM-TIPO.
           MOVE WS-NUMERO-CORR TO EM-FINE.
           MOVE BL-SEGGIO TO EM-RIFERIMENTO.
           WRITE EmissioneRecord.
           MOVE 0 TO WS-INIZIO-VUOTO.
       Annulla-Intervallo-exit.
           EXIT.

       Chiudi-Blocco-Seggio.
      *    A copy of the block file left at the central site is
      *    closed too, so it can never be carried back out and
      *    issued from again.
           PERFORM Nome-File-Seggio THRU Nome-File-Seggio-exit.
           OPEN INPUT BlocchiFile.
           IF WS-FS-BLOCCO NOT = "00"
               GO TO Chiudi-Blocco-Seggio-exit
           END-IF.
           READ BlocchiFile
               AT END MOVE SPACES TO BloccoRecord
           END-READ.
           CLOSE BlocchiFile.
           IF BL-STATO NOT = "A"
               GO TO Chiudi-Blocco-Seggio-exit
           END-IF.
           MOVE "C" TO BL-STATO.
           MOVE WS-DATA-OGGI TO BL-DATA-RIENTRO.
           OPEN OUTPUT BlocchiFile.
           WRITE BloccoRecord.
           CLOSE BlocchiFile.
       Chiudi-Blocco-Seggio-exit.
           EXIT.

       Prendi-Serratura.
      *    The same exclusive lock IncrementoDecremento takes around
      *    its read-modify-write cycle.
           MOVE "N" TO WS-SERRATURA-PRESA.
           OPEN I-O SerraturaFile WITH LOCK.
           IF WS-FS-SERRATURA = "35"
               OPEN OUTPUT SerraturaFile
               CLOSE SerraturaFile
               OPEN I-O SerraturaFile WITH LOCK
           END-IF.
           MOVE 0 TO WS-TENTATIVI.
           PERFORM UNTIL WS-FS-SERRATURA = "00"
                   OR WS-TENTATIVI >= WS-MAX-TENTATIVI
               ADD 1 TO WS-TENTATIVI
               OPEN I-O SerraturaFile WITH LOCK
           END-PERFORM.
           IF WS-FS-SERRATURA = "00"
               MOVE "Y" TO WS-SERRATURA-PRESA
           END-IF.
       Prendi-Serratura-exit.
           EXIT.

       Lista-Registro.
           DISPLAY "REGISTRO BLOCCHI (" WS-NUM-BLOCCHI " voci):".
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-NUM-BLOCCHI
               MOVE BT-REC (WS-BLK-IDX) TO BloccoRecord
               DISPLAY FUNCTION TRIM (BL-SEGGIO) " "
                       FUNCTION TRIM (BL-SERIE) " " BL-PRIMO
                       " - " BL-ULTIMO " pren. " BL-DATA-PREN
                       " stato " BL-STATO
               IF BL-STATO = "C"
                   DISPLAY "      rientrato " BL-DATA-RIENTRO
                           ": usati " BL-USATI " annullati "
                           BL-ANNULLATI
               END-IF
           END-PERFORM.
       Lista-Registro-exit.
           EXIT.
       END PROGRAM SeqBlocchi.
