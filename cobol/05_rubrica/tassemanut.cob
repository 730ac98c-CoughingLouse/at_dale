      *          be filed for a course that is on the course
      *          catalogue.
      * Tectonics: cobc
      * Mod: 15/10/2026 - CorsoRecord carries CO-CFU and
      *      CO-FREQ-MIN, the full CORSI.DAT line CorsiManut writes.
      * Mod: 15/10/2026 - modes B, R and E keep the income-band fees
      *      (TASSE_FASCE.DAT), the students' declared income
      *      (REDDITI_STUDENTI.DAT) and the fee exemptions by
      *      ground and percentage (ESENZIONI.DAT); L lists the bands.
      * Mod: 15/10/2026 - mode G keeps the general-ledger account
      *      mapping (CONTI_CONTABILI.DAT): debit and credit account per
      *      accounting event type, cost centre per course; L lists it.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Fees and income bands carry the operator who
      *      last set them (TC-/TF-OPERATORE), shown in the
      *      listing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TasseManut.
           SELECT CorsiFile ASSIGN TO WS-FILE-CORSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORSI.
           SELECT FasceTasseFile ASSIGN TO WS-FILE-FASCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FASCE.
           SELECT RedditiFile ASSIGN TO WS-FILE-REDDITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDDITI.
           SELECT EsenzioniFile ASSIGN TO WS-FILE-ESENZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESENZIONI.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT AnnoAccFile ASSIGN TO WS-FILE-ANNO-ACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNO-ACC.
           SELECT MappaContiFile ASSIGN TO WS-FILE-CONTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTI.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       01  TassaRecord.
           05 TC-CORSO        PIC 9(5).
           05 TC-IMPORTO      PIC 9(7)V99.
      *    Operator who last set the fee (blank on older lines).
           05 TC-OPERATORE    PIC X(8).
       FD  CorsiFile.
       01  CorsoRecord.
           05 CO-CODICE       PIC 9(5).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
           COPY TASSEFAD.
           COPY REDDITID.
           COPY ESENZIOD.
       FD  StudentiFile.
       01  StudenteRecord.
           05 SR-MATRICOLA    PIC 9(5).
           05 SR-CORSO        PIC 9(5).
           05 SR-NOME         PIC X(15).
           05 SR-COGNOME      PIC X(20).
           05 SR-GIORNO       PIC 99.
           05 SR-MESE         PIC 99.
           05 SR-ANNO         PIC 9(4).
           05 SR-STATO        PIC X.
           05 SR-ANNO-ACC     PIC 9(4).
       FD  AnnoAccFile.
       01  AnnoAccRecord      PIC 9(4).
           COPY CONTIMAD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "L".
           05 TASSA-ROW OCCURS 100 TIMES.
              10 TS-CORSO       PIC 9(5).
              10 TS-IMPORTO     PIC 9(7)V99.
              10 TS-OPERATORE   PIC X(8).
       01  WS-CORSO-SCELTO     PIC 9(5) VALUE 0.
       01  WS-CORSO-VALIDO     PIC X VALUE "N".
       01  WS-TITOLO-CORSO     PIC X(30) VALUE SPACES.
       01  WS-FILE-FASCE       PIC X(50) VALUE "TASSE_FASCE.DAT".
       01  WS-FS-FASCE         PIC XX VALUE "00".
       01  WS-FILE-REDDITI     PIC X(50)
                               VALUE "REDDITI_STUDENTI.DAT".
       01  WS-FS-REDDITI       PIC XX VALUE "00".
       01  WS-FILE-ESENZIONI   PIC X(50) VALUE "ESENZIONI.DAT".
       01  WS-FS-ESENZIONI     PIC XX VALUE "00".
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-ANNO-ACC    PIC X(50)
                               VALUE "ANNO_ACCADEMICO.DAT".
       01  WS-FS-ANNO-ACC      PIC XX VALUE "00".
       01  WS-DATA-OGGI.
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-ANNO-ACC-CORRENTE PIC 9(4) VALUE 0.
      * The income bands of every course, loaded whole.
       01  WS-MAX-FASCE        PIC 9(3) VALUE 500.
       01  WS-NUM-FASCE        PIC 9(3) VALUE 0.
       01  WS-FASCIA-IDX       PIC 9(3) VALUE 0.
       01  WS-FASCIA-TROVATA   PIC 9(3) VALUE 0.
       01  FASCE-TAB.
           05 FASCIA-ROW OCCURS 500 TIMES.
              10 FB-CORSO       PIC 9(5).
              10 FB-FASCIA      PIC 99.
              10 FB-REDDITO-MAX PIC 9(7)V99.
              10 FB-IMPORTO     PIC 9(7)V99.
              10 FB-OPERATORE   PIC X(8).
       01  WS-FASCIA-SCELTA    PIC 99 VALUE 0.
       01  WS-OPERAZIONE       PIC X VALUE SPACE.
       01  WS-REDDITO-MAX      PIC 9(7)V99 VALUE 0.
       01  WS-IMPORTO-FASCIA   PIC 9(7)V99 VALUE 0.
      * Income declarations and exemptions, loaded whole and written
      * back after the change.
       01  WS-MAX-REDDITI      PIC 9(4) VALUE 5000.
       01  WS-NUM-REDDITI      PIC 9(4) VALUE 0.
       01  WS-REDDITO-IDX      PIC 9(4) VALUE 0.
       01  WS-REDDITO-TROVATO  PIC 9(4) VALUE 0.
       01  REDDITI-TAB.
           05 REDDITO-ROW OCCURS 5000 TIMES.
              10 RE-REC         PIC X(26).
       01  WS-MAX-ESENZIONI    PIC 9(4) VALUE 5000.
       01  WS-NUM-ESENZIONI    PIC 9(4) VALUE 0.
       01  WS-ESENZIONE-IDX    PIC 9(4) VALUE 0.
       01  WS-ESENZIONE-TROVATA PIC 9(4) VALUE 0.
       01  ESENZIONI-TAB.
           05 ESENZIONE-ROW OCCURS 5000 TIMES.
              10 EX-REC         PIC X(59).
       01  WS-MATRICOLA-SCELTA PIC 9(5) VALUE 0.
       01  WS-MATRICOLA-VALIDA PIC X VALUE "N".
       01  WS-ANNO-SCELTO      PIC 9(4) VALUE 0.
       01  WS-REDDITO          PIC 9(7)V99 VALUE 0.
       01  WS-MOTIVO           PIC X VALUE SPACE.
       01  WS-MOTIVO-DESCR     PIC X(30) VALUE SPACES.
       01  WS-PERCENTUALE      PIC 9(3) VALUE 0.
       01  WS-PERC-ALTRE       PIC 9(4) VALUE 0.
       01  WS-RIFERIMENTO      PIC X(20) VALUE SPACES.
      * The general-ledger account mapping, loaded whole and
      * written back after the change.
       01  WS-FILE-CONTI       PIC X(50) VALUE "CONTI_CONTABILI.DAT".
       01  WS-FS-CONTI         PIC XX VALUE "00".
       01  WS-MAX-CONTI        PIC 9(3) VALUE 500.
       01  WS-NUM-CONTI        PIC 9(3) VALUE 0.
       01  WS-CONTO-IDX        PIC 9(3) VALUE 0.
       01  WS-CONTO-TROVATO    PIC 9(3) VALUE 0.
       01  CONTI-TAB.
           05 CONTO-ROW OCCURS 500 TIMES.
              10 CT-REC         PIC X(56).
       01  WS-TIPO-VOCE        PIC X VALUE SPACE.
       01  WS-CHIAVE-VOCE      PIC X(5) VALUE SPACES.
       01  WS-TIPO-MOVIMENTO   PIC XX VALUE SPACES.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Manutenzione tariffario dei corsi ::".
           DISPLAY "Modalita' (A=aggiungi tassa, M=modifica tassa,"
                   " B=fascia di reddito, R=reddito dichiarato,"
                   " E=esenzione, G=tabella dei conti contabili,"
                   " L=lista tariffario): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "TasseManut" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM Carica-Tasse THRU Carica-Tasse-exit.
           PERFORM Carica-Fasce THRU Carica-Fasce-exit.
           EVALUATE WS-MODALITA
               WHEN "A"
                   PERFORM Aggiungi-Tassa THRU Aggiungi-Tassa-exit
               WHEN "M"
                   PERFORM Modifica-Tassa THRU Modifica-Tassa-exit
               WHEN "B"
                   PERFORM Gestisci-Fascia THRU Gestisci-Fascia-exit
               WHEN "R"
                   PERFORM Carica-Anno-Accademico
                           THRU Carica-Anno-Accademico-exit
                   PERFORM Registra-Reddito
                           THRU Registra-Reddito-exit
               WHEN "E"
                   PERFORM Carica-Anno-Accademico
                           THRU Carica-Anno-Accademico-exit
                   PERFORM Registra-Esenzione
                           THRU Registra-Esenzione-exit
               WHEN "G"
                   PERFORM Gestisci-Conto THRU Gestisci-Conto-exit
               WHEN OTHER
                   PERFORM Lista-Tariffario
                           THRU Lista-Tariffario-exit
                           MOVE TC-CORSO TO TS-CORSO (WS-NUM-TASSE)
                           MOVE TC-IMPORTO
                               TO TS-IMPORTO (WS-NUM-TASSE)
                           MOVE TC-OPERATORE
                               TO TS-OPERATORE (WS-NUM-TASSE)
                       ELSE
                           DISPLAY "Tariffario oltre il limite:"
                                   " voce ignorata."
                   UNTIL WS-TASSA-IDX > WS-NUM-TASSE
               MOVE TS-CORSO (WS-TASSA-IDX) TO TC-CORSO
               MOVE TS-IMPORTO (WS-TASSA-IDX) TO TC-IMPORTO
               MOVE TS-OPERATORE (WS-TASSA-IDX) TO TC-OPERATORE
               WRITE TassaRecord
           END-PERFORM.
           CLOSE TasseFile.
           MOVE WS-CORSO-SCELTO TO TS-CORSO (WS-NUM-TASSE).
           DISPLAY "Importo della tassa annuale (es. 0001500.00): ".
           ACCEPT TS-IMPORTO (WS-NUM-TASSE).
           MOVE WS-ACC-OPERATORE TO TS-OPERATORE (WS-NUM-TASSE).
           PERFORM Salva-Tasse THRU Salva-Tasse-exit.
           DISPLAY "Tassa registrata per il corso " WS-CORSO-SCELTO
                   " (" FUNCTION TRIM (WS-TITOLO-CORSO) ").".
                   TS-IMPORTO (WS-TASSA-TROVATA)
                   ". Nuovo importo: ".
           ACCEPT TS-IMPORTO (WS-TASSA-TROVATA).
           MOVE WS-ACC-OPERATORE TO TS-OPERATORE (WS-TASSA-TROVATA).
           PERFORM Salva-Tasse THRU Salva-Tasse-exit.
           DISPLAY "Tassa aggiornata per il corso "
                   WS-CORSO-SCELTO ".".
               DISPLAY TS-CORSO (WS-TASSA-IDX) " "
                       FUNCTION TRIM (WS-TITOLO-CORSO)
                       " importo=" TS-IMPORTO (WS-TASSA-IDX)
                       " op=" TS-OPERATORE (WS-TASSA-IDX)
           END-PERFORM.
           DISPLAY "FASCE DI REDDITO (" WS-NUM-FASCE " voci):".
           PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                   UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
               DISPLAY FB-CORSO (WS-FASCIA-IDX)
                       " fascia " FB-FASCIA (WS-FASCIA-IDX)
                       " reddito fino a "
                       FB-REDDITO-MAX (WS-FASCIA-IDX)
                       " importo=" FB-IMPORTO (WS-FASCIA-IDX)
                       " op=" FB-OPERATORE (WS-FASCIA-IDX)
           END-PERFORM.
           PERFORM Carica-Conti THRU Carica-Conti-exit.
           DISPLAY "TABELLA DEI CONTI (" WS-NUM-CONTI " voci):".
           PERFORM VARYING WS-CONTO-IDX FROM 1 BY 1
                   UNTIL WS-CONTO-IDX > WS-NUM-CONTI
               MOVE CT-REC (WS-CONTO-IDX) TO MappaContoRecord
               IF MC-TIPO = "D"
                   DISPLAY "movimento " MC-CHIAVE (1:2)
                           " dare " MC-CONTO-DARE
                           " avere " MC-CONTO-AVERE " "
                           FUNCTION TRIM (MC-DESCRIZIONE)
               ELSE
                   DISPLAY "corso " MC-CHIAVE
                           " centro di costo " MC-CDC
               END-IF
           END-PERFORM.
       Lista-Tariffario-exit.
           EXIT.

       Carica-Anno-Accademico.
      *    The same year rule Rubrica applies: the single-record
      *    file when present, otherwise derived from today.
           OPEN INPUT AnnoAccFile.
           IF WS-FS-ANNO-ACC = "00"
               READ AnnoAccFile
                   AT END MOVE 0 TO WS-ANNO-ACC-CORRENTE
                   NOT AT END
                       MOVE AnnoAccRecord TO WS-ANNO-ACC-CORRENTE
               END-READ
               CLOSE AnnoAccFile
           END-IF.
           IF WS-ANNO-ACC-CORRENTE = 0
               IF WS-OGGI-MESE >= 9
                   MOVE WS-OGGI-ANNO TO WS-ANNO-ACC-CORRENTE
               ELSE
                   COMPUTE WS-ANNO-ACC-CORRENTE = WS-OGGI-ANNO - 1
               END-IF
           END-IF.
       Carica-Anno-Accademico-exit.
           EXIT.

       Carica-Fasce.
           MOVE 0 TO WS-NUM-FASCE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT FasceTasseFile.
           IF WS-FS-FASCE NOT = "00"
               GO TO Carica-Fasce-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FasceTasseFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-FASCE < WS-MAX-FASCE
                           ADD 1 TO WS-NUM-FASCE
                           MOVE TF-CORSO TO FB-CORSO (WS-NUM-FASCE)
                           MOVE TF-FASCIA TO FB-FASCIA (WS-NUM-FASCE)
                           MOVE TF-REDDITO-MAX
                               TO FB-REDDITO-MAX (WS-NUM-FASCE)
                           MOVE TF-IMPORTO
                               TO FB-IMPORTO (WS-NUM-FASCE)
                           MOVE TF-OPERATORE
                               TO FB-OPERATORE (WS-NUM-FASCE)
                       ELSE
                           DISPLAY "Fasce di reddito oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FasceTasseFile.
       Carica-Fasce-exit.
           EXIT.

       Salva-Fasce.
           OPEN OUTPUT FasceTasseFile.
           PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                   UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
               MOVE FB-CORSO (WS-FASCIA-IDX) TO TF-CORSO
               MOVE FB-FASCIA (WS-FASCIA-IDX) TO TF-FASCIA
               MOVE FB-REDDITO-MAX (WS-FASCIA-IDX) TO TF-REDDITO-MAX
               MOVE FB-IMPORTO (WS-FASCIA-IDX) TO TF-IMPORTO
               MOVE FB-OPERATORE (WS-FASCIA-IDX) TO TF-OPERATORE
               WRITE FasciaTassaRecord
           END-PERFORM.
           CLOSE FasceTasseFile.
       Salva-Fasce-exit.
           EXIT.

       Cerca-Fascia.
           MOVE 0 TO WS-FASCIA-TROVATA.
           PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                   UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
               IF FB-CORSO (WS-FASCIA-IDX) = WS-CORSO-SCELTO
                  AND FB-FASCIA (WS-FASCIA-IDX) = WS-FASCIA-SCELTA
                   MOVE WS-FASCIA-IDX TO WS-FASCIA-TROVATA
               END-IF
           END-PERFORM.
       Cerca-Fascia-exit.
           EXIT.

       Gestisci-Fascia.
      *    Add, amend or drop one income band of a course. Each band
      *    covers incomes up to its own limit; two bands of the same
      *    course may not share a limit, or the billing could not
      *    tell them apart.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-CORSO-SCELTO.
           PERFORM Verifica-Corso-Catalogo
                   THRU Verifica-Corso-Catalogo-exit.
           IF WS-CORSO-VALIDO = "N"
               DISPLAY "Corso " WS-CORSO-SCELTO " non a catalogo:"
                       " nessuna fascia registrata."
               GO TO Gestisci-Fascia-exit
           END-IF.
           DISPLAY "Fasce attuali del corso " WS-CORSO-SCELTO " ("
                   FUNCTION TRIM (WS-TITOLO-CORSO) "):".
           PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                   UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
               IF FB-CORSO (WS-FASCIA-IDX) = WS-CORSO-SCELTO
                   DISPLAY "  fascia " FB-FASCIA (WS-FASCIA-IDX)
                           " reddito fino a "
                           FB-REDDITO-MAX (WS-FASCIA-IDX)
                           " importo=" FB-IMPORTO (WS-FASCIA-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Numero della fascia (01-99): ".
           ACCEPT WS-FASCIA-SCELTA.
           IF WS-FASCIA-SCELTA = 0
               DISPLAY "Fascia non valida: nessuna modifica."
               GO TO Gestisci-Fascia-exit
           END-IF.
           PERFORM Cerca-Fascia THRU Cerca-Fascia-exit.
           IF WS-FASCIA-TROVATA > 0
               DISPLAY "Operazione sulla fascia (M=modifica,"
                       " E=elimina): "
               ACCEPT WS-OPERAZIONE
               MOVE FUNCTION UPPER-CASE (WS-OPERAZIONE)
                   TO WS-OPERAZIONE
               IF WS-OPERAZIONE = "E"
                   PERFORM Elimina-Fascia THRU Elimina-Fascia-exit
                   GO TO Gestisci-Fascia-exit
               END-IF
           ELSE
               IF WS-NUM-FASCE >= WS-MAX-FASCE
                   DISPLAY "Fasce di reddito al limite: nessuna"
                           " aggiunta."
                   GO TO Gestisci-Fascia-exit
               END-IF
           END-IF.
           DISPLAY "Reddito massimo della fascia (es. 0020000.00;"
                   " 9999999.99 per l'ultima fascia): ".
           ACCEPT WS-REDDITO-MAX.
           IF WS-REDDITO-MAX = 0
               DISPLAY "Limite di reddito non valido: nessuna"
                       " modifica."
               GO TO Gestisci-Fascia-exit
           END-IF.
           PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                   UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
               IF FB-CORSO (WS-FASCIA-IDX) = WS-CORSO-SCELTO
                  AND FB-FASCIA (WS-FASCIA-IDX) NOT = WS-FASCIA-SCELTA
                  AND FB-REDDITO-MAX (WS-FASCIA-IDX) = WS-REDDITO-MAX
                   MOVE 0 TO WS-REDDITO-MAX
               END-IF
           END-PERFORM.
           IF WS-REDDITO-MAX = 0
               DISPLAY "Un'altra fascia del corso ha lo stesso"
                       " limite: nessuna modifica."
               GO TO Gestisci-Fascia-exit
           END-IF.
           DISPLAY "Importo della tassa per la fascia"
                   " (es. 0001500.00): ".
           ACCEPT WS-IMPORTO-FASCIA.
           IF WS-FASCIA-TROVATA = 0
               ADD 1 TO WS-NUM-FASCE
               MOVE WS-NUM-FASCE TO WS-FASCIA-TROVATA
               MOVE WS-CORSO-SCELTO TO FB-CORSO (WS-FASCIA-TROVATA)
               MOVE WS-FASCIA-SCELTA TO FB-FASCIA (WS-FASCIA-TROVATA)
           END-IF.
           MOVE WS-REDDITO-MAX TO FB-REDDITO-MAX (WS-FASCIA-TROVATA).
           MOVE WS-IMPORTO-FASCIA TO FB-IMPORTO (WS-FASCIA-TROVATA).
           MOVE WS-ACC-OPERATORE TO FB-OPERATORE (WS-FASCIA-TROVATA).
           PERFORM Salva-Fasce THRU Salva-Fasce-exit.
           DISPLAY "Fascia " WS-FASCIA-SCELTA " registrata per il"
                   " corso " WS-CORSO-SCELTO ".".
       Gestisci-Fascia-exit.
           EXIT.

       Elimina-Fascia.
           PERFORM VARYING WS-FASCIA-IDX FROM WS-FASCIA-TROVATA BY 1
                   UNTIL WS-FASCIA-IDX >= WS-NUM-FASCE
               MOVE FASCIA-ROW (WS-FASCIA-IDX + 1)
                   TO FASCIA-ROW (WS-FASCIA-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-FASCE.
           PERFORM Salva-Fasce THRU Salva-Fasce-exit.
           DISPLAY "Fascia " WS-FASCIA-SCELTA " eliminata dal corso "
                   WS-CORSO-SCELTO ".".
       Elimina-Fascia-exit.
           EXIT.

       Verifica-Matricola.
      *    Declarations and exemptions are filed only for a student
      *    on the master.
           MOVE "N" TO WS-MATRICOLA-VALIDA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI ")."
               GO TO Verifica-Matricola-exit
           END-IF.
           MOVE WS-MATRICOLA-SCELTA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MATRICOLA-VALIDA
           END-READ.
           CLOSE StudentiFile.
       Verifica-Matricola-exit.
           EXIT.

       Chiedi-Studente-Anno.
           DISPLAY "Matricola dello studente: ".
           ACCEPT WS-MATRICOLA-SCELTA.
           PERFORM Verifica-Matricola THRU Verifica-Matricola-exit.
           IF WS-MATRICOLA-VALIDA = "N"
               DISPLAY "Matricola " WS-MATRICOLA-SCELTA " non sul"
                       " master studenti."
               GO TO Chiedi-Studente-Anno-exit
           END-IF.
           DISPLAY "Studente: " FUNCTION TRIM (SR-NOME) " "
                   FUNCTION TRIM (SR-COGNOME) ", corso " SR-CORSO.
           DISPLAY "Anno accademico (0 = corrente, "
                   WS-ANNO-ACC-CORRENTE "): ".
           ACCEPT WS-ANNO-SCELTO.
           IF WS-ANNO-SCELTO = 0
               MOVE WS-ANNO-ACC-CORRENTE TO WS-ANNO-SCELTO
           END-IF.
       Chiedi-Studente-Anno-exit.
           EXIT.

       Carica-Redditi.
           MOVE 0 TO WS-NUM-REDDITI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RedditiFile.
           IF WS-FS-REDDITI NOT = "00"
               GO TO Carica-Redditi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RedditiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-REDDITI < WS-MAX-REDDITI
                           ADD 1 TO WS-NUM-REDDITI
                           MOVE RedditoRecord
                               TO RE-REC (WS-NUM-REDDITI)
                       ELSE
                           DISPLAY "Dichiarazioni di reddito oltre"
                                   " il limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RedditiFile.
       Carica-Redditi-exit.
           EXIT.

       Salva-Redditi.
           OPEN OUTPUT RedditiFile.
           PERFORM VARYING WS-REDDITO-IDX FROM 1 BY 1
                   UNTIL WS-REDDITO-IDX > WS-NUM-REDDITI
               MOVE RE-REC (WS-REDDITO-IDX) TO RedditoRecord
               WRITE RedditoRecord
           END-PERFORM.
           CLOSE RedditiFile.
       Salva-Redditi-exit.
           EXIT.

       Registra-Reddito.
      *    The family income a student declares for a year; a new
      *    declaration for the same year replaces the old one. The
      *    band it falls in applies from the next emission run.
           PERFORM Chiedi-Studente-Anno THRU Chiedi-Studente-Anno-exit.
           IF WS-MATRICOLA-VALIDA = "N"
               GO TO Registra-Reddito-exit
           END-IF.
           PERFORM Carica-Redditi THRU Carica-Redditi-exit.
           MOVE 0 TO WS-REDDITO-TROVATO.
           PERFORM VARYING WS-REDDITO-IDX FROM 1 BY 1
                   UNTIL WS-REDDITO-IDX > WS-NUM-REDDITI
               MOVE RE-REC (WS-REDDITO-IDX) TO RedditoRecord
               IF RD-MATRICOLA = WS-MATRICOLA-SCELTA
                  AND RD-ANNO-ACC = WS-ANNO-SCELTO
                   MOVE WS-REDDITO-IDX TO WS-REDDITO-TROVATO
               END-IF
           END-PERFORM.
           IF WS-REDDITO-TROVATO > 0
               MOVE RE-REC (WS-REDDITO-TROVATO) TO RedditoRecord
               DISPLAY "Reddito gia' dichiarato per l'anno: "
                       RD-REDDITO " (del " RD-DATA ")."
           ELSE
               IF WS-NUM-REDDITI >= WS-MAX-REDDITI
                   DISPLAY "Dichiarazioni di reddito al limite:"
                           " nessuna aggiunta."
                   GO TO Registra-Reddito-exit
               END-IF
           END-IF.
           DISPLAY "Reddito familiare dichiarato (es. 0018500.00): ".
           ACCEPT WS-REDDITO.
           MOVE WS-MATRICOLA-SCELTA TO RD-MATRICOLA.
           MOVE WS-ANNO-SCELTO TO RD-ANNO-ACC.
           MOVE WS-REDDITO TO RD-REDDITO.
           MOVE WS-DATA-OGGI TO RD-DATA.
           IF WS-REDDITO-TROVATO = 0
               ADD 1 TO WS-NUM-REDDITI
               MOVE WS-NUM-REDDITI TO WS-REDDITO-TROVATO
           END-IF.
           MOVE RedditoRecord TO RE-REC (WS-REDDITO-TROVATO).
           PERFORM Salva-Redditi THRU Salva-Redditi-exit.
           DISPLAY "Reddito registrato per la matricola "
                   WS-MATRICOLA-SCELTA ", anno " WS-ANNO-SCELTO ".".
       Registra-Reddito-exit.
           EXIT.

       Carica-Esenzioni.
           MOVE 0 TO WS-NUM-ESENZIONI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsenzioniFile.
           IF WS-FS-ESENZIONI NOT = "00"
               GO TO Carica-Esenzioni-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsenzioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-ESENZIONI < WS-MAX-ESENZIONI
                           ADD 1 TO WS-NUM-ESENZIONI
                           MOVE EsenzioneRecord
                               TO EX-REC (WS-NUM-ESENZIONI)
                       ELSE
                           DISPLAY "Esenzioni oltre il limite:"
                                   " voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsenzioniFile.
       Carica-Esenzioni-exit.
           EXIT.

       Salva-Esenzioni.
           OPEN OUTPUT EsenzioniFile.
           PERFORM VARYING WS-ESENZIONE-IDX FROM 1 BY 1
                   UNTIL WS-ESENZIONE-IDX > WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX) TO EsenzioneRecord
               WRITE EsenzioneRecord
           END-PERFORM.
           CLOSE EsenzioniFile.
       Salva-Esenzioni-exit.
           EXIT.

       Descrivi-Motivo.
           EVALUATE WS-MOTIVO
               WHEN "M"
                   MOVE "merito" TO WS-MOTIVO-DESCR
               WHEN "D"
                   MOVE "disabilita'" TO WS-MOTIVO-DESCR
               WHEN "F"
                   MOVE "fratello o sorella iscritti"
                       TO WS-MOTIVO-DESCR
               WHEN "A"
                   MOVE "altro motivo" TO WS-MOTIVO-DESCR
               WHEN OTHER
                   MOVE SPACES TO WS-MOTIVO-DESCR
           END-EVALUATE.
       Descrivi-Motivo-exit.
           EXIT.

       Registra-Esenzione.
      *    Grant, amend or revoke (percentage 0) one ground of
      *    exemption for a student and year. An exemption already
      *    applied on an invoice stays as billed, and the grounds of
      *    a year together may not waive more than the whole fee.
           PERFORM Chiedi-Studente-Anno THRU Chiedi-Studente-Anno-exit.
           IF WS-MATRICOLA-VALIDA = "N"
               GO TO Registra-Esenzione-exit
           END-IF.
           DISPLAY "Motivo (M=merito, D=disabilita', F=fratello o"
                   " sorella iscritti, A=altro): ".
           ACCEPT WS-MOTIVO.
           MOVE FUNCTION UPPER-CASE (WS-MOTIVO) TO WS-MOTIVO.
           PERFORM Descrivi-Motivo THRU Descrivi-Motivo-exit.
           IF WS-MOTIVO-DESCR = SPACES
               DISPLAY "Motivo " WS-MOTIVO " non previsto: nessuna"
                       " esenzione registrata."
               GO TO Registra-Esenzione-exit
           END-IF.
           PERFORM Carica-Esenzioni THRU Carica-Esenzioni-exit.
           MOVE 0 TO WS-ESENZIONE-TROVATA.
           MOVE 0 TO WS-PERC-ALTRE.
           PERFORM VARYING WS-ESENZIONE-IDX FROM 1 BY 1
                   UNTIL WS-ESENZIONE-IDX > WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX) TO EsenzioneRecord
               IF EZ-MATRICOLA = WS-MATRICOLA-SCELTA
                  AND EZ-ANNO-ACC = WS-ANNO-SCELTO
                   IF EZ-MOTIVO = WS-MOTIVO
                       MOVE WS-ESENZIONE-IDX TO WS-ESENZIONE-TROVATA
                   ELSE
                       ADD EZ-PERCENTUALE TO WS-PERC-ALTRE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ESENZIONE-TROVATA > 0
               MOVE EX-REC (WS-ESENZIONE-TROVATA) TO EsenzioneRecord
               IF EZ-FATTURA > 0
                   DISPLAY "Esenzione gia' applicata alla fattura "
                           EZ-FATTURA ": nessuna modifica."
                   GO TO Registra-Esenzione-exit
               END-IF
               DISPLAY "Esenzione attuale: " EZ-PERCENTUALE "% rif. "
                       FUNCTION TRIM (EZ-RIFERIMENTO) "."
           ELSE
               IF WS-NUM-ESENZIONI >= WS-MAX-ESENZIONI
                   DISPLAY "Esenzioni al limite: nessuna aggiunta."
                   GO TO Registra-Esenzione-exit
               END-IF
           END-IF.
           DISPLAY "Percentuale esentata (1-100, 0 = revoca): ".
           ACCEPT WS-PERCENTUALE.
           IF WS-PERCENTUALE = 0
               PERFORM Revoca-Esenzione THRU Revoca-Esenzione-exit
               GO TO Registra-Esenzione-exit
           END-IF.
           IF WS-PERCENTUALE + WS-PERC-ALTRE > 100
               DISPLAY "Con le altre esenzioni dell'anno ("
                       WS-PERC-ALTRE "%) si supera il 100%:"
                       " nessuna esenzione registrata."
               GO TO Registra-Esenzione-exit
           END-IF.
           DISPLAY "Riferimento del provvedimento: ".
           ACCEPT WS-RIFERIMENTO.
           MOVE WS-MATRICOLA-SCELTA TO EZ-MATRICOLA.
           MOVE WS-ANNO-SCELTO TO EZ-ANNO-ACC.
           MOVE WS-MOTIVO TO EZ-MOTIVO.
           MOVE WS-PERCENTUALE TO EZ-PERCENTUALE.
           MOVE WS-RIFERIMENTO TO EZ-RIFERIMENTO.
           MOVE WS-DATA-OGGI TO EZ-DATA.
           MOVE 0 TO EZ-FATTURA.
           MOVE 0 TO EZ-IMPORTO.
           IF WS-ESENZIONE-TROVATA = 0
               ADD 1 TO WS-NUM-ESENZIONI
               MOVE WS-NUM-ESENZIONI TO WS-ESENZIONE-TROVATA
           END-IF.
           MOVE EsenzioneRecord TO EX-REC (WS-ESENZIONE-TROVATA).
           PERFORM Salva-Esenzioni THRU Salva-Esenzioni-exit.
           DISPLAY "Esenzione per " FUNCTION TRIM (WS-MOTIVO-DESCR)
                   " del " WS-PERCENTUALE "% registrata per la"
                   " matricola " WS-MATRICOLA-SCELTA ", anno "
                   WS-ANNO-SCELTO ".".
       Registra-Esenzione-exit.
           EXIT.

       Revoca-Esenzione.
           IF WS-ESENZIONE-TROVATA = 0
               DISPLAY "Nessuna esenzione per "
                       FUNCTION TRIM (WS-MOTIVO-DESCR)
                       " da revocare."
               GO TO Revoca-Esenzione-exit
           END-IF.
           PERFORM VARYING WS-ESENZIONE-IDX FROM WS-ESENZIONE-TROVATA
                   BY 1 UNTIL WS-ESENZIONE-IDX >= WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX + 1)
                   TO EX-REC (WS-ESENZIONE-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-ESENZIONI.
           PERFORM Salva-Esenzioni THRU Salva-Esenzioni-exit.
           DISPLAY "Esenzione per " FUNCTION TRIM (WS-MOTIVO-DESCR)
                   " revocata.".
       Revoca-Esenzione-exit.
           EXIT.

       Carica-Conti.
           MOVE 0 TO WS-NUM-CONTI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT MappaContiFile.
           IF WS-FS-CONTI NOT = "00"
               GO TO Carica-Conti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ MappaContiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-CONTI < WS-MAX-CONTI
                           ADD 1 TO WS-NUM-CONTI
                           MOVE MappaContoRecord
                               TO CT-REC (WS-NUM-CONTI)
                       ELSE
                           DISPLAY "Tabella dei conti oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MappaContiFile.
       Carica-Conti-exit.
           EXIT.

       Salva-Conti.
           OPEN OUTPUT MappaContiFile.
           PERFORM VARYING WS-CONTO-IDX FROM 1 BY 1
                   UNTIL WS-CONTO-IDX > WS-NUM-CONTI
               MOVE CT-REC (WS-CONTO-IDX) TO MappaContoRecord
               WRITE MappaContoRecord
           END-PERFORM.
           CLOSE MappaContiFile.
       Salva-Conti-exit.
           EXIT.

       Gestisci-Conto.
      *    Add, amend or drop one line of the general-ledger account
      *    mapping: the debit and credit account of an accounting
      *    event type, or the cost centre of a course (course 00000
      *    for the postings that carry none). The journal extract
      *    stops on any event it cannot map, so a line dropped here
      *    must be replaced before the next night.
           DISPLAY "Voce (D=conti di un tipo di movimento,"
                   " C=centro di costo di un corso): ".
           ACCEPT WS-TIPO-VOCE.
           MOVE FUNCTION UPPER-CASE (WS-TIPO-VOCE) TO WS-TIPO-VOCE.
           MOVE SPACES TO WS-CHIAVE-VOCE.
           EVALUATE WS-TIPO-VOCE
               WHEN "D"
                   DISPLAY "Tipo di movimento (FT, NT, MO, IN, SO,"
                           " SA, SR, NC, RB): "
                   ACCEPT WS-TIPO-MOVIMENTO
                   MOVE FUNCTION UPPER-CASE (WS-TIPO-MOVIMENTO)
                       TO WS-TIPO-MOVIMENTO
                   IF WS-TIPO-MOVIMENTO NOT = "FT"
                      AND WS-TIPO-MOVIMENTO NOT = "NT"
                      AND WS-TIPO-MOVIMENTO NOT = "MO"
                      AND WS-TIPO-MOVIMENTO NOT = "IN"
                      AND WS-TIPO-MOVIMENTO NOT = "SO"
                      AND WS-TIPO-MOVIMENTO NOT = "SA"
                      AND WS-TIPO-MOVIMENTO NOT = "SR"
                      AND WS-TIPO-MOVIMENTO NOT = "NC"
                      AND WS-TIPO-MOVIMENTO NOT = "RB"
                       DISPLAY "Tipo di movimento sconosciuto:"
                               " nessuna modifica."
                       GO TO Gestisci-Conto-exit
                   END-IF
                   MOVE WS-TIPO-MOVIMENTO TO WS-CHIAVE-VOCE
               WHEN "C"
                   DISPLAY "Codice del corso (00000 per i movimenti"
                           " senza corso): "
                   ACCEPT WS-CORSO-SCELTO
                   IF WS-CORSO-SCELTO NOT = 0
                       PERFORM Verifica-Corso-Catalogo
                               THRU Verifica-Corso-Catalogo-exit
                       IF WS-CORSO-VALIDO = "N"
                           DISPLAY "Corso " WS-CORSO-SCELTO " non a"
                                   " catalogo: nessuna modifica."
                           GO TO Gestisci-Conto-exit
                       END-IF
                   END-IF
                   MOVE WS-CORSO-SCELTO TO WS-CHIAVE-VOCE
               WHEN OTHER
                   DISPLAY "Voce non valida: nessuna modifica."
                   GO TO Gestisci-Conto-exit
           END-EVALUATE.
           PERFORM Carica-Conti THRU Carica-Conti-exit.
           MOVE 0 TO WS-CONTO-TROVATO.
           PERFORM VARYING WS-CONTO-IDX FROM 1 BY 1
                   UNTIL WS-CONTO-IDX > WS-NUM-CONTI
               MOVE CT-REC (WS-CONTO-IDX) TO MappaContoRecord
               IF MC-TIPO = WS-TIPO-VOCE
                  AND MC-CHIAVE = WS-CHIAVE-VOCE
                   MOVE WS-CONTO-IDX TO WS-CONTO-TROVATO
               END-IF
           END-PERFORM.
           IF WS-CONTO-TROVATO > 0
               MOVE CT-REC (WS-CONTO-TROVATO) TO MappaContoRecord
               IF MC-TIPO = "D"
                   DISPLAY "Voce attuale: dare " MC-CONTO-DARE
                           " avere " MC-CONTO-AVERE " "
                           MC-DESCRIZIONE
               ELSE
                   DISPLAY "Voce attuale: centro di costo " MC-CDC
               END-IF
               DISPLAY "Operazione sulla voce (M=modifica,"
                       " E=elimina): "
               ACCEPT WS-OPERAZIONE
               MOVE FUNCTION UPPER-CASE (WS-OPERAZIONE)
                   TO WS-OPERAZIONE
               IF WS-OPERAZIONE = "E"
                   PERFORM Elimina-Conto THRU Elimina-Conto-exit
                   GO TO Gestisci-Conto-exit
               END-IF
           ELSE
               IF WS-NUM-CONTI >= WS-MAX-CONTI
                   DISPLAY "Tabella dei conti al limite: nessuna"
                           " aggiunta."
                   GO TO Gestisci-Conto-exit
               END-IF
           END-IF.
           MOVE SPACES TO MappaContoRecord.
           MOVE WS-TIPO-VOCE TO MC-TIPO.
           MOVE WS-CHIAVE-VOCE TO MC-CHIAVE.
           IF WS-TIPO-VOCE = "D"
               DISPLAY "Conto in dare: "
               ACCEPT MC-CONTO-DARE
               DISPLAY "Conto in avere: "
               ACCEPT MC-CONTO-AVERE
               DISPLAY "Descrizione della registrazione: "
               ACCEPT MC-DESCRIZIONE
               IF MC-CONTO-DARE = SPACES OR MC-CONTO-AVERE = SPACES
                  OR MC-CONTO-DARE = MC-CONTO-AVERE
                   DISPLAY "Conti mancanti o uguali in dare e in"
                           " avere: nessuna modifica."
                   GO TO Gestisci-Conto-exit
               END-IF
           ELSE
               DISPLAY "Centro di costo: "
               ACCEPT MC-CDC
               IF MC-CDC = SPACES
                   DISPLAY "Centro di costo mancante: nessuna"
                           " modifica."
                   GO TO Gestisci-Conto-exit
               END-IF
           END-IF.
           IF WS-CONTO-TROVATO = 0
               ADD 1 TO WS-NUM-CONTI
               MOVE WS-NUM-CONTI TO WS-CONTO-TROVATO
           END-IF.
           MOVE MappaContoRecord TO CT-REC (WS-CONTO-TROVATO).
           PERFORM Salva-Conti THRU Salva-Conti-exit.
           DISPLAY "Voce " WS-TIPO-VOCE " " WS-CHIAVE-VOCE
                   " registrata nella tabella dei conti.".
       Gestisci-Conto-exit.
           EXIT.

       Elimina-Conto.
           PERFORM VARYING WS-CONTO-IDX FROM WS-CONTO-TROVATO BY 1
                   UNTIL WS-CONTO-IDX >= WS-NUM-CONTI
               MOVE CT-REC (WS-CONTO-IDX + 1) TO CT-REC (WS-CONTO-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-CONTI.
           PERFORM Salva-Conti THRU Salva-Conti-exit.
           DISPLAY "Voce " WS-TIPO-VOCE " " WS-CHIAVE-VOCE
                   " eliminata dalla tabella dei conti.".
       Elimina-Conto-exit.
           EXIT.
       END PROGRAM TasseManut.
