      *          consumes - the ballot can only carry candidates the
      *          register certified.
      * Tectonics: cobc
      * Mod: 15/10/2026 - student-council contests (mode S flags a
      *      contest and the course its seat represents): the
      *      candidate's Matricola is checked at filing against
      *      STUDENTI.DAT (active, current academic year, seat's
      *      course) and FATTURE.DAT (no unpaid invoice), an
      *      ineligible filing is registered as respinta with the
      *      reason; the checks are rerun at certification.
      * Mod: 15/10/2026 - FatturaRecord gains FT-OPERATORE.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - eligibility refuses only a withdrawn (R) or
      *      leaver (L) student, skips the year test when
      *      the record has no year, and a credit note (C)
      *      no longer counts as unpaid fees.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Candidature.
               FILE STATUS IS WS-FS-TERMINE.
           SELECT DefinizioniFile ASSIGN TO WS-FILE-DEFINIZIONI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ConsiglioFile ASSIGN TO WS-FILE-CONSIGLIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSIGLIO.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT FattureFile ASSIGN TO WS-FILE-FATTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATTURE.
           SELECT AnnoAccFile ASSIGN TO WS-FILE-ANNO-ACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNO-ACC.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           05 CA-ORA-DEP       PIC 9(6).
           05 CA-STATO         PIC X.
           05 CA-MOTIVO        PIC X(30).
      *    Student-council contests only (zero otherwise): the
      *    candidate's Matricola the eligibility checks run on.
           05 CA-MATRICOLA     PIC 9(5).
       FD  TermineFile.
      *    The legal filing deadline, one record: date and cut-off
      *    time. A deposit after it is refused at entry.
       01  CandidatoRecord.
           05 CD-DEF-NOME      PIC X(30).
           05 CD-DEF-PARTITO   PIC X(20).
       FD  ConsiglioFile.
      *    One record per contest flagged as a student-council
      *    contest, with the course its seat represents (zero when
      *    the seat is open to every course).
       01  ConsiglioRecord.
           05 CS-CONTESTA      PIC 99.
           05 CS-CORSO         PIC 9(5).
       FD  StudentiFile.
       01  StudentiRecord.
           05 SR-MATRICOLA    PIC 9(5).
           05 SR-CORSO        PIC 9(5).
           05 SR-NOME         PIC X(15).
           05 SR-COGNOME      PIC X(20).
           05 SR-GIORNO       PIC 99.
           05 SR-MESE         PIC 99.
           05 SR-ANNO         PIC 9(4).
           05 SR-STATO        PIC X.
           05 SR-ANNO-ACC     PIC 9(4).
       FD  FattureFile.
      *    Fatturazione's invoices; FT-STATO "A" aperta, "P" pagata,
      *    "R" ridotta pro-rata per ritiro, "C" nota di credito.
       01  FatturaRecord.
           05 FT-NUMERO       PIC 9(9).
           05 FT-MATRICOLA    PIC 9(5).
           05 FT-CORSO        PIC 9(5).
           05 FT-ANNO-ACC     PIC 9(4).
           05 FT-IMPORTO      PIC 9(7)V99.
           05 FT-PAGATO       PIC 9(7)V99.
           05 FT-DATA         PIC 9(8).
           05 FT-STATO        PIC X.
           05 FT-OPERATORE    PIC X(8).
       FD  AnnoAccFile.
       01  AnnoAccRecord      PIC 9(4).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "L".
       01  WS-CAND-TROVATA     PIC 9(3) VALUE 0.
       01  CANDIDATURE-TAB.
           05 CANDIDATURA-ROW OCCURS 200 TIMES.
              10 CT-REC         PIC X(102).
       01  WS-CONTESTA-SCELTA  PIC 99 VALUE 0.
       01  WS-NOME-SCELTO      PIC X(30) VALUE SPACES.
       01  WS-NUOVO-ESITO      PIC X VALUE SPACES.
           05 WS-CDC-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
       01  WS-ORA-HHMM         PIC 9(4) VALUE 0.
       01  WS-FILE-CONSIGLIO   PIC X(50)
                               VALUE "CONSIGLIO_STUDENTI.DAT".
       01  WS-FS-CONSIGLIO     PIC XX VALUE "00".
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-FATTURE     PIC X(50) VALUE "FATTURE.DAT".
       01  WS-FS-FATTURE       PIC XX VALUE "00".
       01  WS-FILE-ANNO-ACC    PIC X(50)
                               VALUE "ANNO_ACCADEMICO.DAT".
       01  WS-FS-ANNO-ACC      PIC XX VALUE "00".
       01  WS-ANNO-ACC-CORRENTE PIC 9(4) VALUE 0.
       01  WS-DATA-OGGI.
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-MAX-CONSIGLIO    PIC 99 VALUE 99.
       01  WS-NUM-CONSIGLIO    PIC 99 VALUE 0.
       01  WS-CONS-IDX         PIC 99 VALUE 0.
       01  CONSIGLIO-TAB.
           05 CONSIGLIO-ROW OCCURS 99 TIMES.
              10 CN-CONTESTA    PIC 99.
              10 CN-CORSO       PIC 9(5).
       01  WS-CONSIGLIO        PIC X VALUE "N".
       01  WS-CORSO-SEGGIO     PIC 9(5) VALUE 0.
       01  WS-MATRICOLA-CAND   PIC 9(5) VALUE 0.
       01  WS-MOTIVO-INELEGG   PIC X(30) VALUE SPACES.
       01  WS-RIVERIFICA-RESPINTE PIC 9(3) VALUE 0.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Registro delle candidature ::".
           DISPLAY "Modalita' (T=imposta termine, D=deposita,"
                   " E=esito, C=certifica contesa, S=consiglio"
                   " studenti, L=lista): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Candidature" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Termine THRU Carica-Termine-exit.
           PERFORM Carica-Candidature THRU Carica-Candidature-exit.
           PERFORM Carica-Consiglio THRU Carica-Consiglio-exit.
           EVALUATE WS-MODALITA
               WHEN "T"
                   PERFORM Imposta-Termine THRU Imposta-Termine-exit
               WHEN "S"
                   PERFORM Imposta-Consiglio
                           THRU Imposta-Consiglio-exit
               WHEN "D"
                   PERFORM Deposita-Candidatura
                           THRU Deposita-Candidatura-exit
       Salva-Candidature-exit.
           EXIT.

       Carica-Consiglio.
           MOVE 0 TO WS-NUM-CONSIGLIO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT ConsiglioFile.
           IF WS-FS-CONSIGLIO NOT = "00"
               GO TO Carica-Consiglio-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ConsiglioFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-CONSIGLIO < WS-MAX-CONSIGLIO
                           ADD 1 TO WS-NUM-CONSIGLIO
                           MOVE CS-CONTESTA
                               TO CN-CONTESTA (WS-NUM-CONSIGLIO)
                           MOVE CS-CORSO
                               TO CN-CORSO (WS-NUM-CONSIGLIO)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ConsiglioFile.
       Carica-Consiglio-exit.
           EXIT.

       Imposta-Consiglio.
      *    Flag a contest as a student-council contest, with the
      *    course its seat represents. A frozen contest keeps the
      *    rules it was certified under.
           DISPLAY "Numero della contesa del consiglio studenti: ".
           ACCEPT CA-CONTESTA.
           PERFORM Verifica-Congelata THRU Verifica-Congelata-exit.
           IF WS-CONGELATA = "Y"
               DISPLAY "Contesa " CA-CONTESTA " gia' certificata:"
                       " regole di eleggibilita' non modificabili."
               GO TO Imposta-Consiglio-exit
           END-IF.
           DISPLAY "Codice del corso rappresentato dal seggio"
                   " (00000 = tutti i corsi): ".
           ACCEPT WS-CORSO-SEGGIO.
           PERFORM Cerca-Consiglio THRU Cerca-Consiglio-exit.
           IF WS-CONS-IDX = 0
               IF WS-NUM-CONSIGLIO >= WS-MAX-CONSIGLIO
                   DISPLAY "Tabella contese del consiglio piena."
                   GO TO Imposta-Consiglio-exit
               END-IF
               ADD 1 TO WS-NUM-CONSIGLIO
               MOVE WS-NUM-CONSIGLIO TO WS-CONS-IDX
               MOVE CA-CONTESTA TO CN-CONTESTA (WS-CONS-IDX)
           END-IF.
           MOVE WS-CORSO-SEGGIO TO CN-CORSO (WS-CONS-IDX).
           OPEN OUTPUT ConsiglioFile.
           PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
                   UNTIL WS-CONS-IDX > WS-NUM-CONSIGLIO
               MOVE CN-CONTESTA (WS-CONS-IDX) TO CS-CONTESTA
               MOVE CN-CORSO (WS-CONS-IDX) TO CS-CORSO
               WRITE ConsiglioRecord
           END-PERFORM.
           CLOSE ConsiglioFile.
           DISPLAY "Contesa " CA-CONTESTA " del consiglio studenti,"
                   " corso del seggio " WS-CORSO-SEGGIO ".".
       Imposta-Consiglio-exit.
           EXIT.

       Cerca-Consiglio.
      *    CA-CONTESTA in; WS-CONS-IDX is its flag row (zero when
      *    it is not a student-council contest), WS-CONSIGLIO and
      *    WS-CORSO-SEGGIO set to match.
           MOVE "N" TO WS-CONSIGLIO.
           MOVE 0 TO WS-CONS-IDX.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-NUM-CONSIGLIO
               IF CN-CONTESTA (WS-CAND-IDX) = CA-CONTESTA
                   MOVE WS-CAND-IDX TO WS-CONS-IDX
               END-IF
           END-PERFORM.
           IF WS-CONS-IDX > 0
               MOVE "Y" TO WS-CONSIGLIO
               MOVE CN-CORSO (WS-CONS-IDX) TO WS-CORSO-SEGGIO
           END-IF.
       Cerca-Consiglio-exit.
           EXIT.

       Carica-Anno-Accademico.
      *    The same year rule Rubrica applies: the single-record
      *    file when present, otherwise derived from today (the
      *    academic year starts in September).
           MOVE 0 TO WS-ANNO-ACC-CORRENTE.
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
               ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD
               IF WS-OGGI-MESE >= 9
                   MOVE WS-OGGI-ANNO TO WS-ANNO-ACC-CORRENTE
               ELSE
                   COMPUTE WS-ANNO-ACC-CORRENTE = WS-OGGI-ANNO - 1
               END-IF
           END-IF.
       Carica-Anno-Accademico-exit.
           EXIT.

       Verifica-Eleggibilita.
      *    The statute's tests for a student-council candidate, in
      *    order: on the student master, active, enrolled for the
      *    current academic year, in the course the seat represents,
      *    with no unpaid invoice. WS-MATRICOLA-CAND and
      *    WS-CORSO-SEGGIO in; WS-MOTIVO-INELEGG out, spaces when
      *    the candidate is eligible.
           MOVE SPACES TO WS-MOTIVO-INELEGG.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               MOVE "anagrafe studenti non leggibile"
                   TO WS-MOTIVO-INELEGG
               GO TO Verifica-Eleggibilita-exit
           END-IF.
           MOVE WS-MATRICOLA-CAND TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   MOVE "matricola non in anagrafe"
                       TO WS-MOTIVO-INELEGG
           END-READ.
           CLOSE StudentiFile.
           IF WS-MOTIVO-INELEGG NOT = SPACES
               GO TO Verifica-Eleggibilita-exit
           END-IF.
           IF SR-STATO = "R" OR SR-STATO = "L"
               MOVE "studente non attivo" TO WS-MOTIVO-INELEGG
               GO TO Verifica-Eleggibilita-exit
           END-IF.
      *    A record carried over from before the year was kept on
      *    the master has no year to compare: it is not refused on
      *    that count.
           IF SR-ANNO-ACC IS NUMERIC AND SR-ANNO-ACC > 0
              AND SR-ANNO-ACC NOT = WS-ANNO-ACC-CORRENTE
               MOVE "non iscritto all'anno corrente"
                   TO WS-MOTIVO-INELEGG
               GO TO Verifica-Eleggibilita-exit
           END-IF.
           IF WS-CORSO-SEGGIO NOT = 0
              AND SR-CORSO NOT = WS-CORSO-SEGGIO
               MOVE "iscritto ad altro corso" TO WS-MOTIVO-INELEGG
               GO TO Verifica-Eleggibilita-exit
           END-IF.
      *    Any invoice of any year still short of its amount counts:
      *    the statute asks for no outstanding fees, not just this
      *    year's.
           OPEN INPUT FattureFile.
           IF WS-FS-FATTURE NOT = "00"
               MOVE "archivio fatture non leggibile"
                   TO WS-MOTIVO-INELEGG
               GO TO Verifica-Eleggibilita-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF FT-MATRICOLA = WS-MATRICOLA-CAND
                          AND FT-STATO NOT = "P"
                          AND FT-STATO NOT = "C"
                          AND FT-PAGATO < FT-IMPORTO
                           MOVE "tasse non pagate"
                               TO WS-MOTIVO-INELEGG
                           MOVE "Y" TO WS-EOF-LETTURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
       Verifica-Eleggibilita-exit.
           EXIT.

       Deposita-Candidatura.
      *    The legal deadline is enforced HERE, at entry: a late
      *    filing never reaches the register, it is refused with the
                       " lista congelata, deposito rifiutato."
               GO TO Deposita-Candidatura-exit
           END-IF.
           PERFORM Cerca-Consiglio THRU Cerca-Consiglio-exit.
           MOVE 0 TO CA-MATRICOLA.
           MOVE SPACES TO WS-MOTIVO-INELEGG.
           IF WS-CONSIGLIO = "Y"
               DISPLAY "Matricola del candidato: "
               ACCEPT CA-MATRICOLA
               MOVE CA-MATRICOLA TO WS-MATRICOLA-CAND
               PERFORM Verifica-Eleggibilita
                       THRU Verifica-Eleggibilita-exit
           END-IF.
           DISPLAY "Nome del candidato: ".
           ACCEPT CA-NOME.
           DISPLAY "Lista/partito (vuoto se nessuno): ".
           MOVE WS-CDC-ORA TO CA-ORA-DEP.
           MOVE "P" TO CA-STATO.
           MOVE SPACES TO CA-MOTIVO.
      *    An ineligible student-council filing is still registered,
      *    straight to respinta with the statute's reason, so the
      *    register shows it was filed and why it fell.
           IF WS-MOTIVO-INELEGG NOT = SPACES
               MOVE "R" TO CA-STATO
               MOVE WS-MOTIVO-INELEGG TO CA-MOTIVO
           END-IF.
           ADD 1 TO WS-NUM-CANDIDATURE.
           MOVE CandidaturaRecord TO CT-REC (WS-NUM-CANDIDATURE).
           PERFORM Salva-Candidature THRU Salva-Candidature-exit.
           IF CA-STATO = "R"
               DISPLAY "Candidato non eleggibile ("
                       FUNCTION TRIM (CA-MOTIVO)
                       "): candidatura respinta."
               MOVE "Candidature" TO WS-ERR-PROGRAMMA
               MOVE "Deposita-Candidatura" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "candidato non eleggibile: " DELIMITED BY SIZE
                      CA-MOTIVO DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Deposita-Candidatura-exit
           END-IF.
           DISPLAY "Candidatura depositata il " CA-DATA-DEP
                   " alle " CA-ORA-DEP " in stato P.".
       Deposita-Candidatura-exit.
                   GO TO Certifica-Contesta-exit
               END-IF
           END-PERFORM.
           PERFORM Riverifica-Consiglio THRU Riverifica-Consiglio-exit.
      *    The accepted list is counted BEFORE any file is touched:
      *    a refused certification must leave no loadable-looking
      *    definitions file behind - the ballot may only ever carry
       Certifica-Contesta-exit.
           EXIT.

       Riverifica-Consiglio.
      *    Eligibility can change between filing and certification
      *    (a withdrawal, an invoice gone unpaid): every accepted
      *    candidate of a student-council contest is checked again,
      *    and one who no longer qualifies is respinto with the
      *    reason before the list is counted.
           MOVE 0 TO WS-RIVERIFICA-RESPINTE.
           MOVE WS-CONTESTA-SCELTA TO CA-CONTESTA.
           PERFORM Cerca-Consiglio THRU Cerca-Consiglio-exit.
           IF WS-CONSIGLIO = "N"
               GO TO Riverifica-Consiglio-exit
           END-IF.
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-NUM-CANDIDATURE
               MOVE CT-REC (WS-CAND-IDX) TO CandidaturaRecord
               IF CA-CONTESTA = WS-CONTESTA-SCELTA
                  AND CA-STATO = "A"
                   IF CA-MATRICOLA IS NUMERIC AND CA-MATRICOLA > 0
                       MOVE CA-MATRICOLA TO WS-MATRICOLA-CAND
                       PERFORM Verifica-Eleggibilita
                               THRU Verifica-Eleggibilita-exit
                   ELSE
                       MOVE "matricola non registrata"
                           TO WS-MOTIVO-INELEGG
                   END-IF
                   IF WS-MOTIVO-INELEGG NOT = SPACES
                       MOVE "R" TO CA-STATO
                       MOVE WS-MOTIVO-INELEGG TO CA-MOTIVO
                       MOVE CandidaturaRecord TO CT-REC (WS-CAND-IDX)
                       ADD 1 TO WS-RIVERIFICA-RESPINTE
                       DISPLAY "Candidatura di "
                               FUNCTION TRIM (CA-NOME)
                               " respinta alla certificazione: "
                               FUNCTION TRIM (CA-MOTIVO) "."
                       MOVE "Candidature" TO WS-ERR-PROGRAMMA
                       MOVE "Riverifica-Consiglio" TO WS-ERR-PARAGRAFO
                       MOVE SPACES TO WS-ERR-MESSAGGIO
                       STRING "riverifica in certificazione: "
                              DELIMITED BY SIZE
                              CA-MOTIVO DELIMITED BY SIZE
                              INTO WS-ERR-MESSAGGIO
                       MOVE "A" TO WS-ERR-SEVERITA
                       COPY ERRLOG.
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RIVERIFICA-RESPINTE > 0
               PERFORM Salva-Candidature THRU Salva-Candidature-exit
           END-IF.
       Riverifica-Consiglio-exit.
           EXIT.

       Lista-Registro.
           DISPLAY "REGISTRO CANDIDATURE (" WS-NUM-CANDIDATURE
                   " voci):".
                       "] dep. " CA-DATA-DEP " " CA-ORA-DEP
                       " stato " CA-STATO " "
                       FUNCTION TRIM (CA-MOTIVO)
               IF CA-MATRICOLA IS NUMERIC AND CA-MATRICOLA > 0
                   DISPLAY "      matricola " CA-MATRICOLA
               END-IF
           END-PERFORM.
       Lista-Registro-exit.
           EXIT.
