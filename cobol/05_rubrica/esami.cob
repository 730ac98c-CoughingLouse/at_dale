      *          running average, under the shop's standard report
      *          framing.
      * Tectonics: cobc
      * Mod: 15/10/2026 - exam sittings (APPELLI.DAT): mode A defines
      *      one, mode P books active current-year students of
      *      the course inside the window and capacity, mode F
      *      prints the grade sheet with a mode B load file;
      *      a grade dated on a sitting needs a booking (PR),
      *      once (GV); a blank grade is an absence.
      * Mod: 15/10/2026 - transcript shows each exam's CFU and the
      *      credits earned against the degree plan's minimum.
      * Mod: 15/10/2026 - a course with a minimum attendance refuses a
      *      result below it (reason FQ; a desk refusal is
      *      also written to the rejects file).
      * Mod: 15/10/2026 - ES-TIPO: a recognised exam ("R", written by
      *      a passaggio di corso) prints as riconosciuto and counts
      *      towards the plan once, but not in the average or the
      *      credits earned.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Esami.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOTTO.
           SELECT ScartiFile ASSIGN TO WS-FILE-SCARTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCARTI.
           SELECT TrascrittoFile ASSIGN TO WS-FILE-TRASCRITTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AppelliFile ASSIGN TO WS-FILE-APPELLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APPELLI.
           SELECT PrenotazioniFile ASSIGN TO WS-FILE-PRENOTAZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRENOTAZIONI.
           SELECT AnnoAccFile ASSIGN TO WS-FILE-ANNO-ACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNO-ACC.
           SELECT PianiFile ASSIGN TO WS-FILE-PIANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIANI.
           SELECT LezioniFile ASSIGN TO WS-FILE-LEZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEZIONI.
           SELECT PresenzeFile ASSIGN TO WS-FILE-PRESENZE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHIAVE
               FILE STATUS IS WS-FS-PRESENZE.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           05 ES-DATA         PIC 9(8).
           05 ES-VOTO         PIC 99.
           05 ES-TENTATIVO    PIC 99.
      *    SPACE esame sostenuto; "R" riconosciuto on a passaggio di
      *    corso (Rubrica mode P), ES-CORSO the code it counts as in
      *    the new plan.
           05 ES-TIPO         PIC X.
       FD  StudentiFile.
       01  StudenteRecord.
           05 SR-MATRICOLA    PIC 9(5).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
       FD  LottoFile.
      *    The batch intake, in the EsameRecord layout.
       01  LottoRecord.
      *    corrected file feeds straight back in:
      *      MA matricola non sul master   CR corso non a catalogo
      *      VT voto fuori dall'intervallo 18-30
      *      PR studente non prenotato all'appello di quella data
      *      GV voto gia' registrato per quella prenotazione
      *      FQ frequenza sotto il minimo richiesto dal corso
       01  ScartoRecord.
           05 SC-DATI         PIC X(22).
           05 SC-MOTIVO       PIC XX.
       FD  TrascrittoFile.
       01  TrascrittoLine     PIC X(80).
       FD  AppelliFile.
      *    One record per exam sitting (appello): course, sitting
      *    number within the course, date, room, capacity and the
      *    booking window (first and last day bookings are taken).
       01  AppelloRecord.
           05 AP-CORSO        PIC 9(5).
           05 AP-NUMERO       PIC 99.
           05 AP-DATA         PIC 9(8).
           05 AP-AULA         PIC X(20).
           05 AP-CAPIENZA     PIC 9(4).
           05 AP-APERTURA     PIC 9(8).
           05 AP-CHIUSURA     PIC 9(8).
       FD  PrenotazioniFile.
      *    One record per booking on a sitting; PN-STATO "P"
      *    prenotato, "V" voto registrato (one grade per booking).
       01  PrenotazioneRecord.
           05 PN-CORSO        PIC 9(5).
           05 PN-NUMERO       PIC 99.
           05 PN-MATRICOLA    PIC 9(5).
           05 PN-DATA         PIC 9(8).
           05 PN-STATO        PIC X.
       FD  AnnoAccFile.
       01  AnnoAccRecord      PIC 9(4).
           COPY PIANOSTD.
           COPY LEZIONID.
           COPY PRESENZD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "T".
       01  WS-ESAMI-STAMPATI   PIC 9(3) VALUE 0.
       01  WS-SOMMA-VOTI       PIC 9(6) VALUE 0.
       01  WS-MEDIA            PIC 99V99 VALUE 0.
       01  WS-CFU-CORSO        PIC 9(3) VALUE 0.
      * Minimum-attendance check, against the lessons of the
      * course held up to the exam date.
       01  WS-FREQ-MIN         PIC 9(3) VALUE 0.
       01  WS-FILE-LEZIONI     PIC X(50) VALUE "LEZIONI.DAT".
       01  WS-FS-LEZIONI       PIC XX VALUE "00".
       01  WS-FILE-PRESENZE    PIC X(50) VALUE "PRESENZE.DAT".
       01  WS-FS-PRESENZE      PIC XX VALUE "00".
       01  WS-FS-SCARTI        PIC XX VALUE "00".
       01  WS-PRESENZE-APERTE  PIC X VALUE "N".
       01  WS-EOF-LEZIONI      PIC X VALUE "N".
       01  WS-LEZIONI-TENUTE   PIC 9(4) VALUE 0.
       01  WS-LEZIONI-PRESENTE PIC 9(4) VALUE 0.
       01  WS-PERCENTUALE      PIC 9(3) VALUE 0.
       01  WS-CFU-ACQUISITI    PIC 9(4) VALUE 0.
       01  WS-CFU-NEL-PIANO    PIC 9(4) VALUE 0.
       01  WS-CFU-RICHIESTI    PIC 9(3) VALUE 0.
       01  WS-PIANO-DEFINITO   PIC X VALUE "N".
       01  WS-CORSO-NEL-PIANO  PIC X VALUE "N".
      * Courses already counted towards the plan on this transcript,
      * so an exam and its recognition count once.
       01  WS-MAX-CONTATI      PIC 9(3) VALUE 100.
       01  WS-NUM-CONTATI      PIC 9(3) VALUE 0.
       01  WS-CONT-IDX         PIC 9(3) VALUE 0.
       01  WS-GIA-CONTATO      PIC X VALUE "N".
       01  CONTATI-TAB.
           05 CONTATO-ROW OCCURS 100 TIMES.
              10 CC-CORSO       PIC 9(5).
       01  WS-EOF-PIANI        PIC X VALUE "N".
       01  WS-FILE-PIANI       PIC X(50) VALUE "PIANI_STUDIO.DAT".
       01  WS-FS-PIANI         PIC XX VALUE "00".
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
      * Exam sittings and bookings, in memory for the booking desk,
      * the grade sheet and the booked-student check.
       01  WS-FILE-APPELLI     PIC X(50) VALUE "APPELLI.DAT".
       01  WS-FS-APPELLI       PIC XX VALUE "00".
       01  WS-FILE-PRENOTAZIONI PIC X(50) VALUE "PRENOTAZIONI.DAT".
       01  WS-FS-PRENOTAZIONI  PIC XX VALUE "00".
       01  WS-FILE-ANNO-ACC    PIC X(50)
                               VALUE "ANNO_ACCADEMICO.DAT".
       01  WS-FS-ANNO-ACC      PIC XX VALUE "00".
       01  WS-ANNO-ACC-CORRENTE PIC 9(4) VALUE 0.
       01  WS-DATA-OGGI.
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-MAX-APPELLI      PIC 9(3) VALUE 500.
       01  WS-NUM-APPELLI      PIC 9(3) VALUE 0.
       01  WS-APP-IDX          PIC 9(3) VALUE 0.
       01  WS-APP-TROVATO      PIC 9(3) VALUE 0.
       01  APPELLI-TAB.
           05 APPELLO-ROW OCCURS 500 TIMES.
              10 AT-REC         PIC X(55).
       01  WS-MAX-PRENOTAZIONI PIC 9(4) VALUE 3000.
       01  WS-NUM-PRENOTAZIONI PIC 9(4) VALUE 0.
       01  WS-PRN-IDX          PIC 9(4) VALUE 0.
       01  WS-PRN-TROVATA      PIC 9(4) VALUE 0.
       01  PRENOTAZIONI-TAB.
           05 PRENOTAZIONE-ROW OCCURS 3000 TIMES.
              10 PT-REC         PIC X(21).
       01  WS-PRENOTAZIONI-MOD PIC X VALUE "N".
       01  WS-APPELLO-CORSO    PIC 9(5) VALUE 0.
       01  WS-APPELLO-NUMERO   PIC 99 VALUE 0.
       01  WS-PRENOTATI        PIC 9(4) VALUE 0.
       01  WS-ASSENTI          PIC 9(5) VALUE 0.
       01  WS-TENTATIVI-PREC   PIC 99 VALUE 0.
       01  WS-FILE-FOGLIO      PIC X(50) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Registro esami e trascritti ::".
           DISPLAY "Modalita' (R=registra esame, B=caricamento"
                   " lotto, T=trascritto studente, A=definisci"
                   " appello, P=prenota appello, F=foglio voti): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Esami" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM Carica-Appelli THRU Carica-Appelli-exit.
           PERFORM Carica-Prenotazioni THRU Carica-Prenotazioni-exit.
           EVALUATE WS-MODALITA
               WHEN "R"
                   PERFORM Registra-Esame THRU Registra-Esame-exit
               WHEN "B"
                   PERFORM Carica-Lotto THRU Carica-Lotto-exit
               WHEN "A"
                   PERFORM Definisci-Appello
                           THRU Definisci-Appello-exit
               WHEN "P"
                   PERFORM Prenota-Appello THRU Prenota-Appello-exit
               WHEN "F"
                   PERFORM Stampa-Foglio-Voti
                           THRU Stampa-Foglio-Voti-exit
               WHEN OTHER
                   PERFORM Stampa-Trascritto
                           THRU Stampa-Trascritto-exit
       Verifica-Corso-Esame.
           MOVE "N" TO WS-CORSO-OK.
           MOVE SPACES TO WS-TITOLO-CORSO.
           MOVE 0 TO WS-CFU-CORSO.
           MOVE 0 TO WS-FREQ-MIN.
           MOVE "N" TO WS-EOF-CORSI.
           OPEN INPUT CorsiFile.
           IF WS-FS-CORSI NOT = "00"
                       IF CO-CODICE = WS-CORSO
                           MOVE "Y" TO WS-CORSO-OK
                           MOVE CO-TITOLO TO WS-TITOLO-CORSO
                           IF CO-CFU IS NUMERIC
                               MOVE CO-CFU TO WS-CFU-CORSO
                           END-IF
                           IF CO-FREQ-MIN IS NUMERIC
                               MOVE CO-FREQ-MIN TO WS-FREQ-MIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-DATA-ESAME TO ES-DATA.
           MOVE WS-VOTO TO ES-VOTO.
           MOVE WS-TENTATIVO TO ES-TENTATIVO.
           MOVE SPACE TO ES-TIPO.
           WRITE EsameRecord.
           CLOSE EsamiFile.
       Scrivi-Esame-exit.
           END-IF.
           DISPLAY "Numero del tentativo: ".
           ACCEPT WS-TENTATIVO.
           PERFORM Verifica-Frequenza THRU Verifica-Frequenza-exit.
           IF WS-MOTIVO-SCARTO = "FQ"
               DISPLAY "Frequenza di " WS-MATRICOLA " al corso "
                       WS-CORSO " al " WS-PERCENTUALE "%, sotto il"
                       " minimo del " WS-FREQ-MIN "%: esame non"
                       " registrato."
               PERFORM Scarta-Frequenza THRU Scarta-Frequenza-exit
               GO TO Registra-Esame-exit
           END-IF.
           PERFORM Verifica-Prenotazione
                   THRU Verifica-Prenotazione-exit.
           IF WS-MOTIVO-SCARTO = "PR"
               DISPLAY "Matricola " WS-MATRICOLA " non prenotata"
                       " all'appello del " WS-DATA-ESAME ": esame"
                       " non registrato."
               GO TO Registra-Esame-exit
           END-IF.
           IF WS-MOTIVO-SCARTO = "GV"
               DISPLAY "Voto gia' registrato per la prenotazione"
                       " all'appello del " WS-DATA-ESAME ": esame"
                       " non registrato."
               GO TO Registra-Esame-exit
           END-IF.
           PERFORM Scrivi-Esame THRU Scrivi-Esame-exit.
           PERFORM Salva-Prenotazioni THRU Salva-Prenotazioni-exit.
           DISPLAY "Esame registrato: matricola " WS-MATRICOLA
                   " corso " WS-CORSO " voto " WS-VOTO ".".
       Registra-Esame-exit.
           END-PERFORM.
           CLOSE LottoFile.
           CLOSE ScartiFile.
           PERFORM Salva-Prenotazioni THRU Salva-Prenotazioni-exit.
           DISPLAY "Caricamento esami: letti " WS-LETTI
                   ", caricati " WS-CARICATI
                   ", scartati " WS-SCARTATI ".".
           IF WS-ASSENTI > 0
               DISPLAY WS-ASSENTI " righe senza voto (assenti"
                       " all'appello) non caricate."
           END-IF.
           IF WS-SCARTATI > 0
               DISPLAY "Scarti in " WS-FILE-SCARTI " pronti per"
                       " correzione e reinvio."
           EXIT.

       Elabora-Riga-Lotto.
      *    A grade-sheet line the commission left without a grade is
      *    a booked student who did not sit: nothing to load, and
      *    nothing to correct either.
           IF LT-VOTO = SPACES
               ADD 1 TO WS-ASSENTI
               GO TO Elabora-Riga-Lotto-exit
           END-IF.
           MOVE SPACES TO WS-MOTIVO-SCARTO.
           MOVE LT-MATRICOLA TO WS-MATRICOLA.
           MOVE LT-CORSO TO WS-CORSO.
               MOVE "VT" TO WS-MOTIVO-SCARTO
               GO TO Elabora-Riga-Lotto-scarta
           END-IF.
           PERFORM Verifica-Frequenza THRU Verifica-Frequenza-exit.
           IF WS-MOTIVO-SCARTO NOT = SPACES
               GO TO Elabora-Riga-Lotto-scarta
           END-IF.
           PERFORM Verifica-Prenotazione
                   THRU Verifica-Prenotazione-exit.
           IF WS-MOTIVO-SCARTO NOT = SPACES
               GO TO Elabora-Riga-Lotto-scarta
           END-IF.
           PERFORM Scrivi-Esame THRU Scrivi-Esame-exit.
           ADD 1 TO WS-CARICATI.
           GO TO Elabora-Riga-Lotto-exit.
       Elabora-Riga-Lotto-exit.
           EXIT.

       Verifica-Frequenza.
      *    A course with a minimum attendance: the student's
      *    presences (PRESENZE.DAT, keyed Matricola/date/course) at
      *    the calendar's lessons held up to the exam date, as a
      *    percentage. Below the minimum WS-MOTIVO-SCARTO comes back
      *    "FQ". A course with no lessons on the calendar yet has
      *    nothing to measure and passes.
           MOVE SPACES TO WS-MOTIVO-SCARTO.
           MOVE 0 TO WS-PERCENTUALE.
           IF WS-FREQ-MIN = 0
               GO TO Verifica-Frequenza-exit
           END-IF.
           MOVE 0 TO WS-LEZIONI-TENUTE.
           MOVE 0 TO WS-LEZIONI-PRESENTE.
           MOVE "N" TO WS-EOF-LEZIONI.
           OPEN INPUT LezioniFile.
           IF WS-FS-LEZIONI NOT = "00"
               GO TO Verifica-Frequenza-exit
           END-IF.
           MOVE "N" TO WS-PRESENZE-APERTE.
           OPEN INPUT PresenzeFile.
           IF WS-FS-PRESENZE = "00"
               MOVE "Y" TO WS-PRESENZE-APERTE
           END-IF.
           PERFORM UNTIL WS-EOF-LEZIONI = "Y"
               READ LezioniFile
                   AT END MOVE "Y" TO WS-EOF-LEZIONI
                   NOT AT END
                       IF LZ-CORSO = WS-CORSO
                          AND LZ-DATA <= WS-DATA-ESAME
                           ADD 1 TO WS-LEZIONI-TENUTE
                           PERFORM Cerca-Presenza
                                   THRU Cerca-Presenza-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LezioniFile.
           IF WS-PRESENZE-APERTE = "Y"
               CLOSE PresenzeFile
           END-IF.
           IF WS-LEZIONI-TENUTE = 0
               GO TO Verifica-Frequenza-exit
           END-IF.
           COMPUTE WS-PERCENTUALE =
               WS-LEZIONI-PRESENTE * 100 / WS-LEZIONI-TENUTE.
           IF WS-PERCENTUALE < WS-FREQ-MIN
               MOVE "FQ" TO WS-MOTIVO-SCARTO
           END-IF.
       Verifica-Frequenza-exit.
           EXIT.

       Cerca-Presenza.
      *    No attendance file yet reads as no presences.
           IF WS-PRESENZE-APERTE = "N"
               GO TO Cerca-Presenza-exit
           END-IF.
           MOVE WS-MATRICOLA TO PR-MATRICOLA.
           MOVE LZ-DATA TO PR-DATA.
           MOVE WS-CORSO TO PR-CORSO.
           READ PresenzeFile
               KEY IS PR-CHIAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LEZIONI-PRESENTE
           END-READ.
       Cerca-Presenza-exit.
           EXIT.

       Scarta-Frequenza.
      *    A result keyed at the desk and refused for attendance goes
      *    to the rejects file too, in the intake layout, so it can
      *    be fed back through mode B once the registers are right.
           OPEN EXTEND ScartiFile.
           IF WS-FS-SCARTI = "35"
               OPEN OUTPUT ScartiFile
           END-IF.
           MOVE SPACES TO LottoRecord.
           MOVE WS-MATRICOLA TO LT-MATRICOLA.
           MOVE WS-CORSO TO LT-CORSO.
           MOVE WS-DATA-ESAME TO LT-DATA.
           MOVE WS-VOTO TO LT-VOTO.
           MOVE WS-TENTATIVO TO LT-TENTATIVO.
           MOVE SPACES TO ScartoRecord.
           MOVE LottoRecord TO SC-DATI.
           MOVE "FQ" TO SC-MOTIVO.
           WRITE ScartoRecord.
           CLOSE ScartiFile.
       Scarta-Frequenza-exit.
           EXIT.

       Verifica-Prenotazione.
      *    A grade dated on a sitting of the course can only go to a
      *    student booked on that sitting, once. A date with no
      *    sitting on file (results from before the sittings were
      *    kept here) passes as before. WS-MOTIVO-SCARTO comes back
      *    "PR" or "GV" on a refusal; on success the booking is
      *    marked graded in memory - the caller saves the table.
           MOVE SPACES TO WS-MOTIVO-SCARTO.
           MOVE 0 TO WS-APP-TROVATO.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-NUM-APPELLI
               MOVE AT-REC (WS-APP-IDX) TO AppelloRecord
               IF AP-CORSO = WS-CORSO AND AP-DATA = WS-DATA-ESAME
                   MOVE WS-APP-IDX TO WS-APP-TROVATO
               END-IF
           END-PERFORM.
           IF WS-APP-TROVATO = 0
               GO TO Verifica-Prenotazione-exit
           END-IF.
           MOVE AT-REC (WS-APP-TROVATO) TO AppelloRecord.
           MOVE AP-CORSO TO WS-APPELLO-CORSO.
           MOVE AP-NUMERO TO WS-APPELLO-NUMERO.
           PERFORM Cerca-Prenotazione THRU Cerca-Prenotazione-exit.
           IF WS-PRN-TROVATA = 0
               MOVE "PR" TO WS-MOTIVO-SCARTO
               GO TO Verifica-Prenotazione-exit
           END-IF.
           MOVE PT-REC (WS-PRN-TROVATA) TO PrenotazioneRecord.
           IF PN-STATO = "V"
               MOVE "GV" TO WS-MOTIVO-SCARTO
               GO TO Verifica-Prenotazione-exit
           END-IF.
           MOVE "V" TO PN-STATO.
           MOVE PrenotazioneRecord TO PT-REC (WS-PRN-TROVATA).
           MOVE "Y" TO WS-PRENOTAZIONI-MOD.
       Verifica-Prenotazione-exit.
           EXIT.

       Cerca-Prenotazione.
      *    WS-APPELLO-CORSO/-NUMERO and WS-MATRICOLA in;
      *    WS-PRN-TROVATA the booking's row, zero when not booked.
           MOVE 0 TO WS-PRN-TROVATA.
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-NUM-PRENOTAZIONI
               MOVE PT-REC (WS-PRN-IDX) TO PrenotazioneRecord
               IF PN-CORSO = WS-APPELLO-CORSO
                  AND PN-NUMERO = WS-APPELLO-NUMERO
                  AND PN-MATRICOLA = WS-MATRICOLA
                   MOVE WS-PRN-IDX TO WS-PRN-TROVATA
               END-IF
           END-PERFORM.
       Cerca-Prenotazione-exit.
           EXIT.

       Cerca-Appello.
      *    WS-APPELLO-CORSO/-NUMERO in; WS-APP-TROVATO the sitting's
      *    row (record left in AppelloRecord), zero when unknown.
           MOVE 0 TO WS-APP-TROVATO.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-NUM-APPELLI
               MOVE AT-REC (WS-APP-IDX) TO AppelloRecord
               IF AP-CORSO = WS-APPELLO-CORSO
                  AND AP-NUMERO = WS-APPELLO-NUMERO
                   MOVE WS-APP-IDX TO WS-APP-TROVATO
               END-IF
           END-PERFORM.
           IF WS-APP-TROVATO > 0
               MOVE AT-REC (WS-APP-TROVATO) TO AppelloRecord
           END-IF.
       Cerca-Appello-exit.
           EXIT.

       Conta-Prenotati.
      *    Bookings on the sitting in WS-APPELLO-CORSO/-NUMERO.
           MOVE 0 TO WS-PRENOTATI.
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-NUM-PRENOTAZIONI
               MOVE PT-REC (WS-PRN-IDX) TO PrenotazioneRecord
               IF PN-CORSO = WS-APPELLO-CORSO
                  AND PN-NUMERO = WS-APPELLO-NUMERO
                   ADD 1 TO WS-PRENOTATI
               END-IF
           END-PERFORM.
       Conta-Prenotati-exit.
           EXIT.

       Carica-Appelli.
           MOVE 0 TO WS-NUM-APPELLI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT AppelliFile.
           IF WS-FS-APPELLI NOT = "00"
               GO TO Carica-Appelli-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ AppelliFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-APPELLI < WS-MAX-APPELLI
                           ADD 1 TO WS-NUM-APPELLI
                           MOVE AppelloRecord
                               TO AT-REC (WS-NUM-APPELLI)
                       ELSE
                           DISPLAY "Archivio appelli oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AppelliFile.
       Carica-Appelli-exit.
           EXIT.

       Salva-Appelli.
           OPEN OUTPUT AppelliFile.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-NUM-APPELLI
               MOVE AT-REC (WS-APP-IDX) TO AppelloRecord
               WRITE AppelloRecord
           END-PERFORM.
           CLOSE AppelliFile.
       Salva-Appelli-exit.
           EXIT.

       Carica-Prenotazioni.
           MOVE 0 TO WS-NUM-PRENOTAZIONI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PrenotazioniFile.
           IF WS-FS-PRENOTAZIONI NOT = "00"
               GO TO Carica-Prenotazioni-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PrenotazioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-PRENOTAZIONI < WS-MAX-PRENOTAZIONI
                           ADD 1 TO WS-NUM-PRENOTAZIONI
                           MOVE PrenotazioneRecord
                               TO PT-REC (WS-NUM-PRENOTAZIONI)
                       ELSE
                           DISPLAY "Archivio prenotazioni oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PrenotazioniFile.
       Carica-Prenotazioni-exit.
           EXIT.

       Salva-Prenotazioni.
           IF WS-PRENOTAZIONI-MOD = "N"
               GO TO Salva-Prenotazioni-exit
           END-IF.
           OPEN OUTPUT PrenotazioniFile.
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-NUM-PRENOTAZIONI
               MOVE PT-REC (WS-PRN-IDX) TO PrenotazioneRecord
               WRITE PrenotazioneRecord
           END-PERFORM.
           CLOSE PrenotazioniFile.
           MOVE "N" TO WS-PRENOTAZIONI-MOD.
       Salva-Prenotazioni-exit.
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
               IF WS-OGGI-MESE >= 9
                   MOVE WS-OGGI-ANNO TO WS-ANNO-ACC-CORRENTE
               ELSE
                   COMPUTE WS-ANNO-ACC-CORRENTE = WS-OGGI-ANNO - 1
               END-IF
           END-IF.
       Carica-Anno-Accademico-exit.
           EXIT.

       Definisci-Appello.
      *    A new sitting of a catalogue course: numbered after the
      *    course's last one, with the booking window closing before
      *    the exam day.
           IF WS-NUM-APPELLI >= WS-MAX-APPELLI
               DISPLAY "Archivio appelli al limite: nessun nuovo"
                       " appello."
               GO TO Definisci-Appello-exit
           END-IF.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-CORSO.
           PERFORM Verifica-Corso-Esame
                   THRU Verifica-Corso-Esame-exit.
           IF WS-CORSO-OK = "N"
               DISPLAY "Corso " WS-CORSO " non a catalogo: appello"
                       " non definito."
               GO TO Definisci-Appello-exit
           END-IF.
           MOVE 0 TO WS-APPELLO-NUMERO.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-NUM-APPELLI
               MOVE AT-REC (WS-APP-IDX) TO AppelloRecord
               IF AP-CORSO = WS-CORSO
                  AND AP-NUMERO > WS-APPELLO-NUMERO
                   MOVE AP-NUMERO TO WS-APPELLO-NUMERO
               END-IF
           END-PERFORM.
           IF WS-APPELLO-NUMERO >= 99
               DISPLAY "Corso " WS-CORSO " con 99 appelli: nessun"
                       " nuovo appello."
               GO TO Definisci-Appello-exit
           END-IF.
           ADD 1 TO WS-APPELLO-NUMERO.
           MOVE SPACES TO AppelloRecord.
           MOVE WS-CORSO TO AP-CORSO.
           MOVE WS-APPELLO-NUMERO TO AP-NUMERO.
           DISPLAY "Data dell'appello (AAAAMMGG): ".
           ACCEPT AP-DATA.
           DISPLAY "Aula: ".
           ACCEPT AP-AULA.
           DISPLAY "Capienza (posti): ".
           ACCEPT AP-CAPIENZA.
           DISPLAY "Prenotazioni aperte dal (AAAAMMGG): ".
           ACCEPT AP-APERTURA.
           DISPLAY "Prenotazioni chiuse dopo il (AAAAMMGG): ".
           ACCEPT AP-CHIUSURA.
           IF AP-CAPIENZA = 0
               DISPLAY "Capienza zero: appello non definito."
               GO TO Definisci-Appello-exit
           END-IF.
           IF AP-APERTURA > AP-CHIUSURA OR AP-CHIUSURA >= AP-DATA
               DISPLAY "Finestra di prenotazione " AP-APERTURA "-"
                       AP-CHIUSURA " non valida per l'appello del "
                       AP-DATA ": appello non definito."
               GO TO Definisci-Appello-exit
           END-IF.
      *    One sitting per course and day: the grade sheet and the
      *    booked-student check find the sitting by its date.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-NUM-APPELLI
               IF AT-REC (WS-APP-IDX) (1:5) = AP-CORSO
                  AND AT-REC (WS-APP-IDX) (8:8) = AP-DATA
                   DISPLAY "Il corso " AP-CORSO " ha gia' un"
                           " appello il " AP-DATA ": appello non"
                           " definito."
                   GO TO Definisci-Appello-exit
               END-IF
           END-PERFORM.
           ADD 1 TO WS-NUM-APPELLI.
           MOVE AppelloRecord TO AT-REC (WS-NUM-APPELLI).
           PERFORM Salva-Appelli THRU Salva-Appelli-exit.
           DISPLAY "Appello " AP-NUMERO " del corso " AP-CORSO
                   " definito per il " AP-DATA ", "
                   AP-CAPIENZA " posti.".
       Definisci-Appello-exit.
           EXIT.

       Prenota-Appello.
      *    The booking desk: only an active student of the current
      *    academic year enrolled in the sitting's course, inside the
      *    booking window, while seats remain, once per sitting.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-APPELLO-CORSO.
           DISPLAY "Numero dell'appello: ".
           ACCEPT WS-APPELLO-NUMERO.
           PERFORM Cerca-Appello THRU Cerca-Appello-exit.
           IF WS-APP-TROVATO = 0
               DISPLAY "Appello " WS-APPELLO-NUMERO " del corso "
                       WS-APPELLO-CORSO " non definito."
               GO TO Prenota-Appello-exit
           END-IF.
           IF WS-DATA-OGGI < AP-APERTURA
              OR WS-DATA-OGGI > AP-CHIUSURA
               DISPLAY "Prenotazioni aperte solo dal " AP-APERTURA
                       " al " AP-CHIUSURA ": prenotazione rifiutata."
               GO TO Prenota-Appello-exit
           END-IF.
           DISPLAY "Matricola dello studente: ".
           ACCEPT WS-MATRICOLA.
           PERFORM Verifica-Matricola-Esame
                   THRU Verifica-Matricola-Esame-exit.
           IF WS-MATRICOLA-OK = "N"
               DISPLAY "Matricola " WS-MATRICOLA " non sul master:"
                       " prenotazione rifiutata."
               GO TO Prenota-Appello-exit
           END-IF.
      *    Rubrica's rule for an active current-year student:
      *    records from before the fields existed read as active
      *    and current.
           IF SR-STATO = "R" OR SR-STATO = "L"
               DISPLAY "Studente " WS-MATRICOLA " non attivo (stato "
                       SR-STATO "): prenotazione rifiutata."
               GO TO Prenota-Appello-exit
           END-IF.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           IF SR-ANNO-ACC IS NUMERIC AND SR-ANNO-ACC > 0
              AND SR-ANNO-ACC NOT = WS-ANNO-ACC-CORRENTE
               DISPLAY "Studente " WS-MATRICOLA " non iscritto"
                       " all'anno accademico " WS-ANNO-ACC-CORRENTE
                       ": prenotazione rifiutata."
               GO TO Prenota-Appello-exit
           END-IF.
           IF SR-CORSO NOT = AP-CORSO
               DISPLAY "Studente " WS-MATRICOLA " iscritto al corso "
                       SR-CORSO ", non al " AP-CORSO
                       ": prenotazione rifiutata."
               GO TO Prenota-Appello-exit
           END-IF.
           PERFORM Cerca-Prenotazione THRU Cerca-Prenotazione-exit.
           IF WS-PRN-TROVATA > 0
               DISPLAY "Studente " WS-MATRICOLA " gia' prenotato"
                       " all'appello."
               GO TO Prenota-Appello-exit
           END-IF.
           PERFORM Conta-Prenotati THRU Conta-Prenotati-exit.
           IF WS-PRENOTATI >= AP-CAPIENZA
               DISPLAY "Appello al completo (" AP-CAPIENZA " posti):"
                       " prenotazione rifiutata."
               GO TO Prenota-Appello-exit
           END-IF.
           IF WS-NUM-PRENOTAZIONI >= WS-MAX-PRENOTAZIONI
               DISPLAY "Archivio prenotazioni al limite: prenotazione"
                       " non registrata."
               GO TO Prenota-Appello-exit
           END-IF.
           MOVE WS-APPELLO-CORSO TO PN-CORSO.
           MOVE WS-APPELLO-NUMERO TO PN-NUMERO.
           MOVE WS-MATRICOLA TO PN-MATRICOLA.
           MOVE WS-DATA-OGGI TO PN-DATA.
           MOVE "P" TO PN-STATO.
           ADD 1 TO WS-NUM-PRENOTAZIONI.
           MOVE PrenotazioneRecord TO PT-REC (WS-NUM-PRENOTAZIONI).
           MOVE "Y" TO WS-PRENOTAZIONI-MOD.
           PERFORM Salva-Prenotazioni THRU Salva-Prenotazioni-exit.
           ADD 1 TO WS-PRENOTATI.
           DISPLAY "Studente " WS-MATRICOLA " prenotato all'appello "
                   WS-APPELLO-NUMERO " del corso " WS-APPELLO-CORSO
                   " (" WS-PRENOTATI " su " AP-CAPIENZA " posti).".
       Prenota-Appello-exit.
           EXIT.

       Stampa-Foglio-Voti.
      *    The professor's grade sheet: one line per booked student,
      *    printed, and the same lines as a load file in the batch
      *    intake layout with the grade left blank and the attempt
      *    filled in - completed, it goes straight through mode B.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-APPELLO-CORSO.
           DISPLAY "Numero dell'appello: ".
           ACCEPT WS-APPELLO-NUMERO.
           PERFORM Cerca-Appello THRU Cerca-Appello-exit.
           IF WS-APP-TROVATO = 0
               DISPLAY "Appello " WS-APPELLO-NUMERO " del corso "
                       WS-APPELLO-CORSO " non definito."
               MOVE 8 TO RETURN-CODE
               GO TO Stampa-Foglio-Voti-exit
           END-IF.
           MOVE AP-CORSO TO WS-CORSO.
           PERFORM Verifica-Corso-Esame
                   THRU Verifica-Corso-Esame-exit.
           MOVE SPACES TO WS-FILE-TRASCRITTO.
           STRING "FOGLIO_VOTI_" DELIMITED BY SIZE
                  AP-CORSO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  AP-NUMERO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-TRASCRITTO.
           MOVE SPACES TO WS-FILE-LOTTO.
           STRING "FOGLIO_VOTI_" DELIMITED BY SIZE
                  AP-CORSO DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  AP-NUMERO DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-LOTTO.
           OPEN OUTPUT TrascrittoFile.
           OPEN OUTPUT LottoFile.
           MOVE "Esami" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO TrascrittoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO TrascrittoLine.
           STRING "FOGLIO VOTI - APPELLO " DELIMITED BY SIZE
                  AP-NUMERO DELIMITED BY SIZE
                  " DEL CORSO " DELIMITED BY SIZE
                  AP-CORSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TITOLO-CORSO) DELIMITED BY SIZE
                  INTO TrascrittoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO TrascrittoLine.
           STRING "Data " DELIMITED BY SIZE
                  AP-DATA DELIMITED BY SIZE
                  "  aula " DELIMITED BY SIZE
                  FUNCTION TRIM (AP-AULA) DELIMITED BY SIZE
                  "  posti " DELIMITED BY SIZE
                  AP-CAPIENZA DELIMITED BY SIZE
                  INTO TrascrittoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "MATRICOLA  COGNOME E NOME                  TENT. "
               TO TrascrittoLine.
           MOVE "VOTO" TO TrascrittoLine (51:4).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 0 TO WS-PRENOTATI.
           PERFORM VARYING WS-PRN-IDX FROM 1 BY 1
                   UNTIL WS-PRN-IDX > WS-NUM-PRENOTAZIONI
               MOVE PT-REC (WS-PRN-IDX) TO PrenotazioneRecord
               IF PN-CORSO = WS-APPELLO-CORSO
                  AND PN-NUMERO = WS-APPELLO-NUMERO
                   PERFORM Stampa-Foglio-Riga
                           THRU Stampa-Foglio-Riga-exit
               END-IF
           END-PERFORM.
           MOVE SPACES TO TrascrittoLine.
           STRING "Studenti prenotati: " DELIMITED BY SIZE
                  WS-PRENOTATI DELIMITED BY SIZE
                  INTO TrascrittoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "Firma del presidente della commissione:"
               TO TrascrittoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO TrascrittoLine.
           WRITE TrascrittoLine.
           DISPLAY TrascrittoLine.
           CLOSE TrascrittoFile.
           MOVE WS-FILE-TRASCRITTO TO WS-ARC-FILE.
           COPY RPTARC.
           CLOSE LottoFile.
           DISPLAY "Foglio voti in " FUNCTION TRIM
                   (WS-FILE-TRASCRITTO) ", file di caricamento in "
                   FUNCTION TRIM (WS-FILE-LOTTO) ".".
       Stampa-Foglio-Voti-exit.
           EXIT.

       Stampa-Foglio-Riga.
      *    The attempt is the student's previous results on the
      *    course plus one.
           ADD 1 TO WS-PRENOTATI.
           MOVE PN-MATRICOLA TO WS-MATRICOLA.
           PERFORM Verifica-Matricola-Esame
                   THRU Verifica-Matricola-Esame-exit.
           IF WS-MATRICOLA-OK = "N"
               MOVE SPACES TO SR-COGNOME
               MOVE "(non piu' sul master)" TO SR-NOME
           END-IF.
           MOVE 0 TO WS-TENTATIVI-PREC.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ EsamiFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF ES-MATRICOLA = PN-MATRICOLA
                              AND ES-CORSO = PN-CORSO
                              AND WS-TENTATIVI-PREC < 98
                               ADD 1 TO WS-TENTATIVI-PREC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EsamiFile
           END-IF.
           ADD 1 TO WS-TENTATIVI-PREC.
           MOVE SPACES TO TrascrittoLine.
           STRING PN-MATRICOLA DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  INTO TrascrittoLine.
           MOVE WS-TENTATIVI-PREC TO TrascrittoLine (45:2).
           MOVE "____" TO TrascrittoLine (51:4).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO LottoRecord.
           MOVE PN-MATRICOLA TO LT-MATRICOLA.
           MOVE PN-CORSO TO LT-CORSO.
           MOVE AP-DATA TO LT-DATA.
           MOVE WS-TENTATIVI-PREC TO LT-TENTATIVO.
           WRITE LottoRecord.
       Stampa-Foglio-Riga-exit.
           EXIT.

       Stampa-Trascritto.
           DISPLAY "Matricola dello studente: ".
           ACCEPT WS-MATRICOLA.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 0 TO WS-ESAMI-STAMPATI.
           MOVE 0 TO WS-SOMMA-VOTI.
           MOVE 0 TO WS-CFU-ACQUISITI.
           MOVE 0 TO WS-CFU-NEL-PIANO.
           MOVE 0 TO WS-NUM-CONTATI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI = "00"
                      INTO TrascrittoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           PERFORM Carica-Minimi-Piano THRU Carica-Minimi-Piano-exit.
           MOVE SPACES TO TrascrittoLine.
           IF WS-PIANO-DEFINITO = "Y"
               STRING "Crediti acquisiti: " DELIMITED BY SIZE
                      WS-CFU-ACQUISITI DELIMITED BY SIZE
                      ", validi per il piano: " DELIMITED BY SIZE
                      WS-CFU-NEL-PIANO DELIMITED BY SIZE
                      " su " DELIMITED BY SIZE
                      WS-CFU-RICHIESTI DELIMITED BY SIZE
                      " richiesti" DELIMITED BY SIZE
                      INTO TrascrittoLine
           ELSE
               STRING "Crediti acquisiti: " DELIMITED BY SIZE
                      WS-CFU-ACQUISITI DELIMITED BY SIZE
                      " (piano di studio del corso " DELIMITED BY SIZE
                      SR-CORSO DELIMITED BY SIZE
                      " non definito)" DELIMITED BY SIZE
                      INTO TrascrittoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO TrascrittoLine.
           WRITE TrascrittoLine.
           DISPLAY TrascrittoLine.
           CLOSE TrascrittoFile.
           MOVE WS-FILE-TRASCRITTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Trascritto in " WS-FILE-TRASCRITTO ".".
       Stampa-Trascritto-exit.
           EXIT.

       Stampa-Esame-Riga.
      *    A recognised exam (ES-TIPO "R") was sat and counted under
      *    its original code: it prints, and counts towards the new
      *    plan, but adds nothing to the exams, average or credits
      *    earned.
           MOVE ES-CORSO TO WS-CORSO.
           PERFORM Verifica-Corso-Esame
                   THRU Verifica-Corso-Esame-exit.
           IF ES-TIPO NOT = "R"
               ADD 1 TO WS-ESAMI-STAMPATI
               ADD ES-VOTO TO WS-SOMMA-VOTI
               IF ES-VOTO >= 18
                   ADD WS-CFU-CORSO TO WS-CFU-ACQUISITI
               END-IF
           END-IF.
           IF ES-VOTO >= 18
               PERFORM Verifica-Corso-Piano
                       THRU Verifica-Corso-Piano-exit
               IF WS-CORSO-NEL-PIANO = "Y"
                   PERFORM Conta-Corso-Piano
                           THRU Conta-Corso-Piano-exit
               END-IF
           END-IF.
           MOVE SPACES TO TrascrittoLine.
           IF ES-TIPO = "R"
               STRING ES-DATA DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ES-CORSO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-TITOLO-CORSO)
                          DELIMITED BY SIZE
                      "  voto " DELIMITED BY SIZE
                      ES-VOTO DELIMITED BY SIZE
                      " riconosciuto cfu " DELIMITED BY SIZE
                      WS-CFU-CORSO DELIMITED BY SIZE
                      INTO TrascrittoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               GO TO Stampa-Esame-Riga-exit
           END-IF.
           STRING ES-DATA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ES-CORSO DELIMITED BY SIZE
                  ES-VOTO DELIMITED BY SIZE
                  " (tent. " DELIMITED BY SIZE
                  ES-TENTATIVO DELIMITED BY SIZE
                  ") cfu " DELIMITED BY SIZE
                  WS-CFU-CORSO DELIMITED BY SIZE
                  INTO TrascrittoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Esame-Riga-exit.
           EXIT.

       Conta-Corso-Piano.
      *    WS-CFU-CORSO towards the plan, once per course.
           MOVE "N" TO WS-GIA-CONTATO.
           PERFORM VARYING WS-CONT-IDX FROM 1 BY 1
                   UNTIL WS-CONT-IDX > WS-NUM-CONTATI
               IF CC-CORSO (WS-CONT-IDX) = ES-CORSO
                   MOVE "Y" TO WS-GIA-CONTATO
               END-IF
           END-PERFORM.
           IF WS-GIA-CONTATO = "Y"
               GO TO Conta-Corso-Piano-exit
           END-IF.
           ADD WS-CFU-CORSO TO WS-CFU-NEL-PIANO.
           IF WS-NUM-CONTATI < WS-MAX-CONTATI
               ADD 1 TO WS-NUM-CONTATI
               MOVE ES-CORSO TO CC-CORSO (WS-NUM-CONTATI)
           END-IF.
       Conta-Corso-Piano-exit.
           EXIT.

       Carica-Minimi-Piano.
      *    The credits SR-CORSO's degree plan asks for.
           MOVE "N" TO WS-PIANO-DEFINITO.
           MOVE 0 TO WS-CFU-RICHIESTI.
           MOVE "N" TO WS-EOF-PIANI.
           OPEN INPUT PianiFile.
           IF WS-FS-PIANI NOT = "00"
               GO TO Carica-Minimi-Piano-exit
           END-IF.
           PERFORM UNTIL WS-EOF-PIANI = "Y"
               READ PianiFile
                   AT END MOVE "Y" TO WS-EOF-PIANI
                   NOT AT END
                       IF PS-PROGRAMMA = SR-CORSO AND PS-TIPO = "M"
                           MOVE "Y" TO WS-PIANO-DEFINITO
                           MOVE PS-CFU-MINIMI TO WS-CFU-RICHIESTI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PianiFile.
       Carica-Minimi-Piano-exit.
           EXIT.

       Verifica-Corso-Piano.
      *    Is ES-CORSO on SR-CORSO's plan, required or elective?
           MOVE "N" TO WS-CORSO-NEL-PIANO.
           MOVE "N" TO WS-EOF-PIANI.
           OPEN INPUT PianiFile.
           IF WS-FS-PIANI NOT = "00"
               GO TO Verifica-Corso-Piano-exit
           END-IF.
           PERFORM UNTIL WS-EOF-PIANI = "Y"
               READ PianiFile
                   AT END MOVE "Y" TO WS-EOF-PIANI
                   NOT AT END
                       IF PS-PROGRAMMA = SR-CORSO
                          AND PS-CORSO = ES-CORSO
                          AND PS-TIPO NOT = "M"
                           MOVE "Y" TO WS-CORSO-NEL-PIANO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PianiFile.
       Verifica-Corso-Piano-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE TrascrittoLine TO WS-RIGA-SALVA
