      *      figure (report lines written, the count the RPTTRL
      *      trailer certifies) to the shop's nightly control file
      *      (CTRFIG copybooks) for the end-of-night balancing.
      * Mod: 15/10/2026 - the sequence-generator request carries the new
      *      block fields (WS-SEQ-BLOCCO zero: one number, as before).
      * Mod: 15/10/2026 - passaggio di corso (mode P): the target
      *      course passes the registration checks, the master moves
      *      in one rewrite logged as a single " PASSAG" event, exams
      *      the recognition table accepts go on ESAMI.DAT as
      *      riconosciuti (ES-TIPO "R"), PASSAGGI.DAT takes the line
      *      Fatturazione settles the fee difference from, and the
      *      seat left is offered to the old waitlist. Maintenance no
      *      longer changes the course.
      * Mod: 15/10/2026 - CorsoRecord carries CO-CFU and
      *      CO-FREQ-MIN, the full CORSI.DAT line CorsiManut writes.
      * Mod: 15/10/2026 - contact details: the admissions layout
      *      carries address, e-mail and phone, checked by RECAPITV
      *      (rejects IN, CA, EM, TE) and loaded to RECAPITI.DAT by
      *      mode B; a waitlist offer shows the student's contacts.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Change-history lines carry the operator in
      *      columns 82-89.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rubrica.
           SELECT AttesaFile ASSIGN TO "LISTA_ATTESA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTESA.
           SELECT EsamiFile ASSIGN TO WS-FILE-ESAMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESAMI.
           SELECT RiconosciFile ASSIGN TO WS-FILE-RICONOSCI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RICONOSCI.
           SELECT PassaggiFile ASSIGN TO WS-FILE-PASSAGGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASSAGGI.
           SELECT RecapitiFile ASSIGN TO WS-FILE-RECAPITI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-MATRICOLA
               FILE STATUS IS WS-FS-RECAPITI.
           COPY CTRFIGS.
           COPY ERRLOGS.
       DATA DIVISION.
      *    attivo.
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
       FD  ConfermaFile.
       01  ConfermaLine       PIC X(80).
       FD  ExportFile.
       01  ExportLine         PIC X(80).
      * Change-history line: 1-80 as always, 82-89 the signed-on
      * operator (blank on lines written before the sign-on).
       FD  StoricoModFile.
       01  StoricoModLine     PIC X(89).
       FD  AnnoAccFile.
       01  AnnoAccRecord      PIC 9(4).
       FD  AmmissioniFile.
           05 AM-GIORNO       PIC 99.
           05 AM-MESE         PIC 99.
           05 AM-ANNO         PIC 9(4).
      *    Contact details, loaded to RECAPITI.DAT; blank when the
      *    admissions office has none.
           05 AM-INDIRIZZO    PIC X(40).
           05 AM-CAP          PIC X(5).
           05 AM-CITTA        PIC X(30).
           05 AM-PROVINCIA    PIC X(2).
           05 AM-EMAIL        PIC X(50).
           05 AM-TELEFONO     PIC X(15).
       FD  RegistroElettoriFile.
       01  RegistroElettoreRecord PIC X(20).
       FD  EsportazioniFile.
      *    The admissions layout with the reason code appended, so
      *    the corrected file can be resubmitted as-is.
       01  ScartoRecord.
           05 SC-DATI         PIC X(210).
           05 SC-MOTIVO       PIC XX.
       FD  AttesaFile.
      *    One waitlist entry per capacity-rejected registration, in
           05 LA-DATA         PIC 9(8).
           05 LA-ORA          PIC 9(6).
           05 LA-STATO        PIC X.
       FD  EsamiFile.
      *    Esami's results register; a passaggio di corso appends
      *    the recognised exams with ES-TIPO "R".
       01  EsameRecord.
           05 ES-MATRICOLA    PIC 9(5).
           05 ES-CORSO        PIC 9(5).
           05 ES-DATA         PIC 9(8).
           05 ES-VOTO         PIC 99.
           05 ES-TENTATIVO    PIC 99.
           05 ES-TIPO         PIC X.
           COPY RICONOSD.
           COPY PASSAGGD.
           COPY RECAPITD.
           COPY CTRFIGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
           05 WS-SEQ-AZZERA        PIC X VALUE "N".
           05 WS-SEQ-ESITO         PIC X VALUE "0".
           05 WS-SEQ-CHIAMANTE     PIC X(10) VALUE "Rubrica".
           05 WS-SEQ-BLOCCO        PIC 9(9) VALUE 0.
           05 WS-SEQ-RIFERIMENTO   PIC X(10) VALUE SPACES.
       01  WS-ESP-TROVATA      PIC X VALUE "N".
       01  WS-ESP-INVIATI      PIC 9(7) VALUE 0.
       01  WS-FILE-REG-ELETTORI PIC X(50) VALUE SPACES.
       01  WS-TROVATI-RICERCA  PIC 9(4) VALUE 0.
       01  WS-MATRICOLA-PRESCELTA PIC 9(5) VALUE 0.
       01  WS-APRI-COME        PIC X VALUE SPACES.
      * Passaggio di corso: the course left, the history tag, the
      * recognition rows for the move and the student's passed
      * exams.
       01  WS-CORSO-PRIMA      PIC 9(5) VALUE 0.
       01  WS-TITOLO-PRIMA     PIC X(30) VALUE SPACES.
       01  WS-STORICO-EVENTO   PIC X(7) VALUE " DOPO  ".
       01  WS-CONFERMA         PIC X VALUE "N".
       01  WS-FILE-ESAMI       PIC X(50) VALUE "ESAMI.DAT".
       01  WS-FS-ESAMI         PIC XX VALUE "00".
       01  WS-FILE-RICONOSCI   PIC X(50)
                               VALUE "RICONOSCIMENTI.DAT".
       01  WS-FS-RICONOSCI     PIC XX VALUE "00".
       01  WS-FILE-PASSAGGI    PIC X(50) VALUE "PASSAGGI.DAT".
       01  WS-FS-PASSAGGI      PIC XX VALUE "00".
       01  WS-FILE-RECAPITI    PIC X(50) VALUE "RECAPITI.DAT".
       01  WS-FS-RECAPITI      PIC XX VALUE "00".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-MAX-RICON        PIC 9(3) VALUE 200.
       01  WS-NUM-RICON        PIC 9(3) VALUE 0.
       01  WS-RIC-IDX          PIC 9(3) VALUE 0.
       01  RICONOSCIMENTI-TAB.
           05 RICONOSCIMENTO-ROW OCCURS 200 TIMES.
              10 RT-ESAME       PIC 9(5).
              10 RT-ESAME-A     PIC 9(5).
       01  WS-MAX-SUPERATI     PIC 9(3) VALUE 100.
       01  WS-NUM-SUPERATI     PIC 9(3) VALUE 0.
       01  WS-SUP-IDX          PIC 9(3) VALUE 0.
       01  WS-SUP-CERCA        PIC 9(3) VALUE 0.
       01  WS-SUP-FINE         PIC 9(3) VALUE 0.
       01  SUPERATI-TAB.
           05 SUPERATO-ROW OCCURS 100 TIMES.
              10 SU-CORSO       PIC 9(5).
              10 SU-VOTO        PIC 99.
              10 SU-TENTATIVO   PIC 99.
              10 SU-TIPO        PIC X.
       01  WS-ESAME-A          PIC 9(5) VALUE 0.
       01  WS-GIA-SUPERATO     PIC X VALUE "N".
       01  WS-RICONOSCIUTI     PIC 9(3) VALUE 0.
           COPY RPTHDRW.
           COPY RECAPITW.
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY CTRFIGW.
       01 DettagliStudente.
         05 Corso           PIC 9(5).
                   "C=riconcilia conferma registrar, "
                   "V=registro elettori per Elezioni, "
                   "A=stato lista d'attesa, "
                   "N=ricerca per cognome, "
                   "P=passaggio di corso): "
           ACCEPT WS-MODALITA.
           IF WS-MODALITA = "s" OR "i" OR "e" OR "m" OR "b" OR "c"
              OR "v" OR "a" OR "n" OR "p"
               MOVE FUNCTION UPPER-CASE(WS-MODALITA) TO WS-MODALITA
           END-IF.
           MOVE "Rubrica" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           EVALUATE WS-MODALITA
               WHEN "S"
                   PERFORM Stampa-Rapporto-Corsi
               WHEN "N"
                   PERFORM Ricerca-Cognome
                           THRU Ricerca-Cognome-exit
               WHEN "P"
                   PERFORM Passaggio-Corso
                           THRU Passaggio-Corso-exit
               WHEN OTHER
                   PERFORM Inizio THRU Inizio-exit
                   PERFORM Registra-Studente
      *      MD matricola gia' presente   DT data di nascita errata
      *      CR corso non valido          CP corso al completo
      *      TR nome o cognome oltre la larghezza del master
      *    and the contact-details checks of RECAPITV:
      *      IN indirizzo senza CAP o localita'
      *      CA CAP non valido            EM e-mail malformata
      *      TE telefono non valido
           ACCEPT CurrentDate FROM DATE YYYYMMDD.
           ACCEPT CurrentTime FROM TIME.
           DISPLAY "Nome del file ammissioni: ".
               MOVE "TR" TO WS-MOTIVO-SCARTO
               GO TO Elabora-Ammissione-scarta
           END-IF.
           MOVE SPACES TO RecapitoRecord.
           MOVE AM-MATRICOLA TO RP-MATRICOLA.
           MOVE AM-INDIRIZZO TO RP-INDIRIZZO.
           MOVE AM-CAP TO RP-CAP.
           MOVE AM-CITTA TO RP-CITTA.
           MOVE FUNCTION UPPER-CASE (AM-PROVINCIA) TO RP-PROVINCIA.
           MOVE AM-EMAIL TO RP-EMAIL.
           MOVE AM-TELEFONO TO RP-TELEFONO.
           MOVE CurrentDate TO RP-DATA-AGG.
           COPY RECAPITV.
           IF WS-RCV-ESITO NOT = SPACES
               MOVE WS-RCV-ESITO TO WS-MOTIVO-SCARTO
               GO TO Elabora-Ammissione-scarta
           END-IF.
           MOVE AM-CORSO TO Corso.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-CORSO-VALIDO = "N"
           END-IF.
           PERFORM Registra-Studente THRU Registra-Studente-exit.
           ADD 1 TO WS-AMM-CARICATE.
           IF RP-INDIRIZZO NOT = SPACES OR RP-EMAIL NOT = SPACES
              OR RP-TELEFONO NOT = SPACES
               PERFORM Registra-Recapito THRU Registra-Recapito-exit
           END-IF.
           GO TO Elabora-Ammissione-exit.
       Elabora-Ammissione-scarta.
           ADD 1 TO WS-AMM-SCARTATE.
       Elabora-Ammissione-exit.
           EXIT.

       Registra-Recapito.
      *    The admission's contact details, checked above, go on
      *    RECAPITI.DAT; a record already there for the Matricola
      *    (a resubmitted admission) is replaced.
           OPEN I-O RecapitiFile.
           IF WS-FS-RECAPITI = "35"
               OPEN OUTPUT RecapitiFile
               CLOSE RecapitiFile
               OPEN I-O RecapitiFile
           END-IF.
           IF WS-FS-RECAPITI NOT = "00"
               DISPLAY "Recapiti non aggiornabili (stato "
                       WS-FS-RECAPITI "): recapito della matricola "
                       RP-MATRICOLA " non caricato."
               MOVE "Rubrica" TO WS-ERR-PROGRAMMA
               MOVE "Registra-Recapito" TO WS-ERR-PARAGRAFO
               MOVE "file recapiti non aggiornabile"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO Registra-Recapito-exit
           END-IF.
           WRITE RecapitoRecord
               INVALID KEY
                   REWRITE RecapitoRecord
                       INVALID KEY
                           DISPLAY "Recapito della matricola "
                                   RP-MATRICOLA " non registrato."
                   END-REWRITE
           END-WRITE.
           CLOSE RecapitiFile.
       Registra-Recapito-exit.
           EXIT.

       Manutenzione-Studente.
      *    Maintenance desk: retrieve by Matricola, amend the
      *    non-key fields under the same validations as
           MOVE SPACES TO WS-CAMPO-SCELTO.
           PERFORM UNTIL WS-CAMPO-SCELTO = "F"
               DISPLAY "Campo da modificare (N=nome, C=cognome,"
                       " D=data di nascita, R=ritiro formale,"
                       " F=fine): "
               ACCEPT WS-CAMPO-SCELTO
               MOVE FUNCTION UPPER-CASE (WS-CAMPO-SCELTO)
                   TO WS-CAMPO-SCELTO
                   WHEN "D"
                       PERFORM Accetta-Data THRU Accetta-Data-exit
                   WHEN "O"
      *                A change of course is a passaggio, with its
      *                exam recognition and fee difference - never a
      *                field edit.
                       DISPLAY "Il cambio di corso e' un passaggio:"
                               " usare la modalita' P."
                   WHEN "R"
                       MOVE "R" TO WS-STATO-NUOVO
                       DISPLAY "Studente segnato come RITIRATO: il"
       Manutenzione-Studente-exit.
           EXIT.

       Passaggio-Corso.
      *    Formal change of programme (passaggio di corso): the
      *    target course passes the registration checks (active, not
      *    full), the master moves in one rewrite, the passed exams
      *    the recognition table accepts are recorded as
      *    riconosciuti, the history log takes one " PASSAG" event
      *    and PASSAGGI.DAT the line Fatturazione settles the fee
      *    difference from. The seat left behind is offered to the
      *    old course's waitlist.
           ACCEPT CurrentDate FROM DATE YYYYMMDD.
           ACCEPT CurrentTime FROM TIME.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           DISPLAY "Matricola dello studente: ".
           ACCEPT Matricola.
           MOVE Matricola TO SR-MATRICOLA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI ")."
               GO TO Passaggio-Corso-exit
           END-IF.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   DISPLAY "Matricola " Matricola " non trovata sul"
                           " master."
                   CLOSE StudentiFile
                   GO TO Passaggio-Corso-exit
           END-READ.
           CLOSE StudentiFile.
           IF SR-STATO = "R" OR SR-STATO = "L"
               DISPLAY "Matricola " Matricola " non attiva (stato "
                       SR-STATO "): passaggio non ammesso."
               GO TO Passaggio-Corso-exit
           END-IF.
           MOVE StudenteRecord TO WS-RECORD-PRIMA.
           MOVE SR-CORSO TO WS-CORSO-PRIMA.
           MOVE SR-CORSO TO WS-CORSO-CERCATO.
           PERFORM Cerca-Titolo-Corso THRU Cerca-Titolo-Corso-exit.
           MOVE WS-CORSO-TITOLO TO WS-TITOLO-PRIMA.
           DISPLAY "Studente " FUNCTION TRIM (SR-NOME) " "
                   FUNCTION TRIM (SR-COGNOME) ", corso attuale "
                   WS-CORSO-PRIMA " "
                   FUNCTION TRIM (WS-TITOLO-PRIMA) ".".
           DISPLAY "Corso di destinazione: ".
           ACCEPT Corso.
           IF Corso = WS-CORSO-PRIMA
               DISPLAY "Lo studente e' gia' iscritto al corso "
                       Corso ": nessun passaggio."
               GO TO Passaggio-Corso-exit
           END-IF.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-CORSO-VALIDO = "N"
               DISPLAY "Corso " Corso " non accettato: passaggio non"
                       " registrato."
               GO TO Passaggio-Corso-exit
           END-IF.
      *    The same capacity rule as a registration: a full course
      *    can only take the student on its waitlist.
           IF WS-CORSO-MAX > 0
               PERFORM Conta-Iscritti-Corso
                       THRU Conta-Iscritti-Corso-exit
               IF WS-ISCRITTI-CORSO >= WS-CORSO-MAX
                   DISPLAY "Corso " Corso " ("
                           FUNCTION TRIM (WS-CORSO-TITOLO)
                           ") al completo: " WS-ISCRITTI-CORSO
                           " iscritti su " WS-CORSO-MAX
                           ". Passaggio non registrato."
                   DISPLAY "Mettere lo studente in lista d'attesa"
                           " per il corso? (S/N): "
                   ACCEPT WS-SCELTA-ATTESA
                   IF WS-SCELTA-ATTESA = "S"
                      OR WS-SCELTA-ATTESA = "s"
                       PERFORM Accoda-Attesa THRU Accoda-Attesa-exit
                   END-IF
                   GO TO Passaggio-Corso-exit
               END-IF
           END-IF.
           DISPLAY "Confermare il passaggio dal corso "
                   WS-CORSO-PRIMA " al corso " Corso " "
                   FUNCTION TRIM (WS-CORSO-TITOLO) "? (S/N): ".
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = "S" AND WS-CONFERMA NOT = "s"
               DISPLAY "Passaggio annullato: master invariato."
               GO TO Passaggio-Corso-exit
           END-IF.
           OPEN I-O StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non riapribile (stato "
                       WS-FS-STUDENTI "): passaggio non applicato."
               GO TO Passaggio-Corso-exit
           END-IF.
           MOVE Matricola TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   DISPLAY "Matricola " Matricola " sparita dal"
                           " master: passaggio non applicato."
                   CLOSE StudentiFile
                   GO TO Passaggio-Corso-exit
           END-READ.
           IF StudenteRecord NOT = WS-RECORD-PRIMA
               DISPLAY "Record della matricola " Matricola
                       " modificato nel frattempo: passaggio non"
                       " applicato, ripetere."
               CLOSE StudentiFile
               GO TO Passaggio-Corso-exit
           END-IF.
           MOVE Corso TO SR-CORSO.
           REWRITE StudenteRecord
               INVALID KEY
                   DISPLAY "Riscrittura non riuscita per la"
                           " matricola " Matricola ": passaggio non"
                           " applicato."
                   MOVE "Rubrica" TO WS-ERR-PROGRAMMA
                   MOVE "Passaggio-Corso" TO WS-ERR-PARAGRAFO
                   MOVE "riscrittura master non riuscita"
                       TO WS-ERR-MESSAGGIO
                   COPY ERRLOG.
                   CLOSE StudentiFile
                   GO TO Passaggio-Corso-exit
           END-REWRITE.
           CLOSE StudentiFile.
           MOVE " PASSAG" TO WS-STORICO-EVENTO.
           PERFORM Scrivi-Storico-Modifica
                   THRU Scrivi-Storico-Modifica-exit.
           MOVE " DOPO  " TO WS-STORICO-EVENTO.
           PERFORM Riconosci-Esami THRU Riconosci-Esami-exit.
           PERFORM Registra-Passaggio THRU Registra-Passaggio-exit.
           DISPLAY "Passaggio registrato: matricola " Matricola
                   " dal corso " WS-CORSO-PRIMA " al corso " Corso
                   ", esami riconosciuti " WS-RICONOSCIUTI ".".
           DISPLAY "La differenza di tassa va al conguaglio"
                   " passaggi di Fatturazione.".
      *    The seat just left is offered to the head of the old
      *    course's waitlist.
           MOVE WS-CORSO-PRIMA TO WS-CORSO-LIBERO.
           PERFORM Offri-Posto-Attesa THRU Offri-Posto-Attesa-exit.
       Passaggio-Corso-exit.
           EXIT.

       Riconosci-Esami.
      *    Every passed exam (latest grade per course) the table
      *    recognises for this move goes on ESAMI.DAT again under
      *    the code it counts as in the new plan, with the original
      *    grade and ES-TIPO "R". An exam already held under that
      *    code - passed there, or recognised on an earlier
      *    passaggio - is not written twice.
           MOVE 0 TO WS-RICONOSCIUTI.
           MOVE 0 TO WS-NUM-RICON.
           MOVE 0 TO WS-NUM-SUPERATI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RiconosciFile.
           IF WS-FS-RICONOSCI NOT = "00"
               DISPLAY "Tabella dei riconoscimenti assente: nessun"
                       " esame riconosciuto."
               GO TO Riconosci-Esami-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RiconosciFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RI-PROG-A = Corso
                          AND (RI-PROG-DA = WS-CORSO-PRIMA
                               OR RI-PROG-DA = 0)
                          AND WS-NUM-RICON < WS-MAX-RICON
                           ADD 1 TO WS-NUM-RICON
                           MOVE RI-ESAME TO RT-ESAME (WS-NUM-RICON)
                           IF RI-ESAME-A = 0
                               MOVE RI-ESAME
                                   TO RT-ESAME-A (WS-NUM-RICON)
                           ELSE
                               MOVE RI-ESAME-A
                                   TO RT-ESAME-A (WS-NUM-RICON)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RiconosciFile.
           IF WS-NUM-RICON = 0
               DISPLAY "Nessun riconoscimento previsto dal corso "
                       WS-CORSO-PRIMA " al corso " Corso "."
               GO TO Riconosci-Esami-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               DISPLAY "Nessun esame a registro per la matricola "
                       Matricola "."
               GO TO Riconosci-Esami-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ES-MATRICOLA = Matricola
                          AND ES-VOTO IS NUMERIC
                          AND ES-VOTO >= 18
                           PERFORM Accumula-Superato
                                   THRU Accumula-Superato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
           IF WS-NUM-SUPERATI = 0
               DISPLAY "Nessun esame superato da riconoscere."
               GO TO Riconosci-Esami-exit
           END-IF.
           OPEN EXTEND EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               DISPLAY "Registro esami non aggiornabile (stato "
                       WS-FS-ESAMI "): esami non riconosciuti."
               MOVE "Rubrica" TO WS-ERR-PROGRAMMA
               MOVE "Riconosci-Esami" TO WS-ERR-PARAGRAFO
               MOVE "registro esami non aggiornabile"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 4 TO RETURN-CODE
               GO TO Riconosci-Esami-exit
           END-IF.
      *    Rows a recognition adds past WS-SUP-FINE are targets,
      *    not exams to recognise.
           MOVE WS-NUM-SUPERATI TO WS-SUP-FINE.
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-FINE
               PERFORM Riconosci-Un-Esame
                       THRU Riconosci-Un-Esame-exit
           END-PERFORM.
           CLOSE EsamiFile.
       Riconosci-Esami-exit.
           EXIT.

       Accumula-Superato.
      *    One row per course, the latest pass winning; SU-TIPO "R"
      *    once any pass on the course is itself a recognition.
           MOVE 0 TO WS-SUP-CERCA.
           PERFORM VARYING WS-RIC-IDX FROM 1 BY 1
                   UNTIL WS-RIC-IDX > WS-NUM-SUPERATI
               IF SU-CORSO (WS-RIC-IDX) = ES-CORSO
                   MOVE WS-RIC-IDX TO WS-SUP-CERCA
               END-IF
           END-PERFORM.
           IF WS-SUP-CERCA = 0
               IF WS-NUM-SUPERATI >= WS-MAX-SUPERATI
                   GO TO Accumula-Superato-exit
               END-IF
               ADD 1 TO WS-NUM-SUPERATI
               MOVE WS-NUM-SUPERATI TO WS-SUP-CERCA
               MOVE ES-CORSO TO SU-CORSO (WS-SUP-CERCA)
               MOVE SPACE TO SU-TIPO (WS-SUP-CERCA)
           END-IF.
           MOVE ES-VOTO TO SU-VOTO (WS-SUP-CERCA).
           MOVE ES-TENTATIVO TO SU-TENTATIVO (WS-SUP-CERCA).
           IF ES-TIPO = "R"
               MOVE "R" TO SU-TIPO (WS-SUP-CERCA)
           END-IF.
       Accumula-Superato-exit.
           EXIT.

       Riconosci-Un-Esame.
           MOVE 0 TO WS-ESAME-A.
           PERFORM VARYING WS-RIC-IDX FROM 1 BY 1
                   UNTIL WS-RIC-IDX > WS-NUM-RICON
               IF RT-ESAME (WS-RIC-IDX) = SU-CORSO (WS-SUP-IDX)
                   MOVE RT-ESAME-A (WS-RIC-IDX) TO WS-ESAME-A
               END-IF
           END-PERFORM.
           IF WS-ESAME-A = 0
               DISPLAY "Esame " SU-CORSO (WS-SUP-IDX)
                       " non riconosciuto nel nuovo corso."
               GO TO Riconosci-Un-Esame-exit
           END-IF.
      *    Already held under the target code?
           MOVE "N" TO WS-GIA-SUPERATO.
           PERFORM VARYING WS-SUP-CERCA FROM 1 BY 1
                   UNTIL WS-SUP-CERCA > WS-NUM-SUPERATI
               IF SU-CORSO (WS-SUP-CERCA) = WS-ESAME-A
                   IF WS-SUP-CERCA NOT = WS-SUP-IDX
                      OR SU-TIPO (WS-SUP-CERCA) = "R"
                       MOVE "Y" TO WS-GIA-SUPERATO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GIA-SUPERATO = "Y"
               DISPLAY "Esame " SU-CORSO (WS-SUP-IDX) ": corso "
                       WS-ESAME-A " gia' acquisito."
               GO TO Riconosci-Un-Esame-exit
           END-IF.
           MOVE Matricola TO ES-MATRICOLA.
           MOVE WS-ESAME-A TO ES-CORSO.
           MOVE CurrentDate TO ES-DATA.
           MOVE SU-VOTO (WS-SUP-IDX) TO ES-VOTO.
           MOVE SU-TENTATIVO (WS-SUP-IDX) TO ES-TENTATIVO.
           MOVE "R" TO ES-TIPO.
           WRITE EsameRecord.
           ADD 1 TO WS-RICONOSCIUTI.
      *    A second old exam recognised as the same course finds it
      *    taken.
           IF WS-ESAME-A = SU-CORSO (WS-SUP-IDX)
               MOVE "R" TO SU-TIPO (WS-SUP-IDX)
           ELSE
               IF WS-NUM-SUPERATI < WS-MAX-SUPERATI
                   ADD 1 TO WS-NUM-SUPERATI
                   MOVE WS-ESAME-A TO SU-CORSO (WS-NUM-SUPERATI)
                   MOVE SU-VOTO (WS-SUP-IDX)
                       TO SU-VOTO (WS-NUM-SUPERATI)
                   MOVE SU-TENTATIVO (WS-SUP-IDX)
                       TO SU-TENTATIVO (WS-NUM-SUPERATI)
                   MOVE "R" TO SU-TIPO (WS-NUM-SUPERATI)
               END-IF
           END-IF.
           DISPLAY "Esame " SU-CORSO (WS-SUP-IDX)
                   " riconosciuto come " WS-ESAME-A ", voto "
                   SU-VOTO (WS-SUP-IDX) ".".
       Riconosci-Un-Esame-exit.
           EXIT.

       Registra-Passaggio.
      *    The line Fatturazione's conguaglio reads: both courses
      *    and the academic year the fee difference belongs to.
           OPEN EXTEND PassaggiFile.
           IF WS-FS-PASSAGGI = "35"
               OPEN OUTPUT PassaggiFile
               CLOSE PassaggiFile
               OPEN EXTEND PassaggiFile
           END-IF.
           MOVE Matricola TO PA-MATRICOLA.
           MOVE WS-CORSO-PRIMA TO PA-CORSO-DA.
           MOVE Corso TO PA-CORSO-A.
           MOVE CurrentDate TO PA-DATA.
           MOVE WS-ANNO-ACC-CORRENTE TO PA-ANNO-ACC.
           MOVE WS-RICONOSCIUTI TO PA-RICONOSCIUTI.
           MOVE "D" TO PA-STATO.
           MOVE 0 TO PA-FATTURA.
           WRITE PassaggioRecord.
           CLOSE PassaggiFile.
       Registra-Passaggio-exit.
           EXIT.


       Ricerca-Cognome.
      *    Browse by surname on the alternate key: START at the
      *    keyed surname (or the start-from-here prefix nobody
           DISPLAY "POSTO LIBERO nel corso " WS-CORSO-LIBERO
                   ": offerto alla matricola " LA-MATRICOLA
                   " (in attesa dal " LA-DATA ").".
      *    The contacts to reach the student with, when on file.
           MOVE LA-MATRICOLA TO RP-MATRICOLA.
           OPEN INPUT RecapitiFile.
           IF WS-FS-RECAPITI NOT = "00"
               DISPLAY "  nessun recapito a registro."
               GO TO Offri-Posto-Attesa-exit
           END-IF.
           READ RecapitiFile
               KEY IS RP-MATRICOLA
               INVALID KEY
                   DISPLAY "  nessun recapito a registro."
               NOT INVALID KEY
                   IF RP-INDIRIZZO NOT = SPACES
                       DISPLAY "  indirizzo: "
                               FUNCTION TRIM (RP-INDIRIZZO) ", "
                               RP-CAP " " FUNCTION TRIM (RP-CITTA)
                               " (" RP-PROVINCIA ")"
                   END-IF
                   IF RP-EMAIL NOT = SPACES
                       DISPLAY "  e-mail: " FUNCTION TRIM (RP-EMAIL)
                   END-IF
                   IF RP-TELEFONO NOT = SPACES
                       DISPLAY "  telefono: "
                               FUNCTION TRIM (RP-TELEFONO)
                   END-IF
           END-READ.
           CLOSE RecapitiFile.
       Offri-Posto-Attesa-exit.
           EXIT.


       Scrivi-Storico-Modifica.
      *    Before/after pair on the change-history log, stamped with
      *    date and time, so any amendment can be reconstructed. The
      *    after line carries WS-STORICO-EVENTO: " DOPO  " for a
      *    field edit, " PASSAG" for a passaggio di corso.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-MOD.
           OPEN EXTEND StoricoModFile.
           IF WS-FS-STORICO-MOD = "35"
                  " PRIMA " DELIMITED BY SIZE
                  WS-RECORD-PRIMA DELIMITED BY SIZE
                  INTO StoricoModLine.
           MOVE WS-ACC-OPERATORE TO StoricoModLine (82:8).
           WRITE StoricoModLine.
           MOVE SPACES TO StoricoModLine.
           STRING WS-MOD-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MOD-ORA DELIMITED BY SIZE
                  WS-STORICO-EVENTO DELIMITED BY SIZE
                  StudenteRecord DELIMITED BY SIZE
                  INTO StoricoModLine.
           MOVE WS-ACC-OPERATORE TO StoricoModLine (82:8).
           WRITE StoricoModLine.
           CLOSE StoricoModFile.
       Scrivi-Storico-Modifica-exit.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
      *    Tonight's control figure for NotteBilancio: the line
      *    count the report trailer certifies.
           MOVE "RUBRICA" TO WS-CF-PASSO.
