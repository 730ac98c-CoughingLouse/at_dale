      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Retention run for former students: those who left
      *          ("L") or withdrew ("R") and whose last academic
      *          year is past the retention period lose their name,
      *          surname and date of birth - replaced by anonymised
      *          values built from the Matricola - on the student
      *          master, on every RubricAnno year archive
      *          (STUDENTI_<anno>.DAT) and in the change history
      *          (STORICO_STUDENTI.LOG), and their contact record
      *          (RECAPITI.DAT) is deleted. Matricola, course, year,
      *          status and every exam and fee record stay as they
      *          are, for the statistics. A student with an open
      *          invoice is held back. Like ElezPurga: the selection
      *          is listed, a supervisor on the roster authorizes
      *          it, the operator confirms, and a certificate of
      *          what was anonymised is filed for the records
      *          office (CERT_ANONIMIZZAZIONE_<data>.TXT).
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Work lines 89 wide for the operator on the
      *      change history; FatturaRecord gains FT-OPERATORE.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Anonimizza.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT RecapitiFile ASSIGN TO WS-FILE-RECAPITI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-MATRICOLA
               FILE STATUS IS WS-FS-RECAPITI.
           SELECT FattureFile ASSIGN TO WS-FILE-FATTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATTURE.
           SELECT AnnoAccFile ASSIGN TO WS-FILE-ANNO-ACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNO-ACC.
           SELECT OperatoriFile ASSIGN TO WS-FILE-OPERATORI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATORI.
           SELECT SequenzialeFile ASSIGN TO WS-FILE-SEQUENZIALE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQUENZIALE.
           SELECT LavoroFile ASSIGN TO WS-FILE-LAVORO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LAVORO.
           SELECT CertificatoFile ASSIGN TO WS-FILE-CERTIFICATO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
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
           COPY RECAPITD.
       FD  FattureFile.
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
       FD  OperatoriFile.
       01  OperatoreRecord.
           05 OP-CODICE        PIC X(8).
           05 OP-LIVELLO       PIC X.
           05 OP-NOME          PIC X(30).
           05 OP-SEGGIO        PIC X(10).
           05 OP-ORA-INIZIO    PIC X(4).
           05 OP-ORA-FINE      PIC X(4).
           05 OP-STATO         PIC X.
           05 OP-RUOLO         PIC X.
      * A year archive (58-byte StudenteRecord per line) or the change
      * history (the StudenteRecord from column 23), copied through
      * the work file with the selected students anonymised.
       FD  SequenzialeFile.
       01  SequenzialeLine    PIC X(89).
       FD  LavoroFile.
       01  LavoroLine         PIC X(89).
       FD  CertificatoFile.
       01  CertificatoLine    PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-RECAPITI    PIC X(50) VALUE "RECAPITI.DAT".
       01  WS-FS-RECAPITI      PIC XX VALUE "00".
       01  WS-FILE-FATTURE     PIC X(50) VALUE "FATTURE.DAT".
       01  WS-FS-FATTURE       PIC XX VALUE "00".
       01  WS-FILE-ANNO-ACC    PIC X(50)
                               VALUE "ANNO_ACCADEMICO.DAT".
       01  WS-FS-ANNO-ACC      PIC XX VALUE "00".
       01  WS-FILE-OPERATORI   PIC X(50) VALUE "OPERATORI.DAT".
       01  WS-FS-OPERATORI     PIC XX VALUE "00".
       01  WS-FILE-STORICO-MOD PIC X(50)
                               VALUE "STORICO_STUDENTI.LOG".
       01  WS-FILE-SEQUENZIALE PIC X(50) VALUE SPACES.
       01  WS-FS-SEQUENZIALE   PIC XX VALUE "00".
       01  WS-FILE-LAVORO      PIC X(50) VALUE "ANONIMIZZA.TMP".
       01  WS-FS-LAVORO        PIC XX VALUE "00".
       01  WS-FILE-CERTIFICATO PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-OGGI.
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-ANNO-ACC-CORRENTE PIC 9(4) VALUE 0.
      * Retention: years after the last academic year enrolled
      * before personal data goes (0 at the prompt takes the
      * default).
       01  WS-ANNI-CONSERVAZIONE PIC 99 VALUE 0.
       01  WS-CONSERVAZIONE-STD PIC 99 VALUE 10.
       01  WS-ANNO-LIMITE      PIC 9(4) VALUE 0.
      * How far back the year archives are looked for.
       01  WS-ANNI-ARCHIVIO    PIC 99 VALUE 50.
       01  WS-ANNO-ARCHIVIO    PIC 9(4) VALUE 0.
      * Students with an invoice still open (not paid, not a credit
      * note) are held back.
       01  WS-MAX-APERTE       PIC 9(4) VALUE 2000.
       01  WS-NUM-APERTE       PIC 9(4) VALUE 0.
       01  WS-APE-IDX          PIC 9(4) VALUE 0.
       01  APERTE-TAB.
           05 APERTA-MATRICOLA OCCURS 2000 TIMES PIC 9(5).
       01  WS-FATTURA-APERTA   PIC X VALUE "N".
      * The selection: former students past retention, in master key
      * order. CA-ESITO "S" da anonimizzare, "B" trattenuto per
      * fattura aperta, "A" anonimizzato in questa esecuzione.
       01  WS-MAX-CANDIDATI    PIC 9(4) VALUE 2000.
       01  WS-NUM-CANDIDATI    PIC 9(4) VALUE 0.
       01  WS-CAN-IDX          PIC 9(4) VALUE 0.
       01  CANDIDATI-TAB.
           05 CANDIDATO-ROW OCCURS 2000 TIMES.
              10 CA-MATRICOLA  PIC 9(5).
              10 CA-CORSO      PIC 9(5).
              10 CA-STATO      PIC X.
              10 CA-ANNO-ACC   PIC 9(4).
              10 CA-ESITO      PIC X.
       01  WS-DA-ANONIMIZZARE  PIC 9(4) VALUE 0.
       01  WS-TRATTENUTI       PIC 9(4) VALUE 0.
       01  WS-ANONIMIZZATI     PIC 9(4) VALUE 0.
       01  WS-RECAPITI-CANC    PIC 9(4) VALUE 0.
      * The anonymised image of a student record: name and surname
      * carry the Matricola, so no two anonymised students look
      * alike to RubricDoppi's audit, and the date of birth becomes
      * 01/01/1900.
       01  WS-STUDENTE-LAVORO.
           05 AW-MATRICOLA    PIC 9(5).
           05 AW-CORSO        PIC 9(5).
           05 AW-NOME         PIC X(15).
           05 AW-COGNOME      PIC X(20).
           05 AW-GIORNO       PIC 99.
           05 AW-MESE         PIC 99.
           05 AW-ANNO         PIC 9(4).
           05 AW-STATO        PIC X.
           05 AW-ANNO-ACC     PIC 9(4).
       01  WS-PREFISSO-ANONIMO PIC X(8) VALUE "ANONIMO-".
       01  WS-MATRICOLA-CERCATA PIC 9(5) VALUE 0.
       01  WS-ANONIMO          PIC X VALUE "N".
      * Sequential files rewritten: where the Matricola sits on the
      * line, and the lines changed in the current file.
       01  WS-POS-MATRICOLA    PIC 99 VALUE 1.
       01  WS-RIGHE-CAMBIATE   PIC 9(5) VALUE 0.
       01  WS-MAX-FILE-TRATTATI PIC 99 VALUE 60.
       01  WS-NUM-FILE-TRATTATI PIC 99 VALUE 0.
       01  WS-FIL-IDX          PIC 99 VALUE 0.
       01  FILE-TRATTATI-TAB.
           05 FILE-TRATTATO-ROW OCCURS 60 TIMES.
              10 TR-NOME-FILE  PIC X(50).
              10 TR-RIGHE      PIC 9(5).
       01  WS-CONFERMA         PIC X VALUE "N".
       01  WS-CODICE-SUPER     PIC X(8) VALUE SPACES.
       01  WS-SUPER-OK         PIC X VALUE "N".
       01  WS-NUM-ED           PIC ZZZZ9.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Anonimizzazione degli ex studenti ::".
           MOVE "Anonimizza" TO WS-ACC-PROGRAMMA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           DISPLAY "Anni di conservazione dopo l'ultimo anno"
                   " accademico (0 = " WS-CONSERVAZIONE-STD "): ".
           ACCEPT WS-ANNI-CONSERVAZIONE.
           IF WS-ANNI-CONSERVAZIONE = 0
               MOVE WS-CONSERVAZIONE-STD TO WS-ANNI-CONSERVAZIONE
           END-IF.
           COMPUTE WS-ANNO-LIMITE = WS-ANNO-ACC-CORRENTE
                                  - WS-ANNI-CONSERVAZIONE.
           PERFORM Carica-Fatture-Aperte
                   THRU Carica-Fatture-Aperte-exit.
           PERFORM Seleziona-Candidati THRU Seleziona-Candidati-exit.
           IF WS-DA-ANONIMIZZARE = 0
               DISPLAY "Nessun ex studente oltre il periodo di"
                       " conservazione da anonimizzare ("
                       WS-TRATTENUTI " trattenuti per fatture"
                       " aperte)."
               STOP RUN
           END-IF.
           PERFORM Autorizza-Supervisore
                   THRU Autorizza-Supervisore-exit.
           IF WS-SUPER-OK = "N"
               DISPLAY "Nessuna autorizzazione di supervisore:"
                       " anonimizzazione annullata, nessun file"
                       " toccato."
               MOVE "Anonimizza" TO WS-ERR-PROGRAMMA
               MOVE "MAIN-PROCEDURE" TO WS-ERR-PARAGRAFO
               MOVE "anonimizzazione rifiutata senza supervisore"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               STOP RUN
           END-IF.
           DISPLAY WS-DA-ANONIMIZZARE " ex studenti da anonimizzare ("
                   WS-TRATTENUTI " trattenuti per fatture aperte)."
                   " Confermare (S/N): ".
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = "S" AND WS-CONFERMA NOT = "s"
               DISPLAY "Anonimizzazione annullata: nessun file"
                       " toccato."
               STOP RUN
           END-IF.
           PERFORM Anonimizza-Master THRU Anonimizza-Master-exit.
           IF RETURN-CODE >= 8
               STOP RUN
           END-IF.
           PERFORM Anonimizza-Archivi THRU Anonimizza-Archivi-exit.
           MOVE WS-FILE-STORICO-MOD TO WS-FILE-SEQUENZIALE.
           MOVE 23 TO WS-POS-MATRICOLA.
           PERFORM Anonimizza-Sequenziale
                   THRU Anonimizza-Sequenziale-exit.
           PERFORM Cancella-Recapiti THRU Cancella-Recapiti-exit.
           PERFORM Stampa-Certificato THRU Stampa-Certificato-exit.
           STOP RUN.

       Carica-Anno-Accademico.
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

       Carica-Fatture-Aperte.
           MOVE 0 TO WS-NUM-APERTE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT FattureFile.
           IF WS-FS-FATTURE NOT = "00"
               GO TO Carica-Fatture-Aperte-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF FT-STATO NOT = "P" AND FT-STATO NOT = "C"
                           IF WS-NUM-APERTE < WS-MAX-APERTE
                               ADD 1 TO WS-NUM-APERTE
                               MOVE FT-MATRICOLA
                                   TO APERTA-MATRICOLA (WS-NUM-APERTE)
                           ELSE
                               DISPLAY "Fatture aperte oltre il"
                                       " limite di " WS-MAX-APERTE
                                       ": elenco incompleto."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
       Carica-Fatture-Aperte-exit.
           EXIT.

       Seleziona-Candidati.
      *    Former students whose last academic year ends before the
      *    retention limit; records already anonymised are passed
      *    over.
           MOVE 0 TO WS-NUM-CANDIDATI.
           MOVE 0 TO WS-DA-ANONIMIZZARE.
           MOVE 0 TO WS-TRATTENUTI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): niente da anonimizzare."
               MOVE 8 TO RETURN-CODE
               GO TO Seleziona-Candidati-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ StudentiFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF (SR-STATO = "L" OR SR-STATO = "R")
                          AND SR-ANNO-ACC IS NUMERIC
                          AND SR-ANNO-ACC < WS-ANNO-LIMITE
                          AND SR-COGNOME (1:8)
                              NOT = WS-PREFISSO-ANONIMO
                           PERFORM Aggiungi-Candidato
                                   THRU Aggiungi-Candidato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StudentiFile.
       Seleziona-Candidati-exit.
           EXIT.

       Aggiungi-Candidato.
           IF WS-NUM-CANDIDATI >= WS-MAX-CANDIDATI
               DISPLAY "Selezione oltre il limite di "
                       WS-MAX-CANDIDATI ": Matricola " SR-MATRICOLA
                       " rimandata alla prossima esecuzione."
               GO TO Aggiungi-Candidato-exit
           END-IF.
           ADD 1 TO WS-NUM-CANDIDATI.
           MOVE SR-MATRICOLA TO CA-MATRICOLA (WS-NUM-CANDIDATI).
           MOVE SR-CORSO TO CA-CORSO (WS-NUM-CANDIDATI).
           MOVE SR-STATO TO CA-STATO (WS-NUM-CANDIDATI).
           MOVE SR-ANNO-ACC TO CA-ANNO-ACC (WS-NUM-CANDIDATI).
           MOVE "N" TO WS-FATTURA-APERTA.
           PERFORM VARYING WS-APE-IDX FROM 1 BY 1
                   UNTIL WS-APE-IDX > WS-NUM-APERTE
               IF APERTA-MATRICOLA (WS-APE-IDX) = SR-MATRICOLA
                   MOVE "Y" TO WS-FATTURA-APERTA
               END-IF
           END-PERFORM.
           IF WS-FATTURA-APERTA = "Y"
               MOVE "B" TO CA-ESITO (WS-NUM-CANDIDATI)
               ADD 1 TO WS-TRATTENUTI
               DISPLAY "Matricola " SR-MATRICOLA " (uscita "
                       SR-ANNO-ACC ") con fatture APERTE: esclusa."
           ELSE
               MOVE "S" TO CA-ESITO (WS-NUM-CANDIDATI)
               ADD 1 TO WS-DA-ANONIMIZZARE
               DISPLAY "Oltre la conservazione: Matricola "
                       SR-MATRICOLA " stato " SR-STATO
                       " ultimo anno " SR-ANNO-ACC
           END-IF.
       Aggiungi-Candidato-exit.
           EXIT.

       Autorizza-Supervisore.
      *    Authorized by a named supervisor code checked against the
      *    roster; the code goes on the certificate.
           MOVE "N" TO WS-SUPER-OK.
           DISPLAY "Codice supervisore che autorizza"
                   " l'anonimizzazione: ".
           ACCEPT WS-CODICE-SUPER.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT OperatoriFile.
           IF WS-FS-OPERATORI NOT = "00"
               DISPLAY "Ruolo operatori non disponibile:"
                       " anonimizzazione non autorizzabile."
               GO TO Autorizza-Supervisore-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ OperatoriFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF OP-CODICE = WS-CODICE-SUPER
                          AND OP-LIVELLO = "S"
                          AND OP-STATO NOT = "I"
                           MOVE "Y" TO WS-SUPER-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OperatoriFile.
       Autorizza-Supervisore-exit.
           EXIT.

       Anonimizza-Master.
      *    Rewritten in place by key. The change history gets no
      *    before-image of this change: that would put the personal
      *    data straight back on the log.
           MOVE 0 TO WS-ANONIMIZZATI.
           OPEN I-O StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non aggiornabile (stato "
                       WS-FS-STUDENTI "): anonimizzazione annullata."
               MOVE "Anonimizza" TO WS-ERR-PROGRAMMA
               MOVE "Anonimizza-Master" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non aggiornabile"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Anonimizza-Master-exit
           END-IF.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-NUM-CANDIDATI
               IF CA-ESITO (WS-CAN-IDX) = "S"
                   MOVE CA-MATRICOLA (WS-CAN-IDX) TO SR-MATRICOLA
                   READ StudentiFile
                       KEY IS SR-MATRICOLA
                       INVALID KEY
                           DISPLAY "Matricola " SR-MATRICOLA
                                   " non piu' sul master."
                       NOT INVALID KEY
                           MOVE StudenteRecord TO WS-STUDENTE-LAVORO
                           PERFORM Anonimizza-Immagine
                                   THRU Anonimizza-Immagine-exit
                           MOVE WS-STUDENTE-LAVORO TO StudenteRecord
                           REWRITE StudenteRecord
                               INVALID KEY
                                   DISPLAY "Riscrittura fallita per"
                                           " la Matricola "
                                           SR-MATRICOLA
                               NOT INVALID KEY
                                   MOVE "A" TO CA-ESITO (WS-CAN-IDX)
                                   ADD 1 TO WS-ANONIMIZZATI
                           END-REWRITE
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE StudentiFile.
           IF WS-NUM-FILE-TRATTATI < WS-MAX-FILE-TRATTATI
               ADD 1 TO WS-NUM-FILE-TRATTATI
               MOVE WS-FILE-STUDENTI
                   TO TR-NOME-FILE (WS-NUM-FILE-TRATTATI)
               MOVE WS-ANONIMIZZATI TO TR-RIGHE (WS-NUM-FILE-TRATTATI)
           END-IF.
       Anonimizza-Master-exit.
           EXIT.

       Anonimizza-Immagine.
      *    WS-STUDENTE-LAVORO in, anonymised image out: the same
      *    values for the same Matricola wherever the record sits.
           MOVE SPACES TO AW-NOME.
           STRING WS-PREFISSO-ANONIMO DELIMITED BY SIZE
                  AW-MATRICOLA DELIMITED BY SIZE
                  INTO AW-NOME.
           MOVE AW-NOME TO AW-COGNOME.
           MOVE 1 TO AW-GIORNO.
           MOVE 1 TO AW-MESE.
           MOVE 1900 TO AW-ANNO.
       Anonimizza-Immagine-exit.
           EXIT.

       Anonimizza-Archivi.
      *    RubricAnno's year snapshots, STUDENTI_<anno>.DAT, one per
      *    closed year; a year with no snapshot is simply skipped.
           MOVE 1 TO WS-POS-MATRICOLA.
           COMPUTE WS-ANNO-ARCHIVIO = WS-ANNO-ACC-CORRENTE
                                    - WS-ANNI-ARCHIVIO.
           PERFORM UNTIL WS-ANNO-ARCHIVIO > WS-ANNO-ACC-CORRENTE
               MOVE SPACES TO WS-FILE-SEQUENZIALE
               STRING "STUDENTI_" DELIMITED BY SIZE
                      WS-ANNO-ARCHIVIO DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-FILE-SEQUENZIALE
               PERFORM Anonimizza-Sequenziale
                       THRU Anonimizza-Sequenziale-exit
               ADD 1 TO WS-ANNO-ARCHIVIO
           END-PERFORM.
       Anonimizza-Archivi-exit.
           EXIT.

       Anonimizza-Sequenziale.
      *    A line sequential file cannot be rewritten in place: copy
      *    it to the work file with the selected students'
      *    records anonymised, then copy the work file back when any
      *    line changed.
           MOVE 0 TO WS-RIGHE-CAMBIATE.
           OPEN INPUT SequenzialeFile.
           IF WS-FS-SEQUENZIALE NOT = "00"
               GO TO Anonimizza-Sequenziale-exit
           END-IF.
           OPEN OUTPUT LavoroFile.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SequenzialeFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF SequenzialeLine (WS-POS-MATRICOLA:5)
                          IS NUMERIC
                           MOVE SequenzialeLine (WS-POS-MATRICOLA:5)
                               TO WS-MATRICOLA-CERCATA
                           PERFORM Cerca-Anonimo
                                   THRU Cerca-Anonimo-exit
                           IF WS-ANONIMO = "Y"
                               MOVE SequenzialeLine
                                        (WS-POS-MATRICOLA:58)
                                   TO WS-STUDENTE-LAVORO
                               PERFORM Anonimizza-Immagine
                                       THRU Anonimizza-Immagine-exit
                               MOVE WS-STUDENTE-LAVORO
                                   TO SequenzialeLine
                                          (WS-POS-MATRICOLA:58)
                               ADD 1 TO WS-RIGHE-CAMBIATE
                           END-IF
                       END-IF
                       MOVE SequenzialeLine TO LavoroLine
                       WRITE LavoroLine
               END-READ
           END-PERFORM.
           CLOSE SequenzialeFile.
           CLOSE LavoroFile.
           IF WS-RIGHE-CAMBIATE = 0
               GO TO Anonimizza-Sequenziale-fine
           END-IF.
           OPEN INPUT LavoroFile.
           OPEN OUTPUT SequenzialeFile.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ LavoroFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE LavoroLine TO SequenzialeLine
                       WRITE SequenzialeLine
               END-READ
           END-PERFORM.
           CLOSE LavoroFile.
           CLOSE SequenzialeFile.
           IF WS-NUM-FILE-TRATTATI < WS-MAX-FILE-TRATTATI
               ADD 1 TO WS-NUM-FILE-TRATTATI
               MOVE WS-FILE-SEQUENZIALE
                   TO TR-NOME-FILE (WS-NUM-FILE-TRATTATI)
               MOVE WS-RIGHE-CAMBIATE
                   TO TR-RIGHE (WS-NUM-FILE-TRATTATI)
           END-IF.
       Anonimizza-Sequenziale-fine.
      *    The work copy still holds everyone else's personal data:
      *    leave it empty.
           OPEN OUTPUT LavoroFile.
           CLOSE LavoroFile.
       Anonimizza-Sequenziale-exit.
           EXIT.

       Cerca-Anonimo.
      *    "Y" when WS-MATRICOLA-CERCATA was anonymised on the master
      *    in this run.
           MOVE "N" TO WS-ANONIMO.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-NUM-CANDIDATI
                      OR WS-ANONIMO = "Y"
               IF CA-MATRICOLA (WS-CAN-IDX) = WS-MATRICOLA-CERCATA
                  AND CA-ESITO (WS-CAN-IDX) = "A"
                   MOVE "Y" TO WS-ANONIMO
               END-IF
           END-PERFORM.
       Cerca-Anonimo-exit.
           EXIT.

       Cancella-Recapiti.
      *    Address, e-mail and telephone serve no statistic: the
      *    contact record goes altogether.
           MOVE 0 TO WS-RECAPITI-CANC.
           OPEN I-O RecapitiFile.
           IF WS-FS-RECAPITI NOT = "00"
               GO TO Cancella-Recapiti-exit
           END-IF.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-NUM-CANDIDATI
               IF CA-ESITO (WS-CAN-IDX) = "A"
                   MOVE CA-MATRICOLA (WS-CAN-IDX) TO RP-MATRICOLA
                   DELETE RecapitiFile
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-RECAPITI-CANC
                   END-DELETE
               END-IF
           END-PERFORM.
           CLOSE RecapitiFile.
           IF WS-NUM-FILE-TRATTATI < WS-MAX-FILE-TRATTATI
               ADD 1 TO WS-NUM-FILE-TRATTATI
               MOVE WS-FILE-RECAPITI
                   TO TR-NOME-FILE (WS-NUM-FILE-TRATTATI)
               MOVE WS-RECAPITI-CANC
                   TO TR-RIGHE (WS-NUM-FILE-TRATTATI)
           END-IF.
       Cancella-Recapiti-exit.
           EXIT.

       Stampa-Certificato.
           MOVE SPACES TO WS-FILE-CERTIFICATO.
           STRING "CERT_ANONIMIZZAZIONE_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-CERTIFICATO.
           OPEN OUTPUT CertificatoFile.
           MOVE "Anonimizza" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "CERTIFICATO DI ANONIMIZZAZIONE - EX STUDENTI"
               TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO CertificatoLine.
           STRING "Autorizzata dal supervisore " DELIMITED BY SIZE
                  WS-CODICE-SUPER DELIMITED BY SIZE
                  " in data " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  INTO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO CertificatoLine.
           STRING "Regola: " DELIMITED BY SIZE
                  WS-ANNI-CONSERVAZIONE DELIMITED BY SIZE
                  " anni di conservazione dopo l'ultimo a.a."
                      DELIMITED BY SIZE
                  " (uscite prima del " DELIMITED BY SIZE
                  WS-ANNO-LIMITE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-NUM-CANDIDATI
               IF CA-ESITO (WS-CAN-IDX) = "A"
                   MOVE SPACES TO CertificatoLine
                   STRING "ANONIMIZZATO Matricola " DELIMITED BY SIZE
                          CA-MATRICOLA (WS-CAN-IDX) DELIMITED BY SIZE
                          " corso " DELIMITED BY SIZE
                          CA-CORSO (WS-CAN-IDX) DELIMITED BY SIZE
                          " stato " DELIMITED BY SIZE
                          CA-STATO (WS-CAN-IDX) DELIMITED BY SIZE
                          " ultimo anno " DELIMITED BY SIZE
                          CA-ANNO-ACC (WS-CAN-IDX) DELIMITED BY SIZE
                          INTO CertificatoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-NUM-CANDIDATI
               IF CA-ESITO (WS-CAN-IDX) = "B"
                   MOVE SPACES TO CertificatoLine
                   STRING "TRATTENUTO (fatture aperte) Matricola "
                              DELIMITED BY SIZE
                          CA-MATRICOLA (WS-CAN-IDX) DELIMITED BY SIZE
                          " ultimo anno " DELIMITED BY SIZE
                          CA-ANNO-ACC (WS-CAN-IDX) DELIMITED BY SIZE
                          INTO CertificatoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               END-IF
           END-PERFORM.
           MOVE "File trattati:" TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-NUM-FILE-TRATTATI
               MOVE SPACES TO CertificatoLine
               MOVE TR-NOME-FILE (WS-FIL-IDX) TO CertificatoLine (4:40)
               MOVE TR-RIGHE (WS-FIL-IDX) TO WS-NUM-ED
               STRING "record " DELIMITED BY SIZE
                      WS-NUM-ED DELIMITED BY SIZE
                      INTO CertificatoLine (46:12)
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           MOVE SPACES TO CertificatoLine.
           STRING "Ex studenti anonimizzati: " DELIMITED BY SIZE
                  WS-ANONIMIZZATI DELIMITED BY SIZE
                  "  trattenuti: " DELIMITED BY SIZE
                  WS-TRATTENUTI DELIMITED BY SIZE
                  "  recapiti cancellati: " DELIMITED BY SIZE
                  WS-RECAPITI-CANC DELIMITED BY SIZE
                  INTO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO CertificatoLine.
           WRITE CertificatoLine.
           DISPLAY CertificatoLine.
           CLOSE CertificatoFile.
           MOVE WS-FILE-CERTIFICATO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Certificato di anonimizzazione in "
                   FUNCTION TRIM (WS-FILE-CERTIFICATO) ".".
       Stampa-Certificato-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE CertificatoLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO CertificatoLine
               WRITE CertificatoLine
               DISPLAY CertificatoLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO CertificatoLine
           END-IF.
           WRITE CertificatoLine.
           DISPLAY CertificatoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM Anonimizza.
