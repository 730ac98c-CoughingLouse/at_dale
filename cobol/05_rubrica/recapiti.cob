      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Student contact details, instead of every letter the
      *          office sends (fee reminders, exam notices, waitlist
      *          offers) needing the address looked up by hand: the
      *          contact file (RECAPITI.DAT, keyed on Matricola) holds
      *          postal address, e-mail and phone. Mode M is the
      *          maintenance desk for one student's contacts, with the
      *          basic checks of RECAPITV (CAP format, e-mail shape);
      *          mode E is the mailing extract - address labels
      *          (ETICHETTE.TXT) and a semicolon-delimited file
      *          (INDIRIZZI.CSV) for the students selected by course,
      *          academic year and stato. Rubrica's mode B loads the
      *          contacts that come with the admissions file.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the contact record carries the student's IBAN
      *      (RP-IBAN, maintained as field B and checked by RECAPITV),
      *      for the refunds Fatturazione pays by bank transfer.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recapiti.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecapitiFile ASSIGN TO WS-FILE-RECAPITI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-MATRICOLA
               FILE STATUS IS WS-FS-RECAPITI.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT AnnoAccFile ASSIGN TO WS-FILE-ANNO-ACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNO-ACC.
           SELECT EtichetteFile ASSIGN TO WS-FILE-ETICHETTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IndirizziFile ASSIGN TO WS-FILE-INDIRIZZI
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY RECAPITD.
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
       FD  EtichetteFile.
       01  EtichettaLine      PIC X(60).
       FD  IndirizziFile.
       01  IndirizzoLine      PIC X(250).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "M".
       01  WS-FILE-RECAPITI    PIC X(50) VALUE "RECAPITI.DAT".
       01  WS-FS-RECAPITI      PIC XX VALUE "00".
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-ANNO-ACC    PIC X(50)
                               VALUE "ANNO_ACCADEMICO.DAT".
       01  WS-FS-ANNO-ACC      PIC XX VALUE "00".
       01  WS-FILE-ETICHETTE   PIC X(50) VALUE "ETICHETTE.TXT".
       01  WS-FILE-INDIRIZZI   PIC X(50) VALUE "INDIRIZZI.CSV".
       01  WS-EOF-STUDENTI     PIC X VALUE "N".
       01  WS-DATA-OGGI.
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-ANNO-ACC-CORRENTE PIC 9(4) VALUE 0.
      * Maintenance desk.
       01  WS-MATRICOLA        PIC 9(5) VALUE 0.
       01  WS-NUOVO            PIC X VALUE "N".
       01  WS-CAMPO-SCELTO     PIC X VALUE SPACE.
       01  WS-RECAPITO-PRIMA   PIC X(189) VALUE SPACES.
       01  WS-RECAPITO-LAVORO  PIC X(189) VALUE SPACES.
      * Extract selection: zero / SPACE selects everything.
       01  WS-SEL-CORSO        PIC 9(5) VALUE 0.
       01  WS-SEL-ANNO         PIC 9(4) VALUE 0.
       01  WS-SEL-STATO        PIC X VALUE SPACE.
       01  WS-ANNO-STUDENTE    PIC 9(4) VALUE 0.
       01  WS-STATO-STUDENTE   PIC X VALUE SPACE.
       01  WS-SELEZIONATI      PIC 9(5) VALUE 0.
       01  WS-ETICHETTE        PIC 9(5) VALUE 0.
       01  WS-RIGHE-CSV        PIC 9(5) VALUE 0.
       01  WS-SENZA-RECAPITO   PIC 9(5) VALUE 0.
       01  WS-SENZA-INDIRIZZO  PIC 9(5) VALUE 0.
           COPY RECAPITW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Recapiti degli studenti ::".
           DISPLAY "Modalita' (M=manutenzione recapito, E=estrazione"
                   " etichette e indirizzi): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Recapiti" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           EVALUATE WS-MODALITA
               WHEN "E"
                   PERFORM Estrai-Indirizzi THRU Estrai-Indirizzi-exit
               WHEN OTHER
                   PERFORM Manutenzione-Recapito
                           THRU Manutenzione-Recapito-exit
           END-EVALUATE.
           STOP RUN.

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

       Manutenzione-Recapito.
      *    One student's contacts: the Matricola must be on the
      *    master; the record is edited field by field and only
      *    written once it passes RECAPITV. As in Rubrica's
      *    maintenance, the file is not held open across the
      *    dialogue.
           DISPLAY "Matricola: ".
           ACCEPT WS-MATRICOLA.
           MOVE WS-MATRICOLA TO SR-MATRICOLA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI ")."
               MOVE 8 TO RETURN-CODE
               GO TO Manutenzione-Recapito-exit
           END-IF.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   DISPLAY "Matricola " WS-MATRICOLA " non trovata"
                           " sul master."
                   CLOSE StudentiFile
                   GO TO Manutenzione-Recapito-exit
           END-READ.
           CLOSE StudentiFile.
           DISPLAY "Studente " FUNCTION TRIM (SR-NOME) " "
                   FUNCTION TRIM (SR-COGNOME) ", corso " SR-CORSO
                   ".".
           MOVE "N" TO WS-NUOVO.
           MOVE WS-MATRICOLA TO RP-MATRICOLA.
           OPEN INPUT RecapitiFile.
           IF WS-FS-RECAPITI NOT = "00"
               MOVE "Y" TO WS-NUOVO
           ELSE
               READ RecapitiFile
                   KEY IS RP-MATRICOLA
                   INVALID KEY
                       MOVE "Y" TO WS-NUOVO
               END-READ
               CLOSE RecapitiFile
           END-IF.
           IF WS-NUOVO = "Y"
               MOVE SPACES TO RecapitoRecord
               MOVE WS-MATRICOLA TO RP-MATRICOLA
               MOVE 0 TO RP-DATA-AGG
               DISPLAY "Nessun recapito a registro: nuovo recapito."
           END-IF.
           MOVE RecapitoRecord TO WS-RECAPITO-PRIMA.
           MOVE SPACE TO WS-CAMPO-SCELTO.
           PERFORM UNTIL WS-CAMPO-SCELTO = "F"
                      OR WS-CAMPO-SCELTO = "A"
                      OR WS-CAMPO-SCELTO = "X"
               PERFORM Mostra-Recapito THRU Mostra-Recapito-exit
               DISPLAY "Campo da modificare (I=indirizzo, C=CAP,"
                       " L=localita', P=provincia, E=e-mail,"
                       " T=telefono, B=IBAN, X=cancella recapito,"
                       " A=abbandona, F=fine e salva): "
               ACCEPT WS-CAMPO-SCELTO
               MOVE FUNCTION UPPER-CASE (WS-CAMPO-SCELTO)
                   TO WS-CAMPO-SCELTO
               EVALUATE WS-CAMPO-SCELTO
                   WHEN "I"
                       DISPLAY "Indirizzo (via e numero civico): "
                       ACCEPT RP-INDIRIZZO
                   WHEN "C"
                       DISPLAY "CAP: "
                       ACCEPT RP-CAP
                   WHEN "L"
                       DISPLAY "Localita': "
                       ACCEPT RP-CITTA
                   WHEN "P"
                       DISPLAY "Sigla della provincia: "
                       ACCEPT RP-PROVINCIA
                       MOVE FUNCTION UPPER-CASE (RP-PROVINCIA)
                           TO RP-PROVINCIA
                   WHEN "E"
                       DISPLAY "E-mail: "
                       ACCEPT RP-EMAIL
                   WHEN "T"
                       DISPLAY "Telefono: "
                       ACCEPT RP-TELEFONO
                   WHEN "B"
                       DISPLAY "IBAN per i rimborsi (senza spazi): "
                       ACCEPT RP-IBAN
                       MOVE FUNCTION UPPER-CASE (RP-IBAN) TO RP-IBAN
                   WHEN "F"
      *                Validation before anything is written; a
      *                failed check sends the desk back to the
      *                fields.
                       COPY RECAPITV.
                       IF WS-RCV-ESITO NOT = SPACES
                           PERFORM Spiega-Esito THRU Spiega-Esito-exit
                           MOVE SPACE TO WS-CAMPO-SCELTO
                       END-IF
                   WHEN "A"
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Scelta non riconosciuta."
               END-EVALUATE
           END-PERFORM.
           IF WS-CAMPO-SCELTO = "A"
               DISPLAY "Modifiche abbandonate: recapito invariato."
               GO TO Manutenzione-Recapito-exit
           END-IF.
           IF WS-CAMPO-SCELTO = "X" AND WS-NUOVO = "Y"
               DISPLAY "Nessun recapito da cancellare."
               GO TO Manutenzione-Recapito-exit
           END-IF.
           IF WS-CAMPO-SCELTO = "F"
              AND RecapitoRecord = WS-RECAPITO-PRIMA
               DISPLAY "Nessuna modifica: recapito invariato."
               GO TO Manutenzione-Recapito-exit
           END-IF.
           MOVE RecapitoRecord TO WS-RECAPITO-LAVORO.
           OPEN I-O RecapitiFile.
           IF WS-FS-RECAPITI = "35"
               OPEN OUTPUT RecapitiFile
               CLOSE RecapitiFile
               OPEN I-O RecapitiFile
           END-IF.
           IF WS-FS-RECAPITI NOT = "00"
               DISPLAY "Recapiti non aggiornabili (stato "
                       WS-FS-RECAPITI "): modifica non applicata."
               MOVE "Recapiti" TO WS-ERR-PROGRAMMA
               MOVE "Manutenzione-Recapito" TO WS-ERR-PARAGRAFO
               MOVE "file recapiti non aggiornabile"
                   TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Manutenzione-Recapito-exit
           END-IF.
           IF WS-CAMPO-SCELTO = "X"
               MOVE WS-MATRICOLA TO RP-MATRICOLA
               DELETE RecapitiFile
                   INVALID KEY
                       DISPLAY "Recapito della matricola "
                               WS-MATRICOLA " gia' assente."
                   NOT INVALID KEY
                       DISPLAY "Recapito della matricola "
                               WS-MATRICOLA " cancellato."
               END-DELETE
               CLOSE RecapitiFile
               GO TO Manutenzione-Recapito-exit
           END-IF.
           MOVE WS-RECAPITO-LAVORO TO RecapitoRecord.
           MOVE WS-DATA-OGGI TO RP-DATA-AGG.
           WRITE RecapitoRecord
               INVALID KEY
                   REWRITE RecapitoRecord
                       INVALID KEY
                           DISPLAY "Riscrittura non riuscita per la"
                                   " matricola " WS-MATRICOLA "."
                           MOVE "Recapiti" TO WS-ERR-PROGRAMMA
                           MOVE "Manutenzione-Recapito"
                               TO WS-ERR-PARAGRAFO
                           MOVE "riscrittura recapito non riuscita"
                               TO WS-ERR-MESSAGGIO
                           COPY ERRLOG.
                   END-REWRITE
           END-WRITE.
           CLOSE RecapitiFile.
           DISPLAY "Recapito registrato per la matricola "
                   WS-MATRICOLA ".".
       Manutenzione-Recapito-exit.
           EXIT.

       Mostra-Recapito.
           DISPLAY "  indirizzo: " FUNCTION TRIM (RP-INDIRIZZO).
           DISPLAY "  CAP e localita': " RP-CAP " "
                   FUNCTION TRIM (RP-CITTA) " (" RP-PROVINCIA ")".
           DISPLAY "  e-mail: " FUNCTION TRIM (RP-EMAIL).
           DISPLAY "  telefono: " FUNCTION TRIM (RP-TELEFONO).
           DISPLAY "  IBAN: " FUNCTION TRIM (RP-IBAN).
       Mostra-Recapito-exit.
           EXIT.

       Spiega-Esito.
           EVALUATE WS-RCV-ESITO
               WHEN "IN"
                   DISPLAY "Indirizzo senza CAP o localita':"
                           " completare."
               WHEN "CA"
                   DISPLAY "CAP " RP-CAP " non valido: cinque cifre."
               WHEN "EM"
                   DISPLAY "E-mail " FUNCTION TRIM (RP-EMAIL)
                           " malformata."
               WHEN "TE"
                   DISPLAY "Telefono " FUNCTION TRIM (RP-TELEFONO)
                           " non valido: cifre e spazi, '+' in"
                           " testa, almeno sei cifre."
               WHEN "IB"
                   DISPLAY "IBAN " FUNCTION TRIM (RP-IBAN)
                           " non valido: senza spazi, sigla del"
                           " paese e cifre di controllo corrette."
           END-EVALUATE.
       Spiega-Esito-exit.
           EXIT.

       Estrai-Indirizzi.
      *    Labels and the delimited file for the selected students,
      *    in Matricola order; a selected student with no contact
      *    record, or with no postal address (no label), is listed
      *    so the desk can chase it.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           DISPLAY "Corso (0 = tutti): ".
           ACCEPT WS-SEL-CORSO.
           DISPLAY "Anno accademico (0 = tutti, corrente "
                   WS-ANNO-ACC-CORRENTE "): ".
           ACCEPT WS-SEL-ANNO.
           DISPLAY "Stato (A=attivi, R=ritirati, L=lasciati,"
                   " spazio = tutti): ".
           ACCEPT WS-SEL-STATO.
           MOVE FUNCTION UPPER-CASE (WS-SEL-STATO) TO WS-SEL-STATO.
           MOVE "N" TO WS-EOF-STUDENTI.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): nessuna estrazione."
               MOVE "Recapiti" TO WS-ERR-PROGRAMMA
               MOVE "Estrai-Indirizzi" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Estrai-Indirizzi-exit
           END-IF.
           OPEN INPUT RecapitiFile.
           IF WS-FS-RECAPITI NOT = "00"
               DISPLAY "File recapiti non apribile (stato "
                       WS-FS-RECAPITI "): nessuna estrazione."
               MOVE "Recapiti" TO WS-ERR-PROGRAMMA
               MOVE "Estrai-Indirizzi" TO WS-ERR-PARAGRAFO
               MOVE "file recapiti non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               CLOSE StudentiFile
               GO TO Estrai-Indirizzi-exit
           END-IF.
           OPEN OUTPUT EtichetteFile.
           OPEN OUTPUT IndirizziFile.
      *    Semicolons: a street address carries commas.
           MOVE "MATRICOLA;COGNOME;NOME;CORSO;ANNO;STATO;INDIRIZZO;"
               TO IndirizzoLine.
           MOVE "CAP;LOCALITA;PROVINCIA;EMAIL;TELEFONO"
               TO IndirizzoLine (51:).
           WRITE IndirizzoLine.
           PERFORM UNTIL WS-EOF-STUDENTI = "Y"
               READ StudentiFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-STUDENTI
                   NOT AT END
                       PERFORM Estrai-Uno-Studente
                               THRU Estrai-Uno-Studente-exit
               END-READ
           END-PERFORM.
           CLOSE IndirizziFile.
           CLOSE EtichetteFile.
           CLOSE RecapitiFile.
           CLOSE StudentiFile.
           DISPLAY "Estrazione completata: selezionati "
                   WS-SELEZIONATI ", etichette " WS-ETICHETTE
                   ", righe in " FUNCTION TRIM (WS-FILE-INDIRIZZI)
                   " " WS-RIGHE-CSV ".".
           IF WS-SENZA-RECAPITO > 0 OR WS-SENZA-INDIRIZZO > 0
               DISPLAY "Senza recapito: " WS-SENZA-RECAPITO
                       ", senza indirizzo postale: "
                       WS-SENZA-INDIRIZZO "."
               MOVE "Recapiti" TO WS-ERR-PROGRAMMA
               MOVE "Estrai-Indirizzi" TO WS-ERR-PARAGRAFO
               MOVE "studenti selezionati senza recapito postale"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 4 TO RETURN-CODE
           END-IF.
       Estrai-Indirizzi-exit.
           EXIT.

       Estrai-Uno-Studente.
      *    Selection. A blank stato reads as attivo and a
      *    non-numeric year as the current one, as in the lists.
           IF SR-STATO = SPACE
               MOVE "A" TO WS-STATO-STUDENTE
           ELSE
               MOVE SR-STATO TO WS-STATO-STUDENTE
           END-IF.
           IF SR-ANNO-ACC IS NUMERIC AND SR-ANNO-ACC > 0
               MOVE SR-ANNO-ACC TO WS-ANNO-STUDENTE
           ELSE
               MOVE WS-ANNO-ACC-CORRENTE TO WS-ANNO-STUDENTE
           END-IF.
           IF WS-SEL-CORSO NOT = 0 AND SR-CORSO NOT = WS-SEL-CORSO
               GO TO Estrai-Uno-Studente-exit
           END-IF.
           IF WS-SEL-ANNO NOT = 0 AND WS-ANNO-STUDENTE NOT = WS-SEL-ANNO
               GO TO Estrai-Uno-Studente-exit
           END-IF.
           IF WS-SEL-STATO NOT = SPACE
              AND WS-STATO-STUDENTE NOT = WS-SEL-STATO
               GO TO Estrai-Uno-Studente-exit
           END-IF.
           ADD 1 TO WS-SELEZIONATI.
           MOVE SR-MATRICOLA TO RP-MATRICOLA.
           READ RecapitiFile
               KEY IS RP-MATRICOLA
               INVALID KEY
                   ADD 1 TO WS-SENZA-RECAPITO
                   DISPLAY "Matricola " SR-MATRICOLA " ("
                           FUNCTION TRIM (SR-COGNOME)
                           "): nessun recapito a registro."
                   GO TO Estrai-Uno-Studente-exit
           END-READ.
           MOVE SPACES TO IndirizzoLine.
           STRING SR-MATRICOLA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  SR-CORSO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-ANNO-STUDENTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-STATO-STUDENTE DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (RP-INDIRIZZO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (RP-CAP) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (RP-CITTA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (RP-PROVINCIA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (RP-EMAIL) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM (RP-TELEFONO) DELIMITED BY SIZE
                  INTO IndirizzoLine.
           WRITE IndirizzoLine.
           ADD 1 TO WS-RIGHE-CSV.
           IF RP-INDIRIZZO = SPACES
               ADD 1 TO WS-SENZA-INDIRIZZO
               DISPLAY "Matricola " SR-MATRICOLA " ("
                       FUNCTION TRIM (SR-COGNOME)
                       "): nessun indirizzo postale, niente etichetta."
               GO TO Estrai-Uno-Studente-exit
           END-IF.
      *    Label: name, street, CAP and place, a blank separator.
           MOVE SPACES TO EtichettaLine.
           STRING FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  INTO EtichettaLine.
           WRITE EtichettaLine.
           MOVE RP-INDIRIZZO TO EtichettaLine.
           WRITE EtichettaLine.
           MOVE SPACES TO EtichettaLine.
           IF RP-PROVINCIA = SPACES
               STRING RP-CAP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (RP-CITTA) DELIMITED BY SIZE
                      INTO EtichettaLine
           ELSE
               STRING RP-CAP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (RP-CITTA) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      RP-PROVINCIA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO EtichettaLine
           END-IF.
           WRITE EtichettaLine.
           MOVE SPACES TO EtichettaLine.
           WRITE EtichettaLine.
           ADD 1 TO WS-ETICHETTE.
       Estrai-Uno-Studente-exit.
           EXIT.
       END PROGRAM Recapiti.
