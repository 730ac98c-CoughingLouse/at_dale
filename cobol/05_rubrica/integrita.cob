      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Nightly referential-integrity sweep over the Rubrica
      *          family of files: every cross-file reference - a
      *          Matricola to the student master (STUDENTI.DAT), a
      *          course to the catalogue (CORSI.DAT) or the fee table
      *          (TASSE_CORSI.DAT), an invoice number to FATTURE.DAT,
      *          an open waitlist entry to a course still active - is
      *          checked rule by rule, and every orphan or
      *          inconsistency is listed under its rule with the
      *          offending record (INTEGRITA_RUBRICA.TXT). The count
      *          is filed on CONTROLLI.DAT for NotteBilancio, and a
      *          night with anything found ends with RC 4 and a
      *          warning on the error log, so the morning desk sees it
      *          before the registry does. A missing master (students
      *          or catalogue) ends with RC 8: nothing can be checked.
      *          A file not on disk is reported as not checked, not
      *          as an anomaly.
      * Tectonics: cobc
      * Mod: 15/10/2026 - TassaRecord and FatturaRecord gain the
      *      operator field.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Integrita.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT CorsiFile ASSIGN TO WS-FILE-CORSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORSI.
           SELECT TasseFile ASSIGN TO WS-FILE-TASSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASSE.
           SELECT EsamiFile ASSIGN TO WS-FILE-ESAMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESAMI.
           SELECT PrenotazioniFile ASSIGN TO WS-FILE-PRENOTAZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRENOTAZIONI.
           SELECT PresenzeFile ASSIGN TO WS-FILE-PRESENZE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHIAVE
               FILE STATUS IS WS-FS-PRESENZE.
           SELECT RecapitiFile ASSIGN TO WS-FILE-RECAPITI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-MATRICOLA
               FILE STATUS IS WS-FS-RECAPITI.
           SELECT AttesaFile ASSIGN TO WS-FILE-ATTESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTESA.
           SELECT PassaggiFile ASSIGN TO WS-FILE-PASSAGGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASSAGGI.
           SELECT PianiFile ASSIGN TO WS-FILE-PIANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIANI.
           SELECT FattureFile ASSIGN TO WS-FILE-FATTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATTURE.
           SELECT RateFile ASSIGN TO WS-FILE-RATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.
           SELECT SollecitiFile ASSIGN TO WS-FILE-SOLLECITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLLECITI.
           SELECT NoteCreditoFile ASSIGN TO WS-FILE-NOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTE.
           SELECT RedditiFile ASSIGN TO WS-FILE-REDDITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDDITI.
           SELECT EsenzioniFile ASSIGN TO WS-FILE-ESENZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESENZIONI.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CTRFIGS.
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
       FD  CorsiFile.
       01  CorsoRecord.
           05 CO-CODICE       PIC 9(5).
           05 CO-TITOLO       PIC X(30).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
       FD  TasseFile.
       01  TassaRecord.
           05 TC-CORSO        PIC 9(5).
           05 TC-IMPORTO      PIC 9(7)V99.
           05 TC-OPERATORE    PIC X(8).
       FD  EsamiFile.
       01  EsameRecord.
           05 ES-MATRICOLA    PIC 9(5).
           05 ES-CORSO        PIC 9(5).
           05 ES-DATA         PIC 9(8).
           05 ES-VOTO         PIC 99.
           05 ES-TENTATIVO    PIC 99.
           05 ES-TIPO         PIC X.
       FD  PrenotazioniFile.
       01  PrenotazioneRecord.
           05 PN-CORSO        PIC 9(5).
           05 PN-NUMERO       PIC 99.
           05 PN-MATRICOLA    PIC 9(5).
           05 PN-DATA         PIC 9(8).
           05 PN-STATO        PIC X.
           COPY PRESENZD.
           COPY RECAPITD.
       FD  AttesaFile.
       01  AttesaRecord.
           05 LA-CORSO        PIC 9(5).
           05 LA-MATRICOLA    PIC 9(5).
           05 LA-DATA         PIC 9(8).
           05 LA-ORA          PIC 9(6).
           05 LA-STATO        PIC X.
           COPY PASSAGGD.
           COPY PIANOSTD.
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
           COPY RATEFATD.
           COPY SOLLECID.
           COPY NOTECRED.
           COPY REDDITID.
           COPY ESENZIOD.
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY CTRFIGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
       01  WS-FS-CORSI         PIC XX VALUE "00".
       01  WS-FILE-TASSE       PIC X(50) VALUE "TASSE_CORSI.DAT".
       01  WS-FS-TASSE         PIC XX VALUE "00".
       01  WS-FILE-ESAMI       PIC X(50) VALUE "ESAMI.DAT".
       01  WS-FS-ESAMI         PIC XX VALUE "00".
       01  WS-FILE-PRENOTAZIONI PIC X(50) VALUE "PRENOTAZIONI.DAT".
       01  WS-FS-PRENOTAZIONI  PIC XX VALUE "00".
       01  WS-FILE-PRESENZE    PIC X(50) VALUE "PRESENZE.DAT".
       01  WS-FS-PRESENZE      PIC XX VALUE "00".
       01  WS-FILE-RECAPITI    PIC X(50) VALUE "RECAPITI.DAT".
       01  WS-FS-RECAPITI      PIC XX VALUE "00".
       01  WS-FILE-ATTESA      PIC X(50) VALUE "LISTA_ATTESA.DAT".
       01  WS-FS-ATTESA        PIC XX VALUE "00".
       01  WS-FILE-PASSAGGI    PIC X(50) VALUE "PASSAGGI.DAT".
       01  WS-FS-PASSAGGI      PIC XX VALUE "00".
       01  WS-FILE-PIANI       PIC X(50) VALUE "PIANI_STUDIO.DAT".
       01  WS-FS-PIANI         PIC XX VALUE "00".
       01  WS-FILE-FATTURE     PIC X(50) VALUE "FATTURE.DAT".
       01  WS-FS-FATTURE       PIC XX VALUE "00".
       01  WS-FILE-RATE        PIC X(50) VALUE "RATE_FATTURE.DAT".
       01  WS-FS-RATE          PIC XX VALUE "00".
       01  WS-FILE-SOLLECITI   PIC X(50) VALUE "SOLLECITI.DAT".
       01  WS-FS-SOLLECITI     PIC XX VALUE "00".
       01  WS-FILE-NOTE        PIC X(50) VALUE "NOTE_CREDITO.DAT".
       01  WS-FS-NOTE          PIC XX VALUE "00".
       01  WS-FILE-REDDITI     PIC X(50)
                               VALUE "REDDITI_STUDENTI.DAT".
       01  WS-FS-REDDITI       PIC XX VALUE "00".
       01  WS-FILE-ESENZIONI   PIC X(50) VALUE "ESENZIONI.DAT".
       01  WS-FS-ESENZIONI     PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50)
                               VALUE "INTEGRITA_RUBRICA.TXT".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
      * The reference sets every rule checks against: the course
      * catalogue with each course's state ("A" attivo, "D"
      * disattivato), the courses with a fee, and the invoice
      * numbers on file.
       01  WS-MAX-CORSI        PIC 9(3) VALUE 500.
       01  WS-NUM-CORSI        PIC 9(3) VALUE 0.
       01  WS-CORSO-IDX        PIC 9(3) VALUE 0.
       01  CORSI-TAB.
           05 CORSO-ROW OCCURS 500 TIMES.
              10 CT-CODICE     PIC 9(5).
              10 CT-STATO      PIC X.
       01  WS-MAX-TASSE        PIC 9(3) VALUE 500.
       01  WS-NUM-TASSE        PIC 9(3) VALUE 0.
       01  WS-TASSA-IDX        PIC 9(3) VALUE 0.
       01  TASSE-TAB.
           05 TASSA-ROW OCCURS 500 TIMES.
              10 TT-CORSO      PIC 9(5).
       01  WS-TASSE-PRESENTI   PIC X VALUE "N".
       01  WS-MAX-FATTURE      PIC 9(5) VALUE 20000.
       01  WS-NUM-FATTURE      PIC 9(5) VALUE 0.
       01  WS-FATTURA-IDX      PIC 9(5) VALUE 0.
       01  FATTURE-TAB.
           05 FATTURA-ROW OCCURS 20000 TIMES.
              10 FI-NUMERO     PIC 9(9).
      * "Y" when FATTURE.DAT was read whole: with the file missing or
      * past the table, the invoice-number rules are not checked
      * rather than reporting every instalment as an orphan.
       01  WS-FATTURE-COMPLETE PIC X VALUE "N".
      * The lookups: key in, "Y"/"N" out (and the course's state).
       01  WS-CERCA-MATRICOLA  PIC 9(5) VALUE 0.
       01  WS-CERCA-CORSO      PIC 9(5) VALUE 0.
       01  WS-CERCA-FATTURA    PIC 9(9) VALUE 0.
       01  WS-TROVATO          PIC X VALUE "N".
       01  WS-STATO-CORSO      PIC X VALUE SPACE.
      * The rule being run: its number, the file it sweeps, what it
      * checks, and what it found.
       01  WS-NUM-REGOLE       PIC 99 VALUE 21.
       01  WS-REGOLA-NUM       PIC 99 VALUE 0.
       01  WS-REGOLA-CODICE    PIC X(3) VALUE SPACES.
       01  WS-REGOLA-FILE      PIC X(20) VALUE SPACES.
       01  WS-REGOLA-DESCR     PIC X(50) VALUE SPACES.
      * "V" verificata, "A" file assente, "F" fatture non complete.
       01  WS-REGOLA-ESITO     PIC X VALUE "V".
       01  WS-REGOLA-LETTI     PIC 9(7) VALUE 0.
       01  WS-REGOLA-ANOMALIE  PIC 9(7) VALUE 0.
       01  REGOLE-TAB.
           05 REGOLA-ROW OCCURS 21 TIMES.
              10 RG-CODICE     PIC X(3).
              10 RG-FILE       PIC X(20).
              10 RG-ESITO      PIC X.
              10 RG-LETTI      PIC 9(7).
              10 RG-ANOMALIE   PIC 9(7).
       01  WS-REGOLE-VERIFICATE PIC 99 VALUE 0.
       01  WS-TOT-LETTI        PIC 9(9) VALUE 0.
       01  WS-TOT-ANOMALIE     PIC 9(7) VALUE 0.
      * One anomaly: what is wrong, and the offending record as read.
       01  WS-DETTAGLIO        PIC X(70) VALUE SPACES.
       01  WS-IMMAGINE         PIC X(70) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY CTRFIGW.
           COPY ERRLOGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Verifica di integrita' dei file Rubrica ::".
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM Carica-Corsi THRU Carica-Corsi-exit.
           IF RETURN-CODE = 8
               STOP RUN
           END-IF.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Anagrafe " FUNCTION TRIM (WS-FILE-STUDENTI)
                       " non disponibile: verifica non eseguita."
               MOVE "Integrita" TO WS-ERR-PROGRAMMA
               MOVE "MAIN-PROCEDURE" TO WS-ERR-PARAGRAFO
               MOVE "anagrafe studenti assente: verifica non eseguita"
                   TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Carica-Tasse THRU Carica-Tasse-exit.
           PERFORM Carica-Fatture THRU Carica-Fatture-exit.
           OPEN OUTPUT RapportoFile.
           MOVE "Integrita" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "INTEGRITA' REFERENZIALE DEI FILE RUBRICA AL "
                      DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM Esegui-Regola THRU Esegui-Regola-exit
               VARYING WS-REGOLA-NUM FROM 1 BY 1
               UNTIL WS-REGOLA-NUM > WS-NUM-REGOLE.
           CLOSE StudentiFile.
           PERFORM Stampa-Riepilogo THRU Stampa-Riepilogo-exit.
           MOVE "INTEGRIT" TO WS-CF-PASSO.
           MOVE "ANOMALIE" TO WS-CF-VOCE.
           MOVE WS-TOT-ANOMALIE TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "RECORD-LETTI" TO WS-CF-VOCE.
           MOVE WS-TOT-LETTI TO WS-CF-VALORE.
           COPY CTRFIG.
           IF WS-TOT-ANOMALIE > 0
               MOVE "Integrita" TO WS-ERR-PROGRAMMA
               MOVE "MAIN-PROCEDURE" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "anomalie referenziali nei file Rubrica: "
                          DELIMITED BY SIZE
                      WS-TOT-ANOMALIE DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Verifica di integrita' in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
           STOP RUN.

       Carica-Corsi.
           MOVE 0 TO WS-NUM-CORSI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT CorsiFile.
           IF WS-FS-CORSI NOT = "00"
               DISPLAY "Catalogo " FUNCTION TRIM (WS-FILE-CORSI)
                       " non disponibile: verifica non eseguita."
               MOVE "Integrita" TO WS-ERR-PROGRAMMA
               MOVE "Carica-Corsi" TO WS-ERR-PARAGRAFO
               MOVE "catalogo corsi assente: verifica non eseguita"
                   TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Carica-Corsi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ CorsiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-CORSI < WS-MAX-CORSI
                           ADD 1 TO WS-NUM-CORSI
                           MOVE CO-CODICE TO CT-CODICE (WS-NUM-CORSI)
                           MOVE CO-STATO TO CT-STATO (WS-NUM-CORSI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CorsiFile.
       Carica-Corsi-exit.
           EXIT.

       Carica-Tasse.
           MOVE 0 TO WS-NUM-TASSE.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE "N" TO WS-TASSE-PRESENTI.
           OPEN INPUT TasseFile.
           IF WS-FS-TASSE NOT = "00"
               GO TO Carica-Tasse-exit
           END-IF.
           MOVE "Y" TO WS-TASSE-PRESENTI.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ TasseFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-TASSE < WS-MAX-TASSE
                           ADD 1 TO WS-NUM-TASSE
                           MOVE TC-CORSO TO TT-CORSO (WS-NUM-TASSE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TasseFile.
       Carica-Tasse-exit.
           EXIT.

       Carica-Fatture.
           MOVE 0 TO WS-NUM-FATTURE.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE "N" TO WS-FATTURE-COMPLETE.
           OPEN INPUT FattureFile.
           IF WS-FS-FATTURE NOT = "00"
               GO TO Carica-Fatture-exit
           END-IF.
           MOVE "Y" TO WS-FATTURE-COMPLETE.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-FATTURE < WS-MAX-FATTURE
                           ADD 1 TO WS-NUM-FATTURE
                           MOVE FT-NUMERO
                               TO FI-NUMERO (WS-NUM-FATTURE)
                       ELSE
                           MOVE "N" TO WS-FATTURE-COMPLETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
           IF WS-FATTURE-COMPLETE = "N"
               DISPLAY "Piu' di " WS-MAX-FATTURE " fatture a file:"
                       " i riferimenti a fattura non sono verificati."
           END-IF.
       Carica-Fatture-exit.
           EXIT.

       Esegui-Regola.
      *    One rule: its heading, a sweep of its file, and the count
      *    under it. The rules run file by file in this order, the
      *    masters' own references first.
           EVALUATE WS-REGOLA-NUM
               WHEN 1
                   MOVE "STUDENTI.DAT" TO WS-REGOLA-FILE
                   MOVE "corso d'iscrizione non a catalogo"
                       TO WS-REGOLA-DESCR
               WHEN 2
                   MOVE "ESAMI.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 3
                   MOVE "ESAMI.DAT" TO WS-REGOLA-FILE
                   MOVE "corso non a catalogo" TO WS-REGOLA-DESCR
               WHEN 4
                   MOVE "PRENOTAZIONI.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 5
                   MOVE "PRENOTAZIONI.DAT" TO WS-REGOLA-FILE
                   MOVE "corso non a catalogo" TO WS-REGOLA-DESCR
               WHEN 6
                   MOVE "PRESENZE.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 7
                   MOVE "PRESENZE.DAT" TO WS-REGOLA-FILE
                   MOVE "corso non a catalogo" TO WS-REGOLA-DESCR
               WHEN 8
                   MOVE "RECAPITI.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 9
                   MOVE "LISTA_ATTESA.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 10
                   MOVE "LISTA_ATTESA.DAT" TO WS-REGOLA-FILE
                   MOVE "voce aperta su corso disattivato o assente"
                       TO WS-REGOLA-DESCR
               WHEN 11
                   MOVE "PASSAGGI.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 12
                   MOVE "PASSAGGI.DAT" TO WS-REGOLA-FILE
                   MOVE "corso di partenza o di arrivo non a catalogo"
                       TO WS-REGOLA-DESCR
               WHEN 13
                   MOVE "PIANI_STUDIO.DAT" TO WS-REGOLA-FILE
                   MOVE "programma o corso del piano non a catalogo"
                       TO WS-REGOLA-DESCR
               WHEN 14
                   MOVE "TASSE_CORSI.DAT" TO WS-REGOLA-FILE
                   MOVE "tassa per un corso non a catalogo"
                       TO WS-REGOLA-DESCR
               WHEN 15
                   MOVE "FATTURE.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 16
                   MOVE "FATTURE.DAT" TO WS-REGOLA-FILE
                   MOVE "corso senza tassa in TASSE_CORSI.DAT"
                       TO WS-REGOLA-DESCR
               WHEN 17
                   MOVE "RATE_FATTURE.DAT" TO WS-REGOLA-FILE
                   MOVE "rata di una fattura inesistente"
                       TO WS-REGOLA-DESCR
               WHEN 18
                   MOVE "SOLLECITI.DAT" TO WS-REGOLA-FILE
                   MOVE "sollecito di una fattura inesistente"
                       TO WS-REGOLA-DESCR
               WHEN 19
                   MOVE "NOTE_CREDITO.DAT" TO WS-REGOLA-FILE
                   MOVE "nota di credito su fattura inesistente"
                       TO WS-REGOLA-DESCR
               WHEN 20
                   MOVE "REDDITI_STUDENTI.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
               WHEN 21
                   MOVE "ESENZIONI.DAT" TO WS-REGOLA-FILE
                   MOVE "Matricola non in anagrafe" TO WS-REGOLA-DESCR
           END-EVALUATE.
           MOVE SPACES TO WS-REGOLA-CODICE.
           STRING "I" DELIMITED BY SIZE
                  WS-REGOLA-NUM DELIMITED BY SIZE
                  INTO WS-REGOLA-CODICE.
           MOVE "V" TO WS-REGOLA-ESITO.
           MOVE 0 TO WS-REGOLA-LETTI.
           MOVE 0 TO WS-REGOLA-ANOMALIE.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           STRING "REGOLA " DELIMITED BY SIZE
                  WS-REGOLA-CODICE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REGOLA-FILE) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REGOLA-DESCR) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           EVALUATE WS-REGOLA-NUM
               WHEN 1
                   PERFORM Scorri-Studenti THRU Scorri-Studenti-exit
               WHEN 2 THRU 3
                   PERFORM Scorri-Esami THRU Scorri-Esami-exit
               WHEN 4 THRU 5
                   PERFORM Scorri-Prenotazioni
                           THRU Scorri-Prenotazioni-exit
               WHEN 6 THRU 7
                   PERFORM Scorri-Presenze THRU Scorri-Presenze-exit
               WHEN 8
                   PERFORM Scorri-Recapiti THRU Scorri-Recapiti-exit
               WHEN 9 THRU 10
                   PERFORM Scorri-Attesa THRU Scorri-Attesa-exit
               WHEN 11 THRU 12
                   PERFORM Scorri-Passaggi THRU Scorri-Passaggi-exit
               WHEN 13
                   PERFORM Scorri-Piani THRU Scorri-Piani-exit
               WHEN 14
                   PERFORM Scorri-Tasse THRU Scorri-Tasse-exit
               WHEN 15 THRU 16
                   PERFORM Scorri-Fatture THRU Scorri-Fatture-exit
               WHEN 17
                   PERFORM Scorri-Rate THRU Scorri-Rate-exit
               WHEN 18
                   PERFORM Scorri-Solleciti THRU Scorri-Solleciti-exit
               WHEN 19
                   PERFORM Scorri-Note THRU Scorri-Note-exit
               WHEN 20
                   PERFORM Scorri-Redditi THRU Scorri-Redditi-exit
               WHEN 21
                   PERFORM Scorri-Esenzioni THRU Scorri-Esenzioni-exit
           END-EVALUATE.
           MOVE SPACES TO RapportoLine.
           EVALUATE WS-REGOLA-ESITO
               WHEN "A"
                   STRING "    file assente: regola non verificata."
                          DELIMITED BY SIZE INTO RapportoLine
               WHEN "F"
                   STRING "    fatture non lette per intero: regola"
                          " non verificata." DELIMITED BY SIZE
                          INTO RapportoLine
               WHEN OTHER
                   ADD 1 TO WS-REGOLE-VERIFICATE
                   ADD WS-REGOLA-LETTI TO WS-TOT-LETTI
                   ADD WS-REGOLA-ANOMALIE TO WS-TOT-ANOMALIE
                   STRING "    record letti " DELIMITED BY SIZE
                          WS-REGOLA-LETTI DELIMITED BY SIZE
                          ", anomalie " DELIMITED BY SIZE
                          WS-REGOLA-ANOMALIE DELIMITED BY SIZE
                          INTO RapportoLine
           END-EVALUATE.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-REGOLA-CODICE TO RG-CODICE (WS-REGOLA-NUM).
           MOVE WS-REGOLA-FILE TO RG-FILE (WS-REGOLA-NUM).
           MOVE WS-REGOLA-ESITO TO RG-ESITO (WS-REGOLA-NUM).
           MOVE WS-REGOLA-LETTI TO RG-LETTI (WS-REGOLA-NUM).
           MOVE WS-REGOLA-ANOMALIE TO RG-ANOMALIE (WS-REGOLA-NUM).
       Esegui-Regola-exit.
           EXIT.

       Scorri-Studenti.
      *    Rule 1 runs first, while the master is still positioned
      *    at its start; the rules after it read it by key.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ StudentiFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE SR-CORSO TO WS-CERCA-CORSO
                       PERFORM Verifica-Corso THRU Verifica-Corso-exit
                       IF WS-TROVATO = "N"
                           MOVE SPACES TO WS-DETTAGLIO
                           STRING "Matricola " DELIMITED BY SIZE
                                  SR-MATRICOLA DELIMITED BY SIZE
                                  " iscritta al corso "
                                      DELIMITED BY SIZE
                                  SR-CORSO DELIMITED BY SIZE
                                  ", assente da CORSI.DAT"
                                      DELIMITED BY SIZE
                                  INTO WS-DETTAGLIO
                           MOVE StudenteRecord TO WS-IMMAGINE
                           PERFORM Segnala-Anomalia
                                   THRU Segnala-Anomalia-exit
                       END-IF
               END-READ
           END-PERFORM.
       Scorri-Studenti-exit.
           EXIT.

       Scorri-Esami.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Esami-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE EsameRecord TO WS-IMMAGINE
                       IF WS-REGOLA-NUM = 2
                           MOVE ES-MATRICOLA TO WS-CERCA-MATRICOLA
                           PERFORM Anomalia-Matricola
                                   THRU Anomalia-Matricola-exit
                       ELSE
                           MOVE ES-CORSO TO WS-CERCA-CORSO
                           PERFORM Anomalia-Corso
                                   THRU Anomalia-Corso-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
       Scorri-Esami-exit.
           EXIT.

       Scorri-Prenotazioni.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PrenotazioniFile.
           IF WS-FS-PRENOTAZIONI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Prenotazioni-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PrenotazioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE PrenotazioneRecord TO WS-IMMAGINE
                       IF WS-REGOLA-NUM = 4
                           MOVE PN-MATRICOLA TO WS-CERCA-MATRICOLA
                           PERFORM Anomalia-Matricola
                                   THRU Anomalia-Matricola-exit
                       ELSE
                           MOVE PN-CORSO TO WS-CERCA-CORSO
                           PERFORM Anomalia-Corso
                                   THRU Anomalia-Corso-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PrenotazioniFile.
       Scorri-Prenotazioni-exit.
           EXIT.

       Scorri-Presenze.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PresenzeFile.
           IF WS-FS-PRESENZE NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Presenze-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PresenzeFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE PresenzaRecord TO WS-IMMAGINE
                       IF WS-REGOLA-NUM = 6
                           MOVE PR-MATRICOLA TO WS-CERCA-MATRICOLA
                           PERFORM Anomalia-Matricola
                                   THRU Anomalia-Matricola-exit
                       ELSE
                           MOVE PR-CORSO TO WS-CERCA-CORSO
                           PERFORM Anomalia-Corso
                                   THRU Anomalia-Corso-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PresenzeFile.
       Scorri-Presenze-exit.
           EXIT.

       Scorri-Recapiti.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RecapitiFile.
           IF WS-FS-RECAPITI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Recapiti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RecapitiFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE RecapitoRecord TO WS-IMMAGINE
                       MOVE RP-MATRICOLA TO WS-CERCA-MATRICOLA
                       PERFORM Anomalia-Matricola
                               THRU Anomalia-Matricola-exit
               END-READ
           END-PERFORM.
           CLOSE RecapitiFile.
       Scorri-Recapiti-exit.
           EXIT.

       Scorri-Attesa.
      *    Rule 10: an entry still waiting ("A") or holding an offer
      *    ("O") for a course since deactivated or dropped from the
      *    catalogue can never be served. Closed entries ("E", "X")
      *    are history and are left alone.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT AttesaFile.
           IF WS-FS-ATTESA NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Attesa-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ AttesaFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE AttesaRecord TO WS-IMMAGINE
                       IF WS-REGOLA-NUM = 9
                           MOVE LA-MATRICOLA TO WS-CERCA-MATRICOLA
                           PERFORM Anomalia-Matricola
                                   THRU Anomalia-Matricola-exit
                       ELSE
                           PERFORM Verifica-Attesa
                                   THRU Verifica-Attesa-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AttesaFile.
       Scorri-Attesa-exit.
           EXIT.

       Verifica-Attesa.
           IF LA-STATO NOT = "A" AND LA-STATO NOT = "O"
               GO TO Verifica-Attesa-exit
           END-IF.
           MOVE LA-CORSO TO WS-CERCA-CORSO.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-TROVATO = "Y" AND WS-STATO-CORSO NOT = "D"
               GO TO Verifica-Attesa-exit
           END-IF.
           MOVE SPACES TO WS-DETTAGLIO.
           IF WS-TROVATO = "N"
               STRING "Voce " DELIMITED BY SIZE
                      LA-STATO DELIMITED BY SIZE
                      " della Matricola " DELIMITED BY SIZE
                      LA-MATRICOLA DELIMITED BY SIZE
                      ": corso " DELIMITED BY SIZE
                      LA-CORSO DELIMITED BY SIZE
                      " assente da CORSI.DAT" DELIMITED BY SIZE
                      INTO WS-DETTAGLIO
           ELSE
               STRING "Voce " DELIMITED BY SIZE
                      LA-STATO DELIMITED BY SIZE
                      " della Matricola " DELIMITED BY SIZE
                      LA-MATRICOLA DELIMITED BY SIZE
                      ": corso " DELIMITED BY SIZE
                      LA-CORSO DELIMITED BY SIZE
                      " disattivato" DELIMITED BY SIZE
                      INTO WS-DETTAGLIO
           END-IF.
           PERFORM Segnala-Anomalia THRU Segnala-Anomalia-exit.
       Verifica-Attesa-exit.
           EXIT.

       Scorri-Passaggi.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PassaggiFile.
           IF WS-FS-PASSAGGI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Passaggi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PassaggiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE PassaggioRecord TO WS-IMMAGINE
                       IF WS-REGOLA-NUM = 11
                           MOVE PA-MATRICOLA TO WS-CERCA-MATRICOLA
                           PERFORM Anomalia-Matricola
                                   THRU Anomalia-Matricola-exit
                       ELSE
                           MOVE PA-CORSO-DA TO WS-CERCA-CORSO
                           PERFORM Anomalia-Corso
                                   THRU Anomalia-Corso-exit
                           MOVE PA-CORSO-A TO WS-CERCA-CORSO
                           PERFORM Anomalia-Corso
                                   THRU Anomalia-Corso-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PassaggiFile.
       Scorri-Passaggi-exit.
           EXIT.

       Scorri-Piani.
      *    A plan's programme is a CORSI.DAT code, and so is each of
      *    its course lines; the "M" line carries no course.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PianiFile.
           IF WS-FS-PIANI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Piani-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PianiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE PianoRecord TO WS-IMMAGINE
                       MOVE PS-PROGRAMMA TO WS-CERCA-CORSO
                       PERFORM Anomalia-Corso THRU Anomalia-Corso-exit
                       IF PS-TIPO NOT = "M"
                           MOVE PS-CORSO TO WS-CERCA-CORSO
                           PERFORM Anomalia-Corso
                                   THRU Anomalia-Corso-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PianiFile.
       Scorri-Piani-exit.
           EXIT.

       Scorri-Tasse.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT TasseFile.
           IF WS-FS-TASSE NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Tasse-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ TasseFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE TassaRecord TO WS-IMMAGINE
                       MOVE TC-CORSO TO WS-CERCA-CORSO
                       PERFORM Anomalia-Corso THRU Anomalia-Corso-exit
               END-READ
           END-PERFORM.
           CLOSE TasseFile.
       Scorri-Tasse-exit.
           EXIT.

       Scorri-Fatture.
      *    Rule 16 needs the fee table: without TASSE_CORSI.DAT it
      *    is not checked rather than every invoice reported.
           IF WS-REGOLA-NUM = 16 AND WS-TASSE-PRESENTI = "N"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Fatture-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT FattureFile.
           IF WS-FS-FATTURE NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Fatture-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE FatturaRecord TO WS-IMMAGINE
                       IF WS-REGOLA-NUM = 15
                           MOVE FT-MATRICOLA TO WS-CERCA-MATRICOLA
                           PERFORM Anomalia-Matricola
                                   THRU Anomalia-Matricola-exit
                       ELSE
                           PERFORM Verifica-Tassa
                                   THRU Verifica-Tassa-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
       Scorri-Fatture-exit.
           EXIT.

       Verifica-Tassa.
           MOVE "N" TO WS-TROVATO.
           PERFORM VARYING WS-TASSA-IDX FROM 1 BY 1
                   UNTIL WS-TASSA-IDX > WS-NUM-TASSE
                      OR WS-TROVATO = "Y"
               IF TT-CORSO (WS-TASSA-IDX) = FT-CORSO
                   MOVE "Y" TO WS-TROVATO
               END-IF
           END-PERFORM.
           IF WS-TROVATO = "N"
               MOVE SPACES TO WS-DETTAGLIO
               STRING "Fattura " DELIMITED BY SIZE
                      FT-NUMERO DELIMITED BY SIZE
                      ": corso " DELIMITED BY SIZE
                      FT-CORSO DELIMITED BY SIZE
                      " assente da TASSE_CORSI.DAT" DELIMITED BY SIZE
                      INTO WS-DETTAGLIO
               PERFORM Segnala-Anomalia THRU Segnala-Anomalia-exit
           END-IF.
       Verifica-Tassa-exit.
           EXIT.

       Scorri-Rate.
           IF WS-FATTURE-COMPLETE = "N"
               MOVE "F" TO WS-REGOLA-ESITO
               GO TO Scorri-Rate-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RateFile.
           IF WS-FS-RATE NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Rate-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RateFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE RataRecord TO WS-IMMAGINE
                       MOVE RT-FATTURA TO WS-CERCA-FATTURA
                       PERFORM Anomalia-Fattura
                               THRU Anomalia-Fattura-exit
               END-READ
           END-PERFORM.
           CLOSE RateFile.
       Scorri-Rate-exit.
           EXIT.

       Scorri-Solleciti.
           IF WS-FATTURE-COMPLETE = "N"
               MOVE "F" TO WS-REGOLA-ESITO
               GO TO Scorri-Solleciti-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT SollecitiFile.
           IF WS-FS-SOLLECITI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Solleciti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SollecitiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE SollecitoRecord TO WS-IMMAGINE
                       MOVE SL-FATTURA TO WS-CERCA-FATTURA
                       PERFORM Anomalia-Fattura
                               THRU Anomalia-Fattura-exit
               END-READ
           END-PERFORM.
           CLOSE SollecitiFile.
       Scorri-Solleciti-exit.
           EXIT.

       Scorri-Note.
           IF WS-FATTURE-COMPLETE = "N"
               MOVE "F" TO WS-REGOLA-ESITO
               GO TO Scorri-Note-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT NoteCreditoFile.
           IF WS-FS-NOTE NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Note-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ NoteCreditoFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE NotaCreditoRecord TO WS-IMMAGINE
                       MOVE NC-FATTURA TO WS-CERCA-FATTURA
                       PERFORM Anomalia-Fattura
                               THRU Anomalia-Fattura-exit
               END-READ
           END-PERFORM.
           CLOSE NoteCreditoFile.
       Scorri-Note-exit.
           EXIT.

       Scorri-Redditi.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RedditiFile.
           IF WS-FS-REDDITI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Redditi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RedditiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE RedditoRecord TO WS-IMMAGINE
                       MOVE RD-MATRICOLA TO WS-CERCA-MATRICOLA
                       PERFORM Anomalia-Matricola
                               THRU Anomalia-Matricola-exit
               END-READ
           END-PERFORM.
           CLOSE RedditiFile.
       Scorri-Redditi-exit.
           EXIT.

       Scorri-Esenzioni.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsenzioniFile.
           IF WS-FS-ESENZIONI NOT = "00"
               MOVE "A" TO WS-REGOLA-ESITO
               GO TO Scorri-Esenzioni-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsenzioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-REGOLA-LETTI
                       MOVE EsenzioneRecord TO WS-IMMAGINE
                       MOVE EZ-MATRICOLA TO WS-CERCA-MATRICOLA
                       PERFORM Anomalia-Matricola
                               THRU Anomalia-Matricola-exit
               END-READ
           END-PERFORM.
           CLOSE EsenzioniFile.
       Scorri-Esenzioni-exit.
           EXIT.

       Anomalia-Matricola.
      *    WS-CERCA-MATRICOLA against the student master, by key.
           MOVE WS-CERCA-MATRICOLA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   MOVE SPACES TO WS-DETTAGLIO
                   STRING "Matricola " DELIMITED BY SIZE
                          WS-CERCA-MATRICOLA DELIMITED BY SIZE
                          " assente da STUDENTI.DAT" DELIMITED BY SIZE
                          INTO WS-DETTAGLIO
                   PERFORM Segnala-Anomalia THRU Segnala-Anomalia-exit
           END-READ.
       Anomalia-Matricola-exit.
           EXIT.

       Anomalia-Corso.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-TROVATO = "N"
               MOVE SPACES TO WS-DETTAGLIO
               STRING "Corso " DELIMITED BY SIZE
                      WS-CERCA-CORSO DELIMITED BY SIZE
                      " assente da CORSI.DAT" DELIMITED BY SIZE
                      INTO WS-DETTAGLIO
               PERFORM Segnala-Anomalia THRU Segnala-Anomalia-exit
           END-IF.
       Anomalia-Corso-exit.
           EXIT.

       Anomalia-Fattura.
           MOVE "N" TO WS-TROVATO.
           PERFORM VARYING WS-FATTURA-IDX FROM 1 BY 1
                   UNTIL WS-FATTURA-IDX > WS-NUM-FATTURE
                      OR WS-TROVATO = "Y"
               IF FI-NUMERO (WS-FATTURA-IDX) = WS-CERCA-FATTURA
                   MOVE "Y" TO WS-TROVATO
               END-IF
           END-PERFORM.
           IF WS-TROVATO = "N"
               MOVE SPACES TO WS-DETTAGLIO
               STRING "Fattura " DELIMITED BY SIZE
                      WS-CERCA-FATTURA DELIMITED BY SIZE
                      " assente da FATTURE.DAT" DELIMITED BY SIZE
                      INTO WS-DETTAGLIO
               PERFORM Segnala-Anomalia THRU Segnala-Anomalia-exit
           END-IF.
       Anomalia-Fattura-exit.
           EXIT.

       Verifica-Corso.
           MOVE "N" TO WS-TROVATO.
           MOVE SPACE TO WS-STATO-CORSO.
           PERFORM VARYING WS-CORSO-IDX FROM 1 BY 1
                   UNTIL WS-CORSO-IDX > WS-NUM-CORSI
                      OR WS-TROVATO = "Y"
               IF CT-CODICE (WS-CORSO-IDX) = WS-CERCA-CORSO
                   MOVE "Y" TO WS-TROVATO
                   MOVE CT-STATO (WS-CORSO-IDX) TO WS-STATO-CORSO
               END-IF
           END-PERFORM.
       Verifica-Corso-exit.
           EXIT.

       Segnala-Anomalia.
      *    What is wrong, then the record as it stands on the file.
           ADD 1 TO WS-REGOLA-ANOMALIE.
           MOVE SPACES TO RapportoLine.
           STRING "  " DELIMITED BY SIZE
                  WS-REGOLA-CODICE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DETTAGLIO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "      record: " DELIMITED BY SIZE
                  WS-IMMAGINE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Segnala-Anomalia-exit.
           EXIT.

       Stampa-Riepilogo.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "RIEPILOGO PER REGOLA" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-REGOLA-NUM FROM 1 BY 1
                   UNTIL WS-REGOLA-NUM > WS-NUM-REGOLE
               MOVE SPACES TO RapportoLine
               IF RG-ESITO (WS-REGOLA-NUM) = "V"
                   STRING RG-CODICE (WS-REGOLA-NUM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RG-FILE (WS-REGOLA-NUM) DELIMITED BY SIZE
                          " letti " DELIMITED BY SIZE
                          RG-LETTI (WS-REGOLA-NUM) DELIMITED BY SIZE
                          "  anomalie " DELIMITED BY SIZE
                          RG-ANOMALIE (WS-REGOLA-NUM) DELIMITED BY SIZE
                          INTO RapportoLine
               ELSE
                   STRING RG-CODICE (WS-REGOLA-NUM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          RG-FILE (WS-REGOLA-NUM) DELIMITED BY SIZE
                          " NON VERIFICATA" DELIMITED BY SIZE
                          INTO RapportoLine
               END-IF
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           MOVE SPACES TO RapportoLine.
           STRING "Regole verificate " DELIMITED BY SIZE
                  WS-REGOLE-VERIFICATE DELIMITED BY SIZE
                  " su " DELIMITED BY SIZE
                  WS-NUM-REGOLE DELIMITED BY SIZE
                  ", anomalie totali " DELIMITED BY SIZE
                  WS-TOT-ANOMALIE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-TOT-ANOMALIE = 0
               MOVE "*** FILE RUBRICA COERENTI ***" TO RapportoLine
           ELSE
               MOVE "*** ANOMALIE REFERENZIALI: VEDI SOPRA ***"
                   TO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Riepilogo-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE RapportoLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO RapportoLine
               WRITE RapportoLine
               DISPLAY RapportoLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM Integrita.
