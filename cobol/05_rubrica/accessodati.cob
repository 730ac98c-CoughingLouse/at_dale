      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Subject-access report: everything the shop holds on
      *          one student, gathered in one run instead of by hand
      *          from a dozen files. For one Matricola it searches
      *          the student master, the change history, contacts,
      *          exams, exam bookings, attendance, invoices and the
      *          payment files the operator names, course transfers,
      *          the waitlist, certificates issued and their text,
      *          the registrar export and its log, every REG_<seggio>
      *          voter register on SEGGI.DAT and earlier access
      *          requests, and writes one paginated report
      *          (ACCESSO_<matricola>_<data>_<ora>.TXT) with a
      *          section per source file, closing with the list of
      *          the files searched. Every report is logged for the
      *          privacy officer on ACCESSI_PRIVACY.LOG.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the declared family incomes
      *      (REDDITI_STUDENTI.DAT) and fee exemptions
      *      (ESENZIONI.DAT) are searched too.
      * Mod: 15/10/2026 - instalment plans (RATE_FATTURE.DAT) and the
      *      dunning letters sent (SOLLECITI.DAT) are reported too.
      * Mod: 15/10/2026 - refund credit notes (NOTE_CREDITO.DAT) are
      *      reported too, and the IBAN held on the contact record.
      * Mod: 15/10/2026 - payments are matched by reference code or
      *      Matricola, and the suspense queue (INCASSI_SOSPESI.DAT) is
      *      reported too.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      The operator is the signed-on one, no longer
      *      typed in free; change-history line 89 wide,
      *      FatturaRecord gains FT-OPERATORE.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessoDati.
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
           SELECT StoricoModFile ASSIGN TO WS-FILE-STORICO-MOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-STORICO-MOD.
           SELECT RecapitiFile ASSIGN TO WS-FILE-RECAPITI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-MATRICOLA
               FILE STATUS IS WS-FS-RECAPITI.
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
           SELECT FattureFile ASSIGN TO WS-FILE-FATTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATTURE.
           SELECT PagamentiFile ASSIGN TO WS-FILE-PAGAMENTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PAGAMENTI.
           SELECT PassaggiFile ASSIGN TO WS-FILE-PASSAGGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASSAGGI.
           SELECT RedditiFile ASSIGN TO WS-FILE-REDDITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDDITI.
           SELECT EsenzioniFile ASSIGN TO WS-FILE-ESENZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESENZIONI.
           SELECT RateFile ASSIGN TO WS-FILE-RATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.
           SELECT SollecitiFile ASSIGN TO WS-FILE-SOLLECITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLLECITI.
           SELECT NoteCreditoFile ASSIGN TO WS-FILE-NOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTE.
           SELECT SospesiFile ASSIGN TO WS-FILE-SOSPESI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOSPESI.
           SELECT AttesaFile ASSIGN TO WS-FILE-ATTESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTESA.
           SELECT RegCertificatiFile ASSIGN TO WS-FILE-REG-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG-CERT.
           SELECT TestiCertificatiFile ASSIGN TO WS-FILE-TESTI-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TESTI-CERT.
           SELECT ExportFile ASSIGN TO WS-FILE-EXPORT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXPORT.
           SELECT EsportazioniFile ASSIGN TO WS-FILE-ESPORTAZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESPORTAZIONI.
           COPY SEGGIOS.
           SELECT RegistroElettoriFile
               ASSIGN TO WS-FILE-REG-ELETTORI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG-ELETTORI.
           SELECT AccessiPrivacyFile ASSIGN TO WS-FILE-ACCESSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ACCESSI.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
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
       FD  CorsiFile.
       01  CorsoRecord.
           05 CO-CODICE       PIC 9(5).
           05 CO-TITOLO       PIC X(30).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
      * Change-history line: 1-80 as always, 82-89 the signed-on
      * operator (blank on lines written before the sign-on).
       FD  StoricoModFile.
       01  StoricoModLine     PIC X(89).
           COPY RECAPITD.
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
           COPY INCASSID.
           COPY PASSAGGD.
           COPY REDDITID.
           COPY ESENZIOD.
           COPY RATEFATD.
           COPY SOLLECID.
           COPY NOTECRED.
           COPY SOSPESID.
       FD  AttesaFile.
       01  AttesaRecord.
           05 LA-CORSO        PIC 9(5).
           05 LA-MATRICOLA    PIC 9(5).
           05 LA-DATA         PIC 9(8).
           05 LA-ORA          PIC 9(6).
           05 LA-STATO        PIC X.
           COPY CERTREGD.
           COPY CERTTESD.
       FD  ExportFile.
       01  ExportLine         PIC X(80).
       FD  EsportazioniFile.
       01  EsportazioneRecord.
           05 EL-NUMERO       PIC 9(9).
           05 EL-DATA         PIC 9(8).
           05 EL-INVIATI      PIC 9(7).
           COPY ELEZSEGD.
       FD  RegistroElettoriFile.
       01  RegistroElettoreRecord PIC X(20).
           COPY ACCPRIVD.
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
       01  WS-FS-CORSI         PIC XX VALUE "00".
       01  WS-FILE-STORICO-MOD PIC X(50)
                               VALUE "STORICO_STUDENTI.LOG".
       01  WS-FS-STORICO-MOD   PIC XX VALUE "00".
       01  WS-FILE-RECAPITI    PIC X(50) VALUE "RECAPITI.DAT".
       01  WS-FS-RECAPITI      PIC XX VALUE "00".
       01  WS-FILE-ESAMI       PIC X(50) VALUE "ESAMI.DAT".
       01  WS-FS-ESAMI         PIC XX VALUE "00".
       01  WS-FILE-PRENOTAZIONI PIC X(50) VALUE "PRENOTAZIONI.DAT".
       01  WS-FS-PRENOTAZIONI  PIC XX VALUE "00".
       01  WS-FILE-PRESENZE    PIC X(50) VALUE "PRESENZE.DAT".
       01  WS-FS-PRESENZE      PIC XX VALUE "00".
       01  WS-FILE-FATTURE     PIC X(50) VALUE "FATTURE.DAT".
       01  WS-FS-FATTURE       PIC XX VALUE "00".
       01  WS-FILE-PAGAMENTI   PIC X(50) VALUE SPACES.
       01  WS-FS-PAGAMENTI     PIC XX VALUE "00".
       01  WS-FILE-PASSAGGI    PIC X(50) VALUE "PASSAGGI.DAT".
       01  WS-FS-PASSAGGI      PIC XX VALUE "00".
       01  WS-FILE-REDDITI     PIC X(50)
                               VALUE "REDDITI_STUDENTI.DAT".
       01  WS-FS-REDDITI       PIC XX VALUE "00".
       01  WS-FILE-ESENZIONI   PIC X(50) VALUE "ESENZIONI.DAT".
       01  WS-FS-ESENZIONI     PIC XX VALUE "00".
       01  WS-FILE-RATE        PIC X(50) VALUE "RATE_FATTURE.DAT".
       01  WS-FS-RATE          PIC XX VALUE "00".
       01  WS-FILE-SOLLECITI   PIC X(50) VALUE "SOLLECITI.DAT".
       01  WS-FS-SOLLECITI     PIC XX VALUE "00".
       01  WS-FILE-NOTE        PIC X(50) VALUE "NOTE_CREDITO.DAT".
       01  WS-FS-NOTE          PIC XX VALUE "00".
       01  WS-FILE-SOSPESI     PIC X(50)
                               VALUE "INCASSI_SOSPESI.DAT".
       01  WS-FS-SOSPESI       PIC XX VALUE "00".
       01  WS-FILE-ATTESA      PIC X(50) VALUE "LISTA_ATTESA.DAT".
       01  WS-FS-ATTESA        PIC XX VALUE "00".
       01  WS-FILE-REG-CERT    PIC X(50) VALUE "CERTIFICATI.DAT".
       01  WS-FS-REG-CERT      PIC XX VALUE "00".
       01  WS-FILE-TESTI-CERT  PIC X(50) VALUE "CERTTESTI.DAT".
       01  WS-FS-TESTI-CERT    PIC XX VALUE "00".
       01  WS-FILE-EXPORT      PIC X(50) VALUE "EXPORT_STUDENTI.CSV".
       01  WS-FS-EXPORT        PIC XX VALUE "00".
       01  WS-FILE-ESPORTAZIONI PIC X(50) VALUE "ESPORTAZIONI.LOG".
       01  WS-FS-ESPORTAZIONI  PIC XX VALUE "00".
       01  WS-FILE-REG-ELETTORI PIC X(50) VALUE SPACES.
       01  WS-FS-REG-ELETTORI  PIC XX VALUE "00".
       01  WS-FILE-ACCESSI     PIC X(50)
                               VALUE "ACCESSI_PRIVACY.LOG".
       01  WS-FS-ACCESSI       PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-EOF-CORSI        PIC X VALUE "N".
       01  WS-EOF-REGISTRO     PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
       01  WS-ORA-OGGI         PIC 9(8) VALUE 0.
      * The request at the desk.
       01  WS-OPERATORE        PIC X(8) VALUE SPACES.
       01  WS-MATRICOLA        PIC 9(5) VALUE 0.
       01  WS-MATRICOLA-X      PIC X(5) VALUE SPACES.
       01  WS-RIFERIMENTO      PIC X(15) VALUE SPACES.
       01  WS-SUL-MASTER       PIC X VALUE "N".
      * Payment intake files are named by the operator (Fatturazione
      * keeps no register of them): up to ten per request.
       01  WS-MAX-PAGAMENTI    PIC 99 VALUE 10.
       01  WS-NUM-PAGAMENTI    PIC 99 VALUE 0.
       01  WS-PAGAMENTI-IDX    PIC 99 VALUE 0.
       01  PAGAMENTI-FILE-TAB.
           05 PAGAMENTI-FILE-ROW OCCURS 10 TIMES.
              10 PF-NOME       PIC X(50).
      * The student's invoice and certificate numbers, gathered from
      * FATTURE.DAT and CERTIFICATI.DAT, to find payments and the
      * archived certificate text that do not carry the Matricola.
       01  WS-MAX-FATTURE-STUD PIC 9(3) VALUE 200.
       01  WS-NUM-FATTURE-STUD PIC 9(3) VALUE 0.
       01  WS-FATTURA-IDX      PIC 9(3) VALUE 0.
       01  FATTURE-STUD-TAB.
           05 FATTURA-STUD-ROW OCCURS 200 TIMES.
              10 FS-NUMERO     PIC 9(9).
       01  WS-MAX-CERT-STUD    PIC 9(3) VALUE 100.
       01  WS-NUM-CERT-STUD    PIC 9(3) VALUE 0.
       01  WS-CERT-IDX         PIC 9(3) VALUE 0.
       01  CERT-STUD-TAB.
           05 CERT-STUD-ROW OCCURS 100 TIMES.
              10 CS-NUMERO     PIC 9(9).
       01  WS-NUMERO-TROVATO   PIC X VALUE "N".
       01  WS-CERT-PRECEDENTE  PIC 9(9) VALUE 0.
      * The change-history line carries the 58-byte StudenteRecord
      * from column 23.
       01  WS-STORICO-STUDENTE.
           05 HS-MATRICOLA    PIC 9(5).
           05 HS-CORSO        PIC 9(5).
           05 HS-NOME         PIC X(15).
           05 HS-COGNOME      PIC X(20).
           05 HS-GIORNO       PIC 99.
           05 HS-MESE         PIC 99.
           05 HS-ANNO         PIC 9(4).
           05 HS-STATO        PIC X.
           05 HS-ANNO-ACC     PIC 9(4).
      * The latest registrar export run, for the export-log section.
       01  WS-IN-EXPORT        PIC X VALUE "N".
       01  WS-ULTIMA-ESPORTAZIONE.
           05 WS-UE-NUMERO     PIC 9(9) VALUE 0.
           05 WS-UE-DATA       PIC 9(8) VALUE 0.
           05 WS-UE-INVIATI    PIC 9(7) VALUE 0.
       01  WS-CORSO            PIC 9(5) VALUE 0.
       01  WS-TITOLO-CORSO     PIC X(30) VALUE SPACES.
      * The section being written: its heading, its source file,
      * "P" presente or "A" assente, and the lines found for the
      * student. WS-SEZ-MULTIPLA "Y" when the section spans several
      * files, each noted on the list separately.
       01  WS-SEZ-TITOLO       PIC X(40) VALUE SPACES.
       01  WS-SEZ-FILE         PIC X(50) VALUE SPACES.
       01  WS-SEZ-ESITO        PIC X VALUE "P".
       01  WS-SEZ-TROVATI      PIC 9(5) VALUE 0.
       01  WS-SEZ-MULTIPLA     PIC X VALUE "N".
      * The list of files searched, printed at the end of the report.
       01  WS-FONTE-NOME       PIC X(50) VALUE SPACES.
       01  WS-FONTE-ESITO      PIC X VALUE "P".
       01  WS-FONTE-TROVATI    PIC 9(5) VALUE 0.
       01  WS-MAX-FONTI        PIC 9(3) VALUE 100.
       01  WS-NUM-FONTI        PIC 9(3) VALUE 0.
       01  WS-FONTI-OLTRE      PIC 9(3) VALUE 0.
       01  WS-FONTE-IDX        PIC 9(3) VALUE 0.
       01  FONTI-TAB.
           05 FONTE-ROW OCCURS 100 TIMES.
              10 FN-NOME       PIC X(50).
              10 FN-ESITO      PIC X.
              10 FN-TROVATI    PIC 9(5).
       01  WS-FONTI-CERCATE    PIC 9(3) VALUE 0.
       01  WS-FONTI-CON-DATI   PIC 9(3) VALUE 0.
       01  WS-TOT-TROVATI      PIC 9(5) VALUE 0.
       01  WS-REG-TROVATI      PIC 9(5) VALUE 0.
       01  WS-NUM-ED           PIC ZZZZ9.
       01  WS-IMPORTO-ED       PIC Z(6)9.99.
       01  WS-PAGATO-ED        PIC Z(6)9.99.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY SEGGIOW.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Accesso ai dati personali di uno studente ::".
           MOVE "AccessoDati" TO WS-ACC-PROGRAMMA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-OGGI FROM TIME.
           PERFORM Richiesta-Accesso THRU Richiesta-Accesso-exit.
           STOP RUN.

       Richiesta-Accesso.
      *    The operator is the one signed on at the start of the
      *    session; the code is no longer typed in free here.
           MOVE WS-ACC-OPERATORE TO WS-OPERATORE.
           DISPLAY "Matricola dello studente: ".
           ACCEPT WS-MATRICOLA.
           IF WS-MATRICOLA = 0
               DISPLAY "Matricola non valida: nessun rapporto."
               MOVE 8 TO RETURN-CODE
               GO TO Richiesta-Accesso-exit
           END-IF.
           MOVE WS-MATRICOLA TO WS-MATRICOLA-X.
           DISPLAY "Riferimento della richiesta (protocollo): ".
           ACCEPT WS-RIFERIMENTO.
           PERFORM Chiedi-Pagamenti THRU Chiedi-Pagamenti-exit.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "ACCESSO_" DELIMITED BY SIZE
                  WS-MATRICOLA DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-ORA-OGGI (1:6) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "AccessoDati" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "DATI PERSONALI CONSERVATI SULLA MATRICOLA "
                      DELIMITED BY SIZE
                  WS-MATRICOLA DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Richiesta " DELIMITED BY SIZE
                  WS-RIFERIMENTO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  ", operatore " DELIMITED BY SIZE
                  WS-OPERATORE DELIMITED BY SPACE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM Sezione-Anagrafica THRU Sezione-Anagrafica-exit.
           PERFORM Sezione-Storico THRU Sezione-Storico-exit.
           PERFORM Sezione-Recapiti THRU Sezione-Recapiti-exit.
           PERFORM Sezione-Esami THRU Sezione-Esami-exit.
           PERFORM Sezione-Prenotazioni
                   THRU Sezione-Prenotazioni-exit.
           PERFORM Sezione-Presenze THRU Sezione-Presenze-exit.
           PERFORM Sezione-Fatture THRU Sezione-Fatture-exit.
           PERFORM Sezione-Pagamenti THRU Sezione-Pagamenti-exit
                   VARYING WS-PAGAMENTI-IDX FROM 1 BY 1
                   UNTIL WS-PAGAMENTI-IDX > WS-NUM-PAGAMENTI.
           PERFORM Sezione-Redditi THRU Sezione-Redditi-exit.
           PERFORM Sezione-Esenzioni THRU Sezione-Esenzioni-exit.
           PERFORM Sezione-Rate THRU Sezione-Rate-exit.
           PERFORM Sezione-Solleciti THRU Sezione-Solleciti-exit.
           PERFORM Sezione-Note-Credito
                   THRU Sezione-Note-Credito-exit.
           PERFORM Sezione-Sospesi THRU Sezione-Sospesi-exit.
           PERFORM Sezione-Passaggi THRU Sezione-Passaggi-exit.
           PERFORM Sezione-Attesa THRU Sezione-Attesa-exit.
           PERFORM Sezione-Certificati THRU Sezione-Certificati-exit.
           PERFORM Sezione-Testi-Certificati
                   THRU Sezione-Testi-Certificati-exit.
           PERFORM Sezione-Esportazione
                   THRU Sezione-Esportazione-exit.
           PERFORM Sezione-Esportazioni-Log
                   THRU Sezione-Esportazioni-Log-exit.
           PERFORM Sezione-Registri-Elettori
                   THRU Sezione-Registri-Elettori-exit.
           PERFORM Sezione-Accessi THRU Sezione-Accessi-exit.
           PERFORM Elenca-Fonti THRU Elenca-Fonti-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           PERFORM Registra-Accesso THRU Registra-Accesso-exit.
           DISPLAY "Rapporto in " FUNCTION TRIM (WS-FILE-RAPPORTO)
                   ": " WS-FONTI-CERCATE " file consultati, "
                   WS-TOT-TROVATI " righe trovate in "
                   WS-FONTI-CON-DATI " file.".
           IF WS-SUL-MASTER = "N"
               DISPLAY "Matricola " WS-MATRICOLA " non sul master"
                       " studenti: rapporto sui soli archivi"
                       " collegati."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Richiesta-Accesso-exit.
           EXIT.

       Chiedi-Pagamenti.
           MOVE 0 TO WS-NUM-PAGAMENTI.
           MOVE "X" TO WS-FILE-PAGAMENTI.
           PERFORM UNTIL WS-NUM-PAGAMENTI >= WS-MAX-PAGAMENTI
                         OR WS-FILE-PAGAMENTI = SPACES
               DISPLAY "File pagamenti da consultare (invio per"
                       " terminare): "
               MOVE SPACES TO WS-FILE-PAGAMENTI
               ACCEPT WS-FILE-PAGAMENTI
               IF WS-FILE-PAGAMENTI NOT = SPACES
                   ADD 1 TO WS-NUM-PAGAMENTI
                   MOVE WS-FILE-PAGAMENTI
                       TO PF-NOME (WS-NUM-PAGAMENTI)
               END-IF
           END-PERFORM.
       Chiedi-Pagamenti-exit.
           EXIT.

       Sezione-Anagrafica.
           MOVE "ANAGRAFICA" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-STUDENTI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Anagrafica-fine
           END-IF.
           MOVE WS-MATRICOLA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY MOVE "N" TO WS-SUL-MASTER
               NOT INVALID KEY MOVE "Y" TO WS-SUL-MASTER
           END-READ.
           CLOSE StudentiFile.
           IF WS-SUL-MASTER = "N"
               GO TO Sezione-Anagrafica-fine
           END-IF.
           MOVE SR-CORSO TO WS-CORSO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   Cognome e nome: " DELIMITED BY SIZE
                  SR-COGNOME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  SR-NOME DELIMITED BY "  "
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   Nato il " DELIMITED BY SIZE
                  SR-GIORNO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SR-MESE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SR-ANNO DELIMITED BY SIZE
                  ", stato " DELIMITED BY SIZE
                  SR-STATO DELIMITED BY SIZE
                  ", anno accademico " DELIMITED BY SIZE
                  SR-ANNO-ACC DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   Corso " DELIMITED BY SIZE
                  SR-CORSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TITOLO-CORSO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
       Sezione-Anagrafica-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Anagrafica-exit.
           EXIT.

       Sezione-Storico.
      *    Line layout as StoricoStud reads it: 1-8 data, 10-15 ora,
      *    16-22 the event, 23-80 the StudenteRecord.
           MOVE "STORICO DELLE MODIFICHE" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-STORICO-MOD TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT StoricoModFile.
           IF WS-FS-STORICO-MOD NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Storico-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ StoricoModFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF StoricoModLine (23:5) = WS-MATRICOLA-X
                           MOVE StoricoModLine (23:58)
                               TO WS-STORICO-STUDENTE
                           MOVE SPACES TO RapportoLine
                           STRING "   " DELIMITED BY SIZE
                                  StoricoModLine (1:8)
                                      DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  StoricoModLine (10:6)
                                      DELIMITED BY SIZE
                                  StoricoModLine (16:7)
                                      DELIMITED BY SIZE
                                  HS-CORSO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  HS-COGNOME DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  HS-NOME DELIMITED BY "  "
                                  " " DELIMITED BY SIZE
                                  HS-GIORNO DELIMITED BY SIZE
                                  "/" DELIMITED BY SIZE
                                  HS-MESE DELIMITED BY SIZE
                                  "/" DELIMITED BY SIZE
                                  HS-ANNO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  HS-STATO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  HS-ANNO-ACC DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StoricoModFile.
       Sezione-Storico-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Storico-exit.
           EXIT.

       Sezione-Recapiti.
           MOVE "RECAPITI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-RECAPITI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT RecapitiFile.
           IF WS-FS-RECAPITI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Recapiti-fine
           END-IF.
           MOVE WS-MATRICOLA TO RP-MATRICOLA.
           READ RecapitiFile
               KEY IS RP-MATRICOLA
               INVALID KEY
                   CLOSE RecapitiFile
                   GO TO Sezione-Recapiti-fine
           END-READ.
           CLOSE RecapitiFile.
           IF RP-INDIRIZZO NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "   Indirizzo: " DELIMITED BY SIZE
                      RP-INDIRIZZO DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
               MOVE SPACES TO RapportoLine
               STRING "              " DELIMITED BY SIZE
                      RP-CAP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      RP-CITTA DELIMITED BY "  "
                      " (" DELIMITED BY SIZE
                      RP-PROVINCIA DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
           IF RP-EMAIL NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "   E-mail: " DELIMITED BY SIZE
                      RP-EMAIL DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
           IF RP-TELEFONO NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "   Telefono: " DELIMITED BY SIZE
                      RP-TELEFONO DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
           IF RP-IBAN NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "   IBAN: " DELIMITED BY SIZE
                      RP-IBAN DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "   Ultimo aggiornamento: " DELIMITED BY SIZE
                  RP-DATA-AGG DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
       Sezione-Recapiti-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Recapiti-exit.
           EXIT.

       Sezione-Esami.
           MOVE "ESAMI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-ESAMI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Esami-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ES-MATRICOLA = WS-MATRICOLA
                           MOVE ES-CORSO TO WS-CORSO
                           PERFORM Cerca-Corso THRU Cerca-Corso-exit
                           MOVE SPACES TO RapportoLine
                           STRING "   " DELIMITED BY SIZE
                                  ES-DATA DELIMITED BY SIZE
                                  " corso " DELIMITED BY SIZE
                                  ES-CORSO DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  WS-TITOLO-CORSO DELIMITED BY SIZE
                                  " voto " DELIMITED BY SIZE
                                  ES-VOTO DELIMITED BY SIZE
                                  " tent. " DELIMITED BY SIZE
                                  ES-TENTATIVO DELIMITED BY SIZE
                                  INTO RapportoLine
                           IF ES-TIPO = "R"
                               MOVE "ric." TO RapportoLine (77:4)
                           END-IF
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
       Sezione-Esami-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Esami-exit.
           EXIT.

       Sezione-Prenotazioni.
           MOVE "PRENOTAZIONI AGLI APPELLI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-PRENOTAZIONI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT PrenotazioniFile.
           IF WS-FS-PRENOTAZIONI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Prenotazioni-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PrenotazioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF PN-MATRICOLA = WS-MATRICOLA
                           MOVE SPACES TO RapportoLine
                           STRING "   Appello " DELIMITED BY SIZE
                                  PN-NUMERO DELIMITED BY SIZE
                                  " del corso " DELIMITED BY SIZE
                                  PN-CORSO DELIMITED BY SIZE
                                  ", prenotato il " DELIMITED BY SIZE
                                  PN-DATA DELIMITED BY SIZE
                                  ", stato " DELIMITED BY SIZE
                                  PN-STATO DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PrenotazioniFile.
       Sezione-Prenotazioni-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Prenotazioni-exit.
           EXIT.

       Sezione-Presenze.
      *    Keyed on Matricola first: start at the student's lowest
      *    key and read on while the Matricola holds.
           MOVE "PRESENZE ALLE LEZIONI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-PRESENZE TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT PresenzeFile.
           IF WS-FS-PRESENZE NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Presenze-fine
           END-IF.
           MOVE WS-MATRICOLA TO PR-MATRICOLA.
           MOVE 0 TO PR-DATA.
           MOVE 0 TO PR-CORSO.
           MOVE "N" TO WS-EOF-LETTURA.
           START PresenzeFile KEY >= PR-CHIAVE
               INVALID KEY MOVE "Y" TO WS-EOF-LETTURA
           END-START.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PresenzeFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF PR-MATRICOLA NOT = WS-MATRICOLA
                           MOVE "Y" TO WS-EOF-LETTURA
                       ELSE
                           MOVE SPACES TO RapportoLine
                           STRING "   Lezione del " DELIMITED BY SIZE
                                  PR-DATA DELIMITED BY SIZE
                                  ", corso " DELIMITED BY SIZE
                                  PR-CORSO DELIMITED BY SIZE
                                  " (caricata il " DELIMITED BY SIZE
                                  PR-DATA-CARICO DELIMITED BY SIZE
                                  ")" DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PresenzeFile.
       Sezione-Presenze-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Presenze-exit.
           EXIT.

       Sezione-Fatture.
           MOVE "FATTURE E NOTE DI CREDITO" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-FATTURE TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           MOVE 0 TO WS-NUM-FATTURE-STUD.
           OPEN INPUT FattureFile.
           IF WS-FS-FATTURE NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Fatture-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF FT-MATRICOLA = WS-MATRICOLA
                           PERFORM Scrivi-Fattura
                                   THRU Scrivi-Fattura-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
       Sezione-Fatture-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Fatture-exit.
           EXIT.

       Scrivi-Fattura.
           IF WS-NUM-FATTURE-STUD < WS-MAX-FATTURE-STUD
               ADD 1 TO WS-NUM-FATTURE-STUD
               MOVE FT-NUMERO TO FS-NUMERO (WS-NUM-FATTURE-STUD)
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "   Documento " DELIMITED BY SIZE
                  FT-NUMERO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  FT-DATA DELIMITED BY SIZE
                  ", a.a. " DELIMITED BY SIZE
                  FT-ANNO-ACC DELIMITED BY SIZE
                  ", corso " DELIMITED BY SIZE
                  FT-CORSO DELIMITED BY SIZE
                  ", stato " DELIMITED BY SIZE
                  FT-STATO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           MOVE FT-IMPORTO TO WS-IMPORTO-ED.
           MOVE FT-PAGATO TO WS-PAGATO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "      importo " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  "  pagato " DELIMITED BY SIZE
                  WS-PAGATO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
       Scrivi-Fattura-exit.
           EXIT.

       Sezione-Pagamenti.
      *    A payment is the student's when its reference code names
      *    one of the invoices found above, or when it quotes the
      *    student's Matricola.
           MOVE "PAGAMENTI" TO WS-SEZ-TITOLO.
           MOVE PF-NOME (WS-PAGAMENTI-IDX) TO WS-FILE-PAGAMENTI.
           MOVE WS-FILE-PAGAMENTI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT PagamentiFile.
           IF WS-FS-PAGAMENTI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Pagamenti-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PagamentiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE "N" TO WS-NUMERO-TROVATO
                       IF PG-MATRICOLA = WS-MATRICOLA
                           MOVE "Y" TO WS-NUMERO-TROVATO
                       END-IF
                       PERFORM VARYING WS-FATTURA-IDX FROM 1 BY 1
                               UNTIL WS-FATTURA-IDX
                                     > WS-NUM-FATTURE-STUD
                           IF PG-RIFERIMENTO IS NUMERIC
                              AND FS-NUMERO (WS-FATTURA-IDX)
                                  = PG-RIF-NUMERO
                               MOVE "Y" TO WS-NUMERO-TROVATO
                           END-IF
                       END-PERFORM
                       IF WS-NUMERO-TROVATO = "Y"
                           MOVE PG-IMPORTO TO WS-IMPORTO-ED
                           MOVE SPACES TO RapportoLine
                           STRING "   Versamento del " DELIMITED BY SIZE
                                  PG-DATA DELIMITED BY SIZE
                                  " di " DELIMITED BY SIZE
                                  WS-IMPORTO-ED DELIMITED BY SIZE
                                  " rif. " DELIMITED BY SIZE
                                  PG-RIFERIMENTO DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PagamentiFile.
       Sezione-Pagamenti-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Pagamenti-exit.
           EXIT.

       Sezione-Redditi.
           MOVE "REDDITI DICHIARATI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-REDDITI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT RedditiFile.
           IF WS-FS-REDDITI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Redditi-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RedditiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RD-MATRICOLA = WS-MATRICOLA
                           MOVE RD-REDDITO TO WS-IMPORTO-ED
                           MOVE SPACES TO RapportoLine
                           STRING "   A.a. " DELIMITED BY SIZE
                                  RD-ANNO-ACC DELIMITED BY SIZE
                                  ", reddito familiare "
                                      DELIMITED BY SIZE
                                  WS-IMPORTO-ED DELIMITED BY SIZE
                                  ", dichiarato il " DELIMITED BY SIZE
                                  RD-DATA DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RedditiFile.
       Sezione-Redditi-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Redditi-exit.
           EXIT.

       Sezione-Esenzioni.
           MOVE "ESENZIONI DALLE TASSE" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-ESENZIONI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT EsenzioniFile.
           IF WS-FS-ESENZIONI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Esenzioni-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsenzioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF EZ-MATRICOLA = WS-MATRICOLA
                           PERFORM Scrivi-Esenzione
                                   THRU Scrivi-Esenzione-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsenzioniFile.
       Sezione-Esenzioni-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Esenzioni-exit.
           EXIT.

       Scrivi-Esenzione.
           MOVE SPACES TO RapportoLine.
           STRING "   A.a. " DELIMITED BY SIZE
                  EZ-ANNO-ACC DELIMITED BY SIZE
                  ", motivo " DELIMITED BY SIZE
                  EZ-MOTIVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EZ-PERCENTUALE DELIMITED BY SIZE
                  "% del " DELIMITED BY SIZE
                  EZ-DATA DELIMITED BY SIZE
                  ", rif. " DELIMITED BY SIZE
                  EZ-RIFERIMENTO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           IF EZ-FATTURA > 0
               MOVE EZ-IMPORTO TO WS-IMPORTO-ED
               MOVE SPACES TO RapportoLine
               STRING "      applicata al documento " DELIMITED BY SIZE
                      EZ-FATTURA DELIMITED BY SIZE
                      " per " DELIMITED BY SIZE
                      WS-IMPORTO-ED DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
       Scrivi-Esenzione-exit.
           EXIT.

       Sezione-Rate.
      *    Instalments carry the invoice number, not the Matricola,
      *    like the payments.
           MOVE "RATE DELLE FATTURE" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-RATE TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT RateFile.
           IF WS-FS-RATE NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Rate-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RateFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE "N" TO WS-NUMERO-TROVATO
                       PERFORM VARYING WS-FATTURA-IDX FROM 1 BY 1
                               UNTIL WS-FATTURA-IDX
                                     > WS-NUM-FATTURE-STUD
                           IF FS-NUMERO (WS-FATTURA-IDX) = RT-FATTURA
                               MOVE "Y" TO WS-NUMERO-TROVATO
                           END-IF
                       END-PERFORM
                       IF WS-NUMERO-TROVATO = "Y"
                           PERFORM Scrivi-Rata THRU Scrivi-Rata-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RateFile.
       Sezione-Rate-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Rate-exit.
           EXIT.

       Scrivi-Rata.
           MOVE RT-IMPORTO TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "   Documento " DELIMITED BY SIZE
                  RT-FATTURA DELIMITED BY SIZE
                  " rata " DELIMITED BY SIZE
                  RT-NUMERO DELIMITED BY SIZE
                  " scadenza " DELIMITED BY SIZE
                  RT-SCADENZA DELIMITED BY SIZE
                  " importo " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  " stato " DELIMITED BY SIZE
                  RT-STATO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           IF RT-MORA > 0 OR RT-PAGATO > 0
               MOVE SPACES TO RapportoLine
               MOVE RT-MORA TO WS-IMPORTO-ED
               STRING "      mora " DELIMITED BY SIZE
                      WS-IMPORTO-ED DELIMITED BY SIZE
                      INTO RapportoLine
               MOVE RT-PAGATO TO WS-IMPORTO-ED
               MOVE "versato" TO RapportoLine (24:7)
               MOVE WS-IMPORTO-ED TO RapportoLine (32:10)
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
       Scrivi-Rata-exit.
           EXIT.

       Sezione-Solleciti.
           MOVE "SOLLECITI DI PAGAMENTO INVIATI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-SOLLECITI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT SollecitiFile.
           IF WS-FS-SOLLECITI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Solleciti-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SollecitiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF SL-MATRICOLA = WS-MATRICOLA
                           MOVE SL-RESIDUO TO WS-IMPORTO-ED
                           MOVE SPACES TO RapportoLine
                           STRING "   " DELIMITED BY SIZE
                                  SL-DATA DELIMITED BY SIZE
                                  " livello " DELIMITED BY SIZE
                                  SL-LIVELLO DELIMITED BY SIZE
                                  " documento " DELIMITED BY SIZE
                                  SL-FATTURA DELIMITED BY SIZE
                                  " rata " DELIMITED BY SIZE
                                  SL-RATA DELIMITED BY SIZE
                                  " residuo " DELIMITED BY SIZE
                                  WS-IMPORTO-ED DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SollecitiFile.
       Sezione-Solleciti-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Solleciti-exit.
           EXIT.

       Sezione-Note-Credito.
           MOVE "NOTE DI CREDITO E RIMBORSI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-NOTE TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT NoteCreditoFile.
           IF WS-FS-NOTE NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Note-Credito-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ NoteCreditoFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF NC-MATRICOLA = WS-MATRICOLA
                           PERFORM Scrivi-Nota-Credito
                                   THRU Scrivi-Nota-Credito-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NoteCreditoFile.
       Sezione-Note-Credito-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Note-Credito-exit.
           EXIT.

       Sezione-Sospesi.
      *    A suspended payment is the student's when it quotes the
      *    Matricola or was assigned at the desk to one of the
      *    student's invoices.
           MOVE "INCASSI IN SOSPESO" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-SOSPESI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT SospesiFile.
           IF WS-FS-SOSPESI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Sospesi-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SospesiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE "N" TO WS-NUMERO-TROVATO
                       IF SP-MATRICOLA = WS-MATRICOLA
                           MOVE "Y" TO WS-NUMERO-TROVATO
                       END-IF
                       PERFORM VARYING WS-FATTURA-IDX FROM 1 BY 1
                               UNTIL WS-FATTURA-IDX
                                     > WS-NUM-FATTURE-STUD
                           IF SP-FATTURA > 0
                              AND FS-NUMERO (WS-FATTURA-IDX)
                                  = SP-FATTURA
                               MOVE "Y" TO WS-NUMERO-TROVATO
                           END-IF
                       END-PERFORM
                       IF WS-NUMERO-TROVATO = "Y"
                           PERFORM Scrivi-Sospeso
                                   THRU Scrivi-Sospeso-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SospesiFile.
       Sezione-Sospesi-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Sospesi-exit.
           EXIT.

       Scrivi-Sospeso.
           MOVE SP-IMPORTO TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "   Sospeso " DELIMITED BY SIZE
                  SP-NUMERO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  SP-DATA-INGRESSO DELIMITED BY SIZE
                  " di " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  " rif. " DELIMITED BY SIZE
                  SP-RIFERIMENTO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           MOVE SPACES TO RapportoLine.
           STRING "      ordinante " DELIMITED BY SIZE
                  SP-ORDINANTE DELIMITED BY SIZE
                  " motivo " DELIMITED BY SIZE
                  SP-MOTIVO DELIMITED BY SIZE
                  " stato " DELIMITED BY SIZE
                  SP-STATO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           IF SP-DATA-ESITO > 0
               MOVE SPACES TO RapportoLine
               STRING "      esito del " DELIMITED BY SIZE
                      SP-DATA-ESITO DELIMITED BY SIZE
                      " operatore " DELIMITED BY SIZE
                      SP-OPERATORE DELIMITED BY SIZE
                      " fattura " DELIMITED BY SIZE
                      SP-FATTURA DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
       Scrivi-Sospeso-exit.
           EXIT.

       Scrivi-Nota-Credito.
           MOVE NC-IMPORTO TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "   Nota " DELIMITED BY SIZE
                  NC-NUMERO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  NC-DATA DELIMITED BY SIZE
                  " su fattura " DELIMITED BY SIZE
                  NC-FATTURA DELIMITED BY SIZE
                  " causale " DELIMITED BY SIZE
                  NC-CAUSALE DELIMITED BY SIZE
                  " stato " DELIMITED BY SIZE
                  NC-STATO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           MOVE SPACES TO RapportoLine.
           STRING "      accredito " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE NC-RIMBORSO TO WS-IMPORTO-ED.
           STRING " rimborso " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine (27:40).
           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit.
           IF NC-DATA-RIMBORSO > 0
               MOVE SPACES TO RapportoLine
               STRING "      bonifico del " DELIMITED BY SIZE
                      NC-DATA-RIMBORSO DELIMITED BY SIZE
                      " su IBAN " DELIMITED BY SIZE
                      NC-IBAN DELIMITED BY SPACE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
       Scrivi-Nota-Credito-exit.
           EXIT.

       Sezione-Passaggi.
           MOVE "PASSAGGI DI CORSO" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-PASSAGGI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT PassaggiFile.
           IF WS-FS-PASSAGGI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Passaggi-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PassaggiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF PA-MATRICOLA = WS-MATRICOLA
                           MOVE SPACES TO RapportoLine
                           STRING "   " DELIMITED BY SIZE
                                  PA-DATA DELIMITED BY SIZE
                                  " dal corso " DELIMITED BY SIZE
                                  PA-CORSO-DA DELIMITED BY SIZE
                                  " al corso " DELIMITED BY SIZE
                                  PA-CORSO-A DELIMITED BY SIZE
                                  ", a.a. " DELIMITED BY SIZE
                                  PA-ANNO-ACC DELIMITED BY SIZE
                                  ", esami riconosciuti "
                                      DELIMITED BY SIZE
                                  PA-RICONOSCIUTI DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                           MOVE SPACES TO RapportoLine
                           STRING "      conguaglio " DELIMITED BY SIZE
                                  PA-STATO DELIMITED BY SIZE
                                  ", documento " DELIMITED BY SIZE
                                  PA-FATTURA DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PassaggiFile.
       Sezione-Passaggi-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Passaggi-exit.
           EXIT.

       Sezione-Attesa.
           MOVE "LISTA D'ATTESA" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-ATTESA TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT AttesaFile.
           IF WS-FS-ATTESA NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Attesa-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ AttesaFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF LA-MATRICOLA = WS-MATRICOLA
                           MOVE SPACES TO RapportoLine
                           STRING "   Corso " DELIMITED BY SIZE
                                  LA-CORSO DELIMITED BY SIZE
                                  ", in lista dal " DELIMITED BY SIZE
                                  LA-DATA DELIMITED BY SIZE
                                  " ore " DELIMITED BY SIZE
                                  LA-ORA DELIMITED BY SIZE
                                  ", stato " DELIMITED BY SIZE
                                  LA-STATO DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AttesaFile.
       Sezione-Attesa-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Attesa-exit.
           EXIT.

       Sezione-Certificati.
           MOVE "CERTIFICATI EMESSI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-REG-CERT TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           MOVE 0 TO WS-NUM-CERT-STUD.
           OPEN INPUT RegCertificatiFile.
           IF WS-FS-REG-CERT NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Certificati-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegCertificatiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF CE-MATRICOLA = WS-MATRICOLA
                           IF WS-NUM-CERT-STUD < WS-MAX-CERT-STUD
                               ADD 1 TO WS-NUM-CERT-STUD
                               MOVE CE-NUMERO
                                   TO CS-NUMERO (WS-NUM-CERT-STUD)
                           END-IF
                           MOVE SPACES TO RapportoLine
                           STRING "   Certificato " DELIMITED BY SIZE
                                  CE-NUMERO DELIMITED BY SIZE
                                  " tipo " DELIMITED BY SIZE
                                  CE-TIPO DELIMITED BY SIZE
                                  " del " DELIMITED BY SIZE
                                  CE-DATA DELIMITED BY SIZE
                                  " ore " DELIMITED BY SIZE
                                  CE-ORA DELIMITED BY SIZE
                                  ", operatore " DELIMITED BY SIZE
                                  CE-OPERATORE DELIMITED BY SPACE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                           MOVE SPACES TO RapportoLine
                           STRING "      " DELIMITED BY SIZE
                                  CE-SINTESI DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegCertificatiFile.
       Sezione-Certificati-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Certificati-exit.
           EXIT.

       Sezione-Testi-Certificati.
      *    The archived text carries the certificate number only:
      *    match it against the numbers found on the register.
           MOVE "TESTO DEI CERTIFICATI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-TESTI-CERT TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT TestiCertificatiFile.
           IF WS-FS-TESTI-CERT NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Testi-Certificati-fine
           END-IF.
           MOVE 0 TO WS-CERT-PRECEDENTE.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ TestiCertificatiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE "N" TO WS-NUMERO-TROVATO
                       PERFORM VARYING WS-CERT-IDX FROM 1 BY 1
                               UNTIL WS-CERT-IDX > WS-NUM-CERT-STUD
                           IF CS-NUMERO (WS-CERT-IDX) = CX-NUMERO
                               MOVE "Y" TO WS-NUMERO-TROVATO
                           END-IF
                       END-PERFORM
                       IF WS-NUMERO-TROVATO = "Y"
                           IF CX-NUMERO NOT = WS-CERT-PRECEDENTE
                               MOVE CX-NUMERO TO WS-CERT-PRECEDENTE
                               MOVE SPACES TO RapportoLine
                               STRING "   Certificato "
                                          DELIMITED BY SIZE
                                      CX-NUMERO DELIMITED BY SIZE
                                      ":" DELIMITED BY SIZE
                                      INTO RapportoLine
                               PERFORM Scrivi-Riga
                                       THRU Scrivi-Riga-exit
                           END-IF
                           MOVE CX-TESTO TO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TestiCertificatiFile.
       Sezione-Testi-Certificati-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Testi-Certificati-exit.
           EXIT.

       Sezione-Esportazione.
      *    The registrar export: "matricola,corso,cognome,nome".
           MOVE "ESPORTAZIONE AL REGISTRAR" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-EXPORT TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           MOVE "N" TO WS-IN-EXPORT.
           OPEN INPUT ExportFile.
           IF WS-FS-EXPORT NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Esportazione-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ExportFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ExportLine (1:5) = WS-MATRICOLA-X
                          AND ExportLine (6:1) = ","
                           MOVE "Y" TO WS-IN-EXPORT
                           MOVE SPACES TO RapportoLine
                           STRING "   " DELIMITED BY SIZE
                                  ExportLine DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ExportFile.
       Sezione-Esportazione-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Esportazione-exit.
           EXIT.

       Sezione-Esportazioni-Log.
      *    The run log names no students: the export file above is
      *    the latest run's, so the student went out with the last
      *    run logged when they are on it.
           MOVE "INVII AL REGISTRAR" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-ESPORTAZIONI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           INITIALIZE WS-ULTIMA-ESPORTAZIONE.
           OPEN INPUT EsportazioniFile.
           IF WS-FS-ESPORTAZIONI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Esportazioni-Log-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsportazioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE EL-NUMERO TO WS-UE-NUMERO
                       MOVE EL-DATA TO WS-UE-DATA
                       MOVE EL-INVIATI TO WS-UE-INVIATI
               END-READ
           END-PERFORM.
           CLOSE EsportazioniFile.
           IF WS-IN-EXPORT = "Y" AND WS-UE-NUMERO > 0
               MOVE SPACES TO RapportoLine
               STRING "   Inviato con l'esecuzione " DELIMITED BY SIZE
                      WS-UE-NUMERO DELIMITED BY SIZE
                      " del " DELIMITED BY SIZE
                      WS-UE-DATA DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-UE-INVIATI DELIMITED BY SIZE
                      " studenti)" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
           END-IF.
       Sezione-Esportazioni-Log-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Esportazioni-Log-exit.
           EXIT.

       Sezione-Registri-Elettori.
      *    Every seggio on SEGGI.DAT may have had a register
      *    extracted (REG_<seggio>.DAT, Matricola in columns 1-5):
      *    each one is searched and listed on its own.
           MOVE "REGISTRI ELETTORALI" TO WS-SEZ-TITOLO.
           MOVE "REG_<seggio>.DAT" TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           MOVE "Y" TO WS-SEZ-MULTIPLA.
           MOVE WS-FILE-SEGGI TO WS-FONTE-NOME.
           MOVE 0 TO WS-FONTE-TROVATI.
           OPEN INPUT SeggiFile.
           IF WS-FS-SEGGI NOT = "00"
               MOVE "A" TO WS-FONTE-ESITO
               PERFORM Annota-Fonte THRU Annota-Fonte-exit
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Registri-Elettori-fine
           END-IF.
           MOVE "P" TO WS-FONTE-ESITO.
           PERFORM Annota-Fonte THRU Annota-Fonte-exit.
           MOVE "N" TO WS-SEG-EOF.
           PERFORM UNTIL WS-SEG-EOF = "Y"
               READ SeggiFile
                   AT END MOVE "Y" TO WS-SEG-EOF
                   NOT AT END
                       PERFORM Cerca-Registro THRU Cerca-Registro-exit
               END-READ
           END-PERFORM.
           CLOSE SeggiFile.
       Sezione-Registri-Elettori-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Registri-Elettori-exit.
           EXIT.

       Cerca-Registro.
           MOVE SPACES TO WS-FILE-REG-ELETTORI.
           STRING "REG_" DELIMITED BY SIZE
                  AS-CODICE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-REG-ELETTORI.
           MOVE WS-FILE-REG-ELETTORI TO WS-FONTE-NOME.
           MOVE 0 TO WS-REG-TROVATI.
           OPEN INPUT RegistroElettoriFile.
           IF WS-FS-REG-ELETTORI NOT = "00"
               MOVE "A" TO WS-FONTE-ESITO
               GO TO Cerca-Registro-fine
           END-IF.
           MOVE "P" TO WS-FONTE-ESITO.
           MOVE "N" TO WS-EOF-REGISTRO.
           PERFORM UNTIL WS-EOF-REGISTRO = "Y"
               READ RegistroElettoriFile
                   AT END MOVE "Y" TO WS-EOF-REGISTRO
                   NOT AT END
                       IF RegistroElettoreRecord (1:5) = WS-MATRICOLA-X
                           ADD 1 TO WS-REG-TROVATI
                           MOVE SPACES TO RapportoLine
                           STRING "   Elettore nel registro "
                                      DELIMITED BY SIZE
                                  WS-FILE-REG-ELETTORI
                                      DELIMITED BY SPACE
                                  " (" DELIMITED BY SIZE
                                  AS-NOME DELIMITED BY "  "
                                  ")" DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegistroElettoriFile.
       Cerca-Registro-fine.
           MOVE WS-REG-TROVATI TO WS-FONTE-TROVATI.
           PERFORM Annota-Fonte THRU Annota-Fonte-exit.
       Cerca-Registro-exit.
           EXIT.

       Sezione-Accessi.
      *    Earlier subject-access reports are themselves data held
      *    on the student.
           MOVE "RICHIESTE DI ACCESSO PRECEDENTI" TO WS-SEZ-TITOLO.
           MOVE WS-FILE-ACCESSI TO WS-SEZ-FILE.
           PERFORM Apri-Sezione THRU Apri-Sezione-exit.
           OPEN INPUT AccessiPrivacyFile.
           IF WS-FS-ACCESSI NOT = "00"
               MOVE "A" TO WS-SEZ-ESITO
               GO TO Sezione-Accessi-fine
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ AccessiPrivacyFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF AC-MATRICOLA = WS-MATRICOLA
                           MOVE SPACES TO RapportoLine
                           STRING "   " DELIMITED BY SIZE
                                  AC-DATA DELIMITED BY SIZE
                                  " ore " DELIMITED BY SIZE
                                  AC-ORA DELIMITED BY SIZE
                                  ", operatore " DELIMITED BY SIZE
                                  AC-OPERATORE DELIMITED BY SPACE
                                  ", riferimento " DELIMITED BY SIZE
                                  AC-RIFERIMENTO DELIMITED BY SIZE
                                  INTO RapportoLine
                           PERFORM Scrivi-Dato THRU Scrivi-Dato-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AccessiPrivacyFile.
       Sezione-Accessi-fine.
           PERFORM Chiudi-Sezione THRU Chiudi-Sezione-exit.
       Sezione-Accessi-exit.
           EXIT.

       Apri-Sezione.
           MOVE "P" TO WS-SEZ-ESITO.
           MOVE "N" TO WS-SEZ-MULTIPLA.
           MOVE 0 TO WS-SEZ-TROVATI.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "== " DELIMITED BY SIZE
                  WS-SEZ-TITOLO DELIMITED BY "  "
                  " - FONTE: " DELIMITED BY SIZE
                  WS-SEZ-FILE DELIMITED BY SPACE
                  " ==" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Apri-Sezione-exit.
           EXIT.

       Chiudi-Sezione.
           IF WS-SEZ-ESITO = "A"
               MOVE "   (file non presente: nessun dato)"
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           ELSE
               IF WS-SEZ-TROVATI = 0
                   MOVE "   (nessun dato sulla matricola)"
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               END-IF
           END-IF.
           IF WS-SEZ-MULTIPLA = "N"
               MOVE WS-SEZ-FILE TO WS-FONTE-NOME
               MOVE WS-SEZ-ESITO TO WS-FONTE-ESITO
               MOVE WS-SEZ-TROVATI TO WS-FONTE-TROVATI
               PERFORM Annota-Fonte THRU Annota-Fonte-exit
           END-IF.
       Chiudi-Sezione-exit.
           EXIT.

       Scrivi-Dato.
      *    A detail line holding the student's data.
           ADD 1 TO WS-SEZ-TROVATI.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Scrivi-Dato-exit.
           EXIT.

       Annota-Fonte.
           ADD 1 TO WS-FONTI-CERCATE.
           ADD WS-FONTE-TROVATI TO WS-TOT-TROVATI.
           IF WS-FONTE-TROVATI > 0
               ADD 1 TO WS-FONTI-CON-DATI
           END-IF.
           IF WS-NUM-FONTI >= WS-MAX-FONTI
               ADD 1 TO WS-FONTI-OLTRE
               GO TO Annota-Fonte-exit
           END-IF.
           ADD 1 TO WS-NUM-FONTI.
           MOVE WS-FONTE-NOME TO FN-NOME (WS-NUM-FONTI).
           MOVE WS-FONTE-ESITO TO FN-ESITO (WS-NUM-FONTI).
           MOVE WS-FONTE-TROVATI TO FN-TROVATI (WS-NUM-FONTI).
       Annota-Fonte-exit.
           EXIT.

       Elenca-Fonti.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "== FILE CONSULTATI ==" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-FONTE-IDX FROM 1 BY 1
                   UNTIL WS-FONTE-IDX > WS-NUM-FONTI
               MOVE SPACES TO RapportoLine
               MOVE FN-NOME (WS-FONTE-IDX) TO RapportoLine (4:40)
               IF FN-ESITO (WS-FONTE-IDX) = "A"
                   MOVE "non presente" TO RapportoLine (46:12)
               ELSE
                   MOVE FN-TROVATI (WS-FONTE-IDX) TO WS-NUM-ED
                   STRING "letto, righe " DELIMITED BY SIZE
                          WS-NUM-ED DELIMITED BY SIZE
                          INTO RapportoLine (46:18)
               END-IF
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           IF WS-FONTI-OLTRE > 0
               MOVE SPACES TO RapportoLine
               STRING "   ... e altri " DELIMITED BY SIZE
                      WS-FONTI-OLTRE DELIMITED BY SIZE
                      " file non elencati" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "Totale: " DELIMITED BY SIZE
                  WS-FONTI-CERCATE DELIMITED BY SIZE
                  " file consultati, " DELIMITED BY SIZE
                  WS-TOT-TROVATI DELIMITED BY SIZE
                  " righe trovate in " DELIMITED BY SIZE
                  WS-FONTI-CON-DATI DELIMITED BY SIZE
                  " file" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Elenca-Fonti-exit.
           EXIT.

       Registra-Accesso.
           MOVE WS-DATA-OGGI TO AC-DATA.
           MOVE WS-ORA-OGGI (1:6) TO AC-ORA.
           MOVE WS-OPERATORE TO AC-OPERATORE.
           MOVE WS-MATRICOLA TO AC-MATRICOLA.
           MOVE WS-RIFERIMENTO TO AC-RIFERIMENTO.
           MOVE WS-FONTI-CERCATE TO AC-FONTI.
           MOVE WS-TOT-TROVATI TO AC-TROVATI.
           MOVE WS-FILE-RAPPORTO TO AC-RAPPORTO.
           OPEN EXTEND AccessiPrivacyFile.
           IF WS-FS-ACCESSI = "35"
               OPEN OUTPUT AccessiPrivacyFile
           END-IF.
           IF WS-FS-ACCESSI NOT = "00"
               DISPLAY "Registro degli accessi non scrivibile (stato "
                       WS-FS-ACCESSI "): avvisare il responsabile"
                       " della privacy."
               MOVE "AccessoDati" TO WS-ERR-PROGRAMMA
               MOVE "Registra-Accesso" TO WS-ERR-PARAGRAFO
               MOVE "Registro ACCESSI_PRIVACY.LOG non scrivibile"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Registra-Accesso-exit
           END-IF.
           WRITE AccessoPrivacyRecord.
           CLOSE AccessiPrivacyFile.
       Registra-Accesso-exit.
           EXIT.

       Cerca-Corso.
      *    WS-CORSO -> title from the catalogue.
           MOVE SPACES TO WS-TITOLO-CORSO.
           MOVE "N" TO WS-EOF-CORSI.
           OPEN INPUT CorsiFile.
           IF WS-FS-CORSI NOT = "00"
               GO TO Cerca-Corso-exit
           END-IF.
           PERFORM UNTIL WS-EOF-CORSI = "Y"
               READ CorsiFile
                   AT END MOVE "Y" TO WS-EOF-CORSI
                   NOT AT END
                       IF CO-CODICE = WS-CORSO
                           MOVE CO-TITOLO TO WS-TITOLO-CORSO
                           MOVE "Y" TO WS-EOF-CORSI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CorsiFile.
       Cerca-Corso-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE RapportoLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO RapportoLine
               WRITE RapportoLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM AccessoDati.
