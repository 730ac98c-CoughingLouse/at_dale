      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Student certificates on demand, instead of the word
      *          processor and no record of what went out: mode E
      *          issues an enrollment (I), exams-passed (E) or
      *          fees-paid (T) certificate from STUDENTI.DAT,
      *          ESAMI.DAT and FATTURE.DAT, numbered from the
      *          CERTIFIC series of the shop's sequence generator and
      *          stamped with a verification code (the SIGILLO fold
      *          over number, student, date, type and text). Every
      *          certificate is filed on the register (CERTIFICATI.DAT)
      *          with date, type, student and operator, and its text
      *          on the archive (CERTTESTI.DAT). Mode V is the
      *          office's lookup when a third party presents one:
      *          number and code confirm it genuine and show what it
      *          said when issued.
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      The operator is the signed-on one, no longer
      *      typed in free; FatturaRecord gains FT-OPERATORE.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Certificati.
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
           SELECT EsamiFile ASSIGN TO WS-FILE-ESAMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESAMI.
           SELECT FattureFile ASSIGN TO WS-FILE-FATTURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATTURE.
           SELECT AnnoAccFile ASSIGN TO WS-FILE-ANNO-ACC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ANNO-ACC.
           SELECT RegCertificatiFile ASSIGN TO WS-FILE-REG-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG-CERT.
           SELECT TestiCertificatiFile ASSIGN TO WS-FILE-TESTI-CERT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TESTI-CERT.
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
       FD  CorsiFile.
       01  CorsoRecord.
           05 CO-CODICE       PIC 9(5).
           05 CO-TITOLO       PIC X(30).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
       FD  EsamiFile.
       01  EsameRecord.
           05 ES-MATRICOLA    PIC 9(5).
           05 ES-CORSO        PIC 9(5).
           05 ES-DATA         PIC 9(8).
           05 ES-VOTO         PIC 99.
           05 ES-TENTATIVO    PIC 99.
           05 ES-TIPO         PIC X.
       FD  FattureFile.
      *    Fatturazione's register; FT-STATO "C" is a credit note.
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
           COPY CERTREGD.
           COPY CERTTESD.
       FD  CertificatoFile.
       01  CertificatoLine    PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "E".
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
       01  WS-FS-CORSI         PIC XX VALUE "00".
       01  WS-FILE-ESAMI       PIC X(50) VALUE "ESAMI.DAT".
       01  WS-FS-ESAMI         PIC XX VALUE "00".
       01  WS-FILE-FATTURE     PIC X(50) VALUE "FATTURE.DAT".
       01  WS-FS-FATTURE       PIC XX VALUE "00".
       01  WS-FILE-ANNO-ACC    PIC X(50)
                               VALUE "ANNO_ACCADEMICO.DAT".
       01  WS-FS-ANNO-ACC      PIC XX VALUE "00".
       01  WS-FILE-REG-CERT    PIC X(50) VALUE "CERTIFICATI.DAT".
       01  WS-FS-REG-CERT      PIC XX VALUE "00".
       01  WS-FILE-TESTI-CERT  PIC X(50) VALUE "CERTTESTI.DAT".
       01  WS-FS-TESTI-CERT    PIC XX VALUE "00".
       01  WS-FILE-CERTIFICATO PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-EOF-CORSI        PIC X VALUE "N".
       01  WS-DATA-OGGI.
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-ORA-OGGI         PIC 9(8) VALUE 0.
       01  WS-ANNO-ACC-CORRENTE PIC 9(4) VALUE 0.
       01  WS-ANNO-STUDENTE    PIC 9(4) VALUE 0.
       01  WS-ANNO-SUCC        PIC 9(4) VALUE 0.
      * The request at the desk.
       01  WS-OPERATORE        PIC X(8) VALUE SPACES.
       01  WS-TIPO             PIC X VALUE SPACE.
       01  WS-MATRICOLA        PIC 9(5) VALUE 0.
       01  WS-TITOLO-TIPO      PIC X(40) VALUE SPACES.
       01  WS-CORSO            PIC 9(5) VALUE 0.
       01  WS-TITOLO-CORSO     PIC X(30) VALUE SPACES.
       01  WS-CFU-CORSO        PIC 9(3) VALUE 0.
      * Exams and fees gathered for the certificate.
       01  WS-ESAMI-SUPERATI   PIC 9(3) VALUE 0.
       01  WS-ESAMI-MEDIA      PIC 9(3) VALUE 0.
       01  WS-SOMMA-VOTI       PIC 9(5) VALUE 0.
       01  WS-MEDIA            PIC 99V99 VALUE 0.
       01  WS-MEDIA-ED         PIC Z9.99.
       01  WS-CFU-ACQUISITI    PIC 9(4) VALUE 0.
       01  WS-NUM-FATTURE      PIC 9(3) VALUE 0.
       01  WS-TOT-DOVUTO       PIC 9(7)V99 VALUE 0.
       01  WS-TOT-VERSATO      PIC 9(7)V99 VALUE 0.
       01  WS-RESIDUO          PIC 9(7)V99 VALUE 0.
       01  WS-IMPORTO-ED       PIC Z(6)9.99.
       01  WS-PAGATO-ED        PIC Z(6)9.99.
      * Sequence generator request: certificate numbers draw from
      * the CERTIFIC series.
       01  WS-RICHIESTA-SEQ.
           05 WS-SEQ-SERIE         PIC X(10) VALUE "CERTIFIC".
           05 WS-NUMERO-CERT       PIC 9(9) VALUE 0.
           05 WS-SEQ-INIZIALE      PIC 9(9) VALUE 1.
           05 WS-SEQ-LIMITE        PIC 9(9) VALUE 0.
           05 WS-SEQ-AZZERA        PIC X VALUE "N".
           05 WS-SEQ-ESITO         PIC X VALUE "0".
           05 WS-SEQ-CHIAMANTE     PIC X(10) VALUE "Certificat".
           05 WS-SEQ-BLOCCO        PIC 9(9) VALUE 0.
           05 WS-SEQ-RIFERIMENTO   PIC X(10) VALUE SPACES.
      * The verification code's opening fold: what identifies the
      * certificate, ahead of its text.
       01  WS-CHIAVE-SIGILLO.
           05 WS-CHS-NUMERO        PIC 9(9).
           05 WS-CHS-MATRICOLA     PIC 9(5).
           05 WS-CHS-DATA          PIC 9(8).
           05 WS-CHS-TIPO          PIC X.
       01  WS-RIGA-CORPO       PIC X(80) VALUE SPACES.
       01  WS-RIGHE-CORPO      PIC 9(3) VALUE 0.
       01  WS-SINTESI          PIC X(60) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
      * Verification.
       01  WS-CODICE-PRESENTATO PIC 9(9) VALUE 0.
       01  WS-CERT-TROVATO     PIC X VALUE "N".
           COPY SIGILLOW.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Certificati per gli studenti ::".
           DISPLAY "Modalita' (E=emissione certificato, V=verifica di"
                   " un certificato presentato): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Certificati" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-OGGI FROM TIME.
           EVALUATE WS-MODALITA
               WHEN "V"
                   PERFORM Verifica-Certificato
                           THRU Verifica-Certificato-exit
               WHEN OTHER
                   PERFORM Emetti-Certificato
                           THRU Emetti-Certificato-exit
           END-EVALUATE.
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

       Cerca-Corso.
      *    WS-CORSO -> title and CFU from the catalogue.
           MOVE SPACES TO WS-TITOLO-CORSO.
           MOVE 0 TO WS-CFU-CORSO.
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
                           MOVE CO-CFU TO WS-CFU-CORSO
                           MOVE "Y" TO WS-EOF-CORSI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CorsiFile.
       Cerca-Corso-exit.
           EXIT.

       Emetti-Certificato.
      *    Everything the certificate states is checked and gathered
      *    before a number is drawn, so a refused request leaves no
      *    hole in the CERTIFIC series.
      *    The operator is the one signed on at the start of the
      *    session; the code is no longer typed in free here.
           MOVE WS-ACC-OPERATORE TO WS-OPERATORE.
           DISPLAY "Tipo (I=iscrizione, E=esami superati,"
                   " T=tasse pagate): ".
           ACCEPT WS-TIPO.
           MOVE FUNCTION UPPER-CASE (WS-TIPO) TO WS-TIPO.
           EVALUATE WS-TIPO
               WHEN "I"
                   MOVE "CERTIFICATO DI ISCRIZIONE" TO WS-TITOLO-TIPO
               WHEN "E"
                   MOVE "CERTIFICATO DEGLI ESAMI SUPERATI"
                       TO WS-TITOLO-TIPO
               WHEN "T"
                   MOVE "CERTIFICATO DELLE TASSE PAGATE"
                       TO WS-TITOLO-TIPO
               WHEN OTHER
                   DISPLAY "Tipo di certificato " WS-TIPO
                           " non previsto."
                   MOVE 8 TO RETURN-CODE
                   GO TO Emetti-Certificato-exit
           END-EVALUATE.
           DISPLAY "Matricola dello studente: ".
           ACCEPT WS-MATRICOLA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): nessun certificato."
               MOVE 8 TO RETURN-CODE
               GO TO Emetti-Certificato-exit
           END-IF.
           MOVE WS-MATRICOLA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   DISPLAY "Matricola " WS-MATRICOLA " non sul"
                           " master: nessun certificato."
                   CLOSE StudentiFile
                   MOVE 8 TO RETURN-CODE
                   GO TO Emetti-Certificato-exit
           END-READ.
           CLOSE StudentiFile.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           IF SR-ANNO-ACC IS NUMERIC AND SR-ANNO-ACC > 0
               MOVE SR-ANNO-ACC TO WS-ANNO-STUDENTE
           ELSE
               MOVE WS-ANNO-ACC-CORRENTE TO WS-ANNO-STUDENTE
           END-IF.
           MOVE SR-CORSO TO WS-CORSO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           EVALUATE WS-TIPO
               WHEN "I"
      *            Enrollment is certified only for a student active
      *            in the current academic year.
                   IF SR-STATO = "R" OR SR-STATO = "L"
                      OR WS-ANNO-STUDENTE NOT = WS-ANNO-ACC-CORRENTE
                       DISPLAY "Lo studente non risulta iscritto"
                               " nell'anno accademico corrente (stato "
                               SR-STATO ", anno " WS-ANNO-STUDENTE
                               "): certificato non emesso."
                       MOVE 4 TO RETURN-CODE
                       GO TO Emetti-Certificato-exit
                   END-IF
               WHEN "E"
                   PERFORM Conta-Esami-Superati
                           THRU Conta-Esami-Superati-exit
                   IF WS-ESAMI-SUPERATI = 0
                       DISPLAY "Nessun esame superato a registro:"
                               " certificato non emesso."
                       MOVE 4 TO RETURN-CODE
                       GO TO Emetti-Certificato-exit
                   END-IF
               WHEN "T"
                   PERFORM Conta-Fatture THRU Conta-Fatture-exit
                   IF WS-NUM-FATTURE = 0
                       DISPLAY "Nessuna fattura a registro:"
                               " certificato non emesso."
                       MOVE 4 TO RETURN-CODE
                       GO TO Emetti-Certificato-exit
                   END-IF
           END-EVALUATE.
           MOVE 0 TO WS-NUMERO-CERT.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           IF WS-SEQ-ESITO NOT = "0"
               DISPLAY "Numero di certificato non assegnato (esito "
                       WS-SEQ-ESITO "): nessun certificato."
               MOVE "Certificati" TO WS-ERR-PROGRAMMA
               MOVE "Emetti-Certificato" TO WS-ERR-PARAGRAFO
               MOVE "numero di certificato non assegnato"
                   TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Emetti-Certificato-exit
           END-IF.
           OPEN EXTEND TestiCertificatiFile.
           IF WS-FS-TESTI-CERT = "35"
               OPEN OUTPUT TestiCertificatiFile
           END-IF.
           IF WS-FS-TESTI-CERT NOT = "00"
               DISPLAY "Archivio dei testi non apribile (stato "
                       WS-FS-TESTI-CERT "): certificato "
                       WS-NUMERO-CERT " non emesso."
               MOVE "Certificati" TO WS-ERR-PROGRAMMA
               MOVE "Emetti-Certificato" TO WS-ERR-PARAGRAFO
               MOVE "archivio testi certificati non apribile"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Emetti-Certificato-exit
           END-IF.
           MOVE SPACES TO WS-FILE-CERTIFICATO.
           STRING "CERTIFICATO_" DELIMITED BY SIZE
                  WS-NUMERO-CERT DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-CERTIFICATO.
           OPEN OUTPUT CertificatoFile.
           MOVE "Certificati" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO CertificatoLine.
           STRING FUNCTION TRIM (WS-TITOLO-TIPO) DELIMITED BY SIZE
                  "  N. " DELIMITED BY SIZE
                  WS-NUMERO-CERT DELIMITED BY SIZE
                  INTO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
      *    The body: every line is archived and folded into the
      *    verification code.
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           MOVE WS-NUMERO-CERT TO WS-CHS-NUMERO.
           MOVE WS-MATRICOLA TO WS-CHS-MATRICOLA.
           MOVE WS-DATA-OGGI TO WS-CHS-DATA.
           MOVE WS-TIPO TO WS-CHS-TIPO.
           MOVE SPACES TO WS-SIG-BUFFER.
           MOVE WS-CHIAVE-SIGILLO TO WS-SIG-BUFFER.
           COPY SIGILLO.
           MOVE 0 TO WS-RIGHE-CORPO.
           EVALUATE WS-TIPO
               WHEN "I"
                   PERFORM Corpo-Iscrizione THRU Corpo-Iscrizione-exit
               WHEN "E"
                   PERFORM Corpo-Esami THRU Corpo-Esami-exit
               WHEN "T"
                   PERFORM Corpo-Tasse THRU Corpo-Tasse-exit
           END-EVALUATE.
           CLOSE TestiCertificatiFile.
           MOVE SPACES TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO CertificatoLine.
           STRING "Rilasciato il " DELIMITED BY SIZE
                  WS-OGGI-GIORNO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-OGGI-MESE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-OGGI-ANNO DELIMITED BY SIZE
                  " dalla segreteria studenti, operatore "
                      DELIMITED BY SIZE
                  WS-OPERATORE DELIMITED BY SPACE
                  INTO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO CertificatoLine.
           STRING "Certificato n. " DELIMITED BY SIZE
                  WS-NUMERO-CERT DELIMITED BY SIZE
                  " - codice di verifica " DELIMITED BY SIZE
                  WS-SIG-VALORE DELIMITED BY SIZE
                  INTO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "L'autenticita' si verifica presso la segreteria con"
               TO CertificatoLine.
           MOVE " numero e codice." TO CertificatoLine (52:).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO CertificatoLine.
           WRITE CertificatoLine.
           DISPLAY CertificatoLine.
           CLOSE CertificatoFile.
           MOVE WS-FILE-CERTIFICATO TO WS-ARC-FILE.
           COPY RPTARC.
           PERFORM Registra-Certificato
                   THRU Registra-Certificato-exit.
           DISPLAY "Certificato " WS-NUMERO-CERT " in "
                   FUNCTION TRIM (WS-FILE-CERTIFICATO) ".".
       Emetti-Certificato-exit.
           EXIT.

       Registra-Certificato.
           MOVE SPACES TO RegCertificatoRecord.
           MOVE WS-NUMERO-CERT TO CE-NUMERO.
           MOVE WS-DATA-OGGI TO CE-DATA.
           MOVE WS-ORA-OGGI (1:6) TO CE-ORA.
           MOVE WS-TIPO TO CE-TIPO.
           MOVE WS-MATRICOLA TO CE-MATRICOLA.
           MOVE WS-OPERATORE TO CE-OPERATORE.
           MOVE WS-SIG-VALORE TO CE-CODICE.
           MOVE WS-RIGHE-CORPO TO CE-RIGHE.
           MOVE WS-SINTESI TO CE-SINTESI.
           OPEN EXTEND RegCertificatiFile.
           IF WS-FS-REG-CERT = "35"
               OPEN OUTPUT RegCertificatiFile
           END-IF.
           IF WS-FS-REG-CERT NOT = "00"
      *        The certificate is printed but cannot be verified:
      *        it must not leave the office.
               DISPLAY "ATTENZIONE: registro certificati non"
                       " apribile (stato " WS-FS-REG-CERT "): il"
                       " certificato " WS-NUMERO-CERT
                       " non va consegnato."
               MOVE "Certificati" TO WS-ERR-PROGRAMMA
               MOVE "Registra-Certificato" TO WS-ERR-PARAGRAFO
               MOVE "certificato emesso ma non registrato"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Registra-Certificato-exit
           END-IF.
           WRITE RegCertificatoRecord.
           CLOSE RegCertificatiFile.
       Registra-Certificato-exit.
           EXIT.

       Scrivi-Corpo.
      *    One line of the certificate's body (WS-RIGA-CORPO): to the
      *    printed certificate, to the archive and into the code.
           ADD 1 TO WS-RIGHE-CORPO.
           MOVE WS-NUMERO-CERT TO CX-NUMERO.
           MOVE WS-RIGHE-CORPO TO CX-RIGA.
           MOVE WS-RIGA-CORPO TO CX-TESTO.
           WRITE TestoCertificatoRecord.
           MOVE SPACES TO WS-SIG-BUFFER.
           MOVE WS-RIGA-CORPO TO WS-SIG-BUFFER.
           COPY SIGILLO.
           MOVE WS-RIGA-CORPO TO CertificatoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Scrivi-Corpo-exit.
           EXIT.

       Riga-Studente.
      *    The opening line every certificate shares.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "Si certifica che " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  ", nato/a il " DELIMITED BY SIZE
                  SR-GIORNO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SR-MESE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SR-ANNO DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
       Riga-Studente-exit.
           EXIT.

       Corpo-Iscrizione.
           COMPUTE WS-ANNO-SUCC = WS-ANNO-STUDENTE + 1.
           PERFORM Riga-Studente THRU Riga-Studente-exit.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "matricola " DELIMITED BY SIZE
                  SR-MATRICOLA DELIMITED BY SIZE
                  ", risulta iscritto/a per l'anno accademico "
                      DELIMITED BY SIZE
                  WS-ANNO-STUDENTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO-SUCC DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "al corso " DELIMITED BY SIZE
                  SR-CORSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TITOLO-CORSO) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE SPACES TO WS-SINTESI.
           STRING "iscritto al corso " DELIMITED BY SIZE
                  SR-CORSO DELIMITED BY SIZE
                  " a.a. " DELIMITED BY SIZE
                  WS-ANNO-STUDENTE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO-SUCC DELIMITED BY SIZE
                  INTO WS-SINTESI.
       Corpo-Iscrizione-exit.
           EXIT.

       Conta-Esami-Superati.
      *    Passed results (18 and over) on the register; a
      *    recognised exam is certified but, as on the transcript,
      *    stays out of the average and the credits earned.
           MOVE 0 TO WS-ESAMI-SUPERATI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               GO TO Conta-Esami-Superati-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ES-MATRICOLA = WS-MATRICOLA
                          AND ES-VOTO >= 18
                           ADD 1 TO WS-ESAMI-SUPERATI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
       Conta-Esami-Superati-exit.
           EXIT.

       Corpo-Esami.
           PERFORM Riga-Studente THRU Riga-Studente-exit.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "matricola " DELIMITED BY SIZE
                  SR-MATRICOLA DELIMITED BY SIZE
                  ", iscritto/a al corso " DELIMITED BY SIZE
                  SR-CORSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TITOLO-CORSO) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE "ha superato i seguenti esami:" TO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE 0 TO WS-ESAMI-MEDIA.
           MOVE 0 TO WS-SOMMA-VOTI.
           MOVE 0 TO WS-CFU-ACQUISITI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF ES-MATRICOLA = WS-MATRICOLA
                          AND ES-VOTO >= 18
                           PERFORM Riga-Esame THRU Riga-Esame-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
           MOVE 0 TO WS-MEDIA.
           IF WS-ESAMI-MEDIA > 0
               COMPUTE WS-MEDIA ROUNDED =
                   WS-SOMMA-VOTI / WS-ESAMI-MEDIA
           END-IF.
           MOVE WS-MEDIA TO WS-MEDIA-ED.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "Esami superati: " DELIMITED BY SIZE
                  WS-ESAMI-SUPERATI DELIMITED BY SIZE
                  "  media: " DELIMITED BY SIZE
                  WS-MEDIA-ED DELIMITED BY SIZE
                  "  crediti acquisiti: " DELIMITED BY SIZE
                  WS-CFU-ACQUISITI DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE SPACES TO WS-SINTESI.
           STRING "esami superati " DELIMITED BY SIZE
                  WS-ESAMI-SUPERATI DELIMITED BY SIZE
                  " media " DELIMITED BY SIZE
                  WS-MEDIA-ED DELIMITED BY SIZE
                  " cfu " DELIMITED BY SIZE
                  WS-CFU-ACQUISITI DELIMITED BY SIZE
                  INTO WS-SINTESI.
       Corpo-Esami-exit.
           EXIT.

       Riga-Esame.
           MOVE ES-CORSO TO WS-CORSO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           MOVE SPACES TO WS-RIGA-CORPO.
           IF ES-TIPO = "R"
               STRING "  " DELIMITED BY SIZE
                      ES-DATA (7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ES-DATA (5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ES-DATA (1:4) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ES-CORSO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TITOLO-CORSO DELIMITED BY SIZE
                      " voto " DELIMITED BY SIZE
                      ES-VOTO DELIMITED BY SIZE
                      " riconosciuto" DELIMITED BY SIZE
                      INTO WS-RIGA-CORPO
           ELSE
               ADD 1 TO WS-ESAMI-MEDIA
               ADD ES-VOTO TO WS-SOMMA-VOTI
               ADD WS-CFU-CORSO TO WS-CFU-ACQUISITI
               STRING "  " DELIMITED BY SIZE
                      ES-DATA (7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ES-DATA (5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ES-DATA (1:4) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ES-CORSO DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TITOLO-CORSO DELIMITED BY SIZE
                      " voto " DELIMITED BY SIZE
                      ES-VOTO DELIMITED BY SIZE
                      "  cfu " DELIMITED BY SIZE
                      WS-CFU-CORSO DELIMITED BY SIZE
                      INTO WS-RIGA-CORPO
           END-IF.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
       Riga-Esame-exit.
           EXIT.

       Conta-Fatture.
      *    The student's invoices and credit notes on the register.
           MOVE 0 TO WS-NUM-FATTURE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT FattureFile.
           IF WS-FS-FATTURE NOT = "00"
               GO TO Conta-Fatture-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF FT-MATRICOLA = WS-MATRICOLA
                           ADD 1 TO WS-NUM-FATTURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
       Conta-Fatture-exit.
           EXIT.

       Corpo-Tasse.
      *    Every invoice with what was paid against it; credit notes
      *    are listed but the totals are the invoices' own.
           PERFORM Riga-Studente THRU Riga-Studente-exit.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "matricola " DELIMITED BY SIZE
                  SR-MATRICOLA DELIMITED BY SIZE
                  ", ha la seguente posizione per le tasse"
                      DELIMITED BY SIZE
                  " universitarie:" DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE 0 TO WS-TOT-DOVUTO.
           MOVE 0 TO WS-TOT-VERSATO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT FattureFile.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FattureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF FT-MATRICOLA = WS-MATRICOLA
                           PERFORM Riga-Fattura
                                   THRU Riga-Fattura-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FattureFile.
           MOVE WS-TOT-DOVUTO TO WS-IMPORTO-ED.
           MOVE WS-TOT-VERSATO TO WS-PAGATO-ED.
           MOVE SPACES TO WS-RIGA-CORPO.
           STRING "Totale dovuto " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  "  totale versato " DELIMITED BY SIZE
                  WS-PAGATO-ED DELIMITED BY SIZE
                  INTO WS-RIGA-CORPO.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE SPACES TO WS-RIGA-CORPO.
           IF WS-TOT-VERSATO >= WS-TOT-DOVUTO
               MOVE "Lo studente risulta in regola con i pagamenti."
                   TO WS-RIGA-CORPO
           ELSE
               COMPUTE WS-RESIDUO = WS-TOT-DOVUTO - WS-TOT-VERSATO
               MOVE WS-RESIDUO TO WS-IMPORTO-ED
               STRING "Residuo ancora da versare: " DELIMITED BY SIZE
                      WS-IMPORTO-ED DELIMITED BY SIZE
                      INTO WS-RIGA-CORPO
           END-IF.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
           MOVE WS-TOT-DOVUTO TO WS-IMPORTO-ED.
           MOVE WS-TOT-VERSATO TO WS-PAGATO-ED.
           MOVE SPACES TO WS-SINTESI.
           STRING "tasse dovute " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  " versate " DELIMITED BY SIZE
                  WS-PAGATO-ED DELIMITED BY SIZE
                  INTO WS-SINTESI.
       Corpo-Tasse-exit.
           EXIT.

       Riga-Fattura.
           MOVE FT-IMPORTO TO WS-IMPORTO-ED.
           MOVE FT-PAGATO TO WS-PAGATO-ED.
           COMPUTE WS-ANNO-SUCC = FT-ANNO-ACC + 1.
           MOVE SPACES TO WS-RIGA-CORPO.
           IF FT-STATO = "C"
               STRING "  nota di credito n. " DELIMITED BY SIZE
                      FT-NUMERO DELIMITED BY SIZE
                      " a.a. " DELIMITED BY SIZE
                      FT-ANNO-ACC DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANNO-SUCC DELIMITED BY SIZE
                      " importo " DELIMITED BY SIZE
                      WS-IMPORTO-ED DELIMITED BY SIZE
                      INTO WS-RIGA-CORPO
           ELSE
               ADD FT-IMPORTO TO WS-TOT-DOVUTO
               ADD FT-PAGATO TO WS-TOT-VERSATO
               STRING "  fattura n. " DELIMITED BY SIZE
                      FT-NUMERO DELIMITED BY SIZE
                      " a.a. " DELIMITED BY SIZE
                      FT-ANNO-ACC DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANNO-SUCC DELIMITED BY SIZE
                      " importo " DELIMITED BY SIZE
                      WS-IMPORTO-ED DELIMITED BY SIZE
                      " pagato " DELIMITED BY SIZE
                      WS-PAGATO-ED DELIMITED BY SIZE
                      INTO WS-RIGA-CORPO
           END-IF.
           PERFORM Scrivi-Corpo THRU Scrivi-Corpo-exit.
       Riga-Fattura-exit.
           EXIT.

       Verifica-Certificato.
      *    A certificate presented by a third party: genuine when the
      *    number is on the register and the code printed on it is
      *    the one filed. The archived text is shown and its code
      *    recomputed, so a tampered archive cannot pass either.
           DISPLAY "Numero del certificato presentato: ".
           ACCEPT WS-NUMERO-CERT.
           DISPLAY "Codice di verifica stampato sul certificato: ".
           ACCEPT WS-CODICE-PRESENTATO.
           MOVE "N" TO WS-CERT-TROVATO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RegCertificatiFile.
           IF WS-FS-REG-CERT NOT = "00"
               DISPLAY "Registro certificati non apribile (stato "
                       WS-FS-REG-CERT "): verifica impossibile."
               MOVE 8 TO RETURN-CODE
               GO TO Verifica-Certificato-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegCertificatiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF CE-NUMERO = WS-NUMERO-CERT
                           MOVE "Y" TO WS-CERT-TROVATO
                           MOVE "Y" TO WS-EOF-LETTURA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegCertificatiFile.
           IF WS-CERT-TROVATO = "N"
               DISPLAY "Il certificato n. " WS-NUMERO-CERT
                       " NON RISULTA EMESSO: non autentico."
               MOVE 4 TO RETURN-CODE
               GO TO Verifica-Certificato-exit
           END-IF.
           IF CE-CODICE NOT = WS-CODICE-PRESENTATO
               DISPLAY "Il certificato n. " WS-NUMERO-CERT
                       " risulta emesso, ma il codice "
                       WS-CODICE-PRESENTATO " NON CORRISPONDE:"
                       " non autentico."
               MOVE 4 TO RETURN-CODE
               GO TO Verifica-Certificato-exit
           END-IF.
           EVALUATE CE-TIPO
               WHEN "I"
                   MOVE "iscrizione" TO WS-TITOLO-TIPO
               WHEN "E"
                   MOVE "esami superati" TO WS-TITOLO-TIPO
               WHEN OTHER
                   MOVE "tasse pagate" TO WS-TITOLO-TIPO
           END-EVALUATE.
           DISPLAY "CERTIFICATO AUTENTICO n. " CE-NUMERO
                   " (" FUNCTION TRIM (WS-TITOLO-TIPO) ")".
           DISPLAY "  rilasciato il " CE-DATA " alle " CE-ORA
                   " dall'operatore " CE-OPERATORE.
           DISPLAY "  matricola " CE-MATRICOLA ": "
                   FUNCTION TRIM (CE-SINTESI).
           DISPLAY "  testo al momento del rilascio:".
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           MOVE CE-NUMERO TO WS-CHS-NUMERO.
           MOVE CE-MATRICOLA TO WS-CHS-MATRICOLA.
           MOVE CE-DATA TO WS-CHS-DATA.
           MOVE CE-TIPO TO WS-CHS-TIPO.
           MOVE SPACES TO WS-SIG-BUFFER.
           MOVE WS-CHIAVE-SIGILLO TO WS-SIG-BUFFER.
           COPY SIGILLO.
           MOVE 0 TO WS-RIGHE-CORPO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT TestiCertificatiFile.
           IF WS-FS-TESTI-CERT = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ TestiCertificatiFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF CX-NUMERO = CE-NUMERO
                               ADD 1 TO WS-RIGHE-CORPO
                               DISPLAY "  | " CX-TESTO
                               MOVE SPACES TO WS-SIG-BUFFER
                               MOVE CX-TESTO TO WS-SIG-BUFFER
                               COPY SIGILLO.
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TestiCertificatiFile
           END-IF.
           IF WS-RIGHE-CORPO NOT = CE-RIGHE
              OR WS-SIG-VALORE NOT = CE-CODICE
               DISPLAY "ATTENZIONE: il testo in archivio non"
                       " corrisponde al codice registrato (righe "
                       WS-RIGHE-CORPO " su " CE-RIGHE ")."
               MOVE "Certificati" TO WS-ERR-PROGRAMMA
               MOVE "Verifica-Certificato" TO WS-ERR-PARAGRAFO
               MOVE "testo archiviato del certificato alterato"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
           END-IF.
       Verifica-Certificato-exit.
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
       END PROGRAM Certificati.
