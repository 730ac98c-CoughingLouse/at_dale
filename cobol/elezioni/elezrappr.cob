      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Accreditation desk for the party witnesses
      *          (rappresentanti di lista). Each accreditation -
      *          person, list, seggio, effective or substitute - is
      *          filed on RAPPRESENTANTI.DAT (layout ELEZRAPD) up to
      *          the legal deadline before election day, and only
      *          for a list the Candidature register certified.
      *          Elezioni prints the accredited witnesses in the
      *          verbale's signature blocks; the commission gets an
      *          accreditation report per seggio.
      * Tectonics: cobc
      * Mod: 15/10/2026 - CandidaturaRecord carries the candidate's
      *      Matricola (student-council contests).
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezRappr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RappresentantiFile ASSIGN TO WS-FILE-RAPPRESENTANTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RAPPRESENTANTI.
           SELECT TermineFile ASSIGN TO WS-FILE-TERMINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TERMINE.
           SELECT CandidatureFile ASSIGN TO WS-FILE-CANDIDATURE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CANDIDATURE.
           SELECT DefinizioneFile ASSIGN TO WS-FILE-DEFINIZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINIZIONE.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY SEGGIOS.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY ELEZRAPD.
       FD  TermineFile.
      *    The legal accreditation deadline, one record: date and
      *    cut-off time. An accreditation after it is refused.
       01  TermineRecord.
           05 TM-DATA          PIC 9(8).
           05 TM-ORA           PIC 9(4).
       FD  CandidatureFile.
      *    The nominations register as Candidature keeps it; only
      *    the list name and the state are read here ("C" =
      *    accettata e certificata).
       01  CandidaturaRecord.
           05 CA-CONTESTA      PIC 99.
           05 CA-NOME          PIC X(30).
           05 CA-PARTITO       PIC X(20).
           05 CA-DATA-DEP      PIC 9(8).
           05 CA-ORA-DEP       PIC 9(6).
           05 CA-STATO         PIC X.
           05 CA-MOTIVO        PIC X(30).
           05 CA-MATRICOLA     PIC 9(5).
           COPY ELEZDEFD.
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY ELEZSEGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "R".
       01  WS-FILE-RAPPRESENTANTI PIC X(50)
                               VALUE "RAPPRESENTANTI.DAT".
       01  WS-FS-RAPPRESENTANTI PIC XX VALUE "00".
       01  WS-FILE-TERMINE     PIC X(50)
                               VALUE "TERMINE_RAPPRESENTANTI.DAT".
       01  WS-FS-TERMINE       PIC XX VALUE "00".
       01  WS-FILE-CANDIDATURE PIC X(50) VALUE "CANDIDATURE.DAT".
       01  WS-FS-CANDIDATURE   PIC XX VALUE "00".
       01  WS-FILE-DEFINIZIONE PIC X(50)
                               VALUE "DEFINIZIONE_ELEZIONE.DAT".
       01  WS-FS-DEFINIZIONE   PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE "RAPPRESENTANTI.TXT".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-TERMINE-DATA     PIC 9(8) VALUE 0.
       01  WS-TERMINE-ORA      PIC 9(4) VALUE 0.
       01  WS-TERMINE-PRESENTE PIC X VALUE "N".
       01  WS-DATA-ELEZIONE    PIC 9(8) VALUE 0.
       01  WS-MAX-RAPPR        PIC 9(3) VALUE 500.
       01  WS-NUM-RAPPR        PIC 9(3) VALUE 0.
       01  WS-RAPPR-IDX        PIC 9(3) VALUE 0.
       01  WS-RAPPR-SCAN       PIC 9(3) VALUE 0.
       01  RAPPRESENTANTI-TAB.
           05 RAPPRESENTANTE-ROW OCCURS 500 TIMES.
              10 RT-REC         PIC X(95).
       01  WS-RIGA-SCAMBIO     PIC X(95) VALUE SPACES.
       01  WS-NUOVO.
           05 WS-NV-SEGGIO     PIC X(10) VALUE SPACES.
           05 WS-NV-LISTA      PIC X(20) VALUE SPACES.
           05 WS-NV-RUOLO      PIC X VALUE SPACES.
           05 WS-NV-NOME       PIC X(30) VALUE SPACES.
           05 WS-NV-DOCUMENTO  PIC X(20) VALUE SPACES.
       01  WS-LISTA-CERTIFICATA PIC X VALUE "N".
       01  WS-DOPPIO           PIC X VALUE "N".
       01  WS-SEGGIO-CORRENTE  PIC X(10) VALUE SPACES.
       01  WS-ACCREDITATI-SEGGIO PIC 9(3) VALUE 0.
       01  WS-NUM-SEGGI-RAPP   PIC 9(3) VALUE 0.
       01  WS-DESCR-RUOLO      PIC X(10) VALUE SPACES.
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA      PIC 9(8).
           05 WS-CDC-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
       01  WS-ORA-HHMM         PIC 9(4) VALUE 0.
           COPY RPTHDRW.
           COPY SEGGIOW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Accreditamento rappresentanti di lista ::".
           DISPLAY "Modalita' (T=imposta termine, A=accredita,"
                   " R=rapporto per seggio): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ElezRappr" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Termine THRU Carica-Termine-exit.
           PERFORM Carica-Rappresentanti
                   THRU Carica-Rappresentanti-exit.
           EVALUATE WS-MODALITA
               WHEN "T"
                   PERFORM Imposta-Termine THRU Imposta-Termine-exit
               WHEN "A"
                   PERFORM Accredita THRU Accredita-exit
               WHEN OTHER
                   PERFORM Stampa-Rapporto THRU Stampa-Rapporto-exit
           END-EVALUATE.
           STOP RUN.

       Carica-Termine.
           MOVE "N" TO WS-TERMINE-PRESENTE.
           OPEN INPUT TermineFile.
           IF WS-FS-TERMINE = "00"
               READ TermineFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE TM-DATA TO WS-TERMINE-DATA
                       MOVE TM-ORA TO WS-TERMINE-ORA
                       MOVE "Y" TO WS-TERMINE-PRESENTE
               END-READ
               CLOSE TermineFile
           END-IF.
       Carica-Termine-exit.
           EXIT.

       Imposta-Termine.
      *    The deadline falls before election day: with the
      *    election definition on disk a deadline on or after the
      *    election date is refused.
           MOVE 0 TO WS-DATA-ELEZIONE.
           OPEN INPUT DefinizioneFile.
           IF WS-FS-DEFINIZIONE = "00"
               READ DefinizioneFile
                   AT END CONTINUE
                   NOT AT END
                       IF DE-DATA-ELEZIONE IS NUMERIC
                           MOVE DE-DATA-ELEZIONE TO WS-DATA-ELEZIONE
                       END-IF
               END-READ
               CLOSE DefinizioneFile
           END-IF.
           DISPLAY "Termine legale di accreditamento (AAAAMMGG): ".
           ACCEPT WS-TERMINE-DATA.
           DISPLAY "Ora limite del giorno di termine (HHMM): ".
           ACCEPT WS-TERMINE-ORA.
           IF WS-DATA-ELEZIONE > 0
              AND WS-TERMINE-DATA >= WS-DATA-ELEZIONE
               DISPLAY "Il termine deve precedere il giorno"
                       " dell'elezione (" WS-DATA-ELEZIONE
                       "): termine non registrato."
               GO TO Imposta-Termine-exit
           END-IF.
           OPEN OUTPUT TermineFile.
           MOVE WS-TERMINE-DATA TO TM-DATA.
           MOVE WS-TERMINE-ORA TO TM-ORA.
           WRITE TermineRecord.
           CLOSE TermineFile.
           DISPLAY "Termine di accreditamento fissato al "
                   WS-TERMINE-DATA " ore " WS-TERMINE-ORA ".".
       Imposta-Termine-exit.
           EXIT.

       Carica-Rappresentanti.
           MOVE 0 TO WS-NUM-RAPPR.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RappresentantiFile.
           IF WS-FS-RAPPRESENTANTI NOT = "00"
               GO TO Carica-Rappresentanti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RappresentantiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-RAPPR < WS-MAX-RAPPR
                           ADD 1 TO WS-NUM-RAPPR
                           MOVE RappresentanteRecord
                               TO RT-REC (WS-NUM-RAPPR)
                       ELSE
                           DISPLAY "Registro accreditamenti oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RappresentantiFile.
       Carica-Rappresentanti-exit.
           EXIT.

       Salva-Rappresentanti.
           OPEN OUTPUT RappresentantiFile.
           PERFORM VARYING WS-RAPPR-IDX FROM 1 BY 1
                   UNTIL WS-RAPPR-IDX > WS-NUM-RAPPR
               MOVE RT-REC (WS-RAPPR-IDX) TO RappresentanteRecord
               WRITE RappresentanteRecord
           END-PERFORM.
           CLOSE RappresentantiFile.
       Salva-Rappresentanti-exit.
           EXIT.

       Accredita.
      *    One accreditation. Refused after the deadline, for a
      *    seggio not on the master, for a list the Candidature
      *    register has not certified, for a second effective (or
      *    second substitute) of the same list at the same seggio,
      *    and for a person already accredited elsewhere.
           IF WS-TERMINE-PRESENTE = "N"
               DISPLAY "Nessun termine di accreditamento fissato:"
                       " impostarlo (modalita' T) prima di"
                       " accreditare."
               GO TO Accredita-exit
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           COMPUTE WS-ORA-HHMM = WS-CDC-ORA / 100.
           IF WS-CDC-DATA > WS-TERMINE-DATA
              OR (WS-CDC-DATA = WS-TERMINE-DATA
                  AND WS-ORA-HHMM > WS-TERMINE-ORA)
               DISPLAY "Termine di accreditamento scaduto il "
                       WS-TERMINE-DATA " ore " WS-TERMINE-ORA
                       ": accreditamento rifiutato."
               MOVE "ElezRappr" TO WS-ERR-PROGRAMMA
               MOVE "Accredita" TO WS-ERR-PARAGRAFO
               MOVE "accreditamento rappresentante oltre il termine"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Accredita-exit
           END-IF.
           IF WS-NUM-RAPPR >= WS-MAX-RAPPR
               DISPLAY "Registro accreditamenti al limite: nessun"
                       " accreditamento."
               GO TO Accredita-exit
           END-IF.
           DISPLAY "Codice del seggio: ".
           MOVE SPACES TO WS-NV-SEGGIO.
           ACCEPT WS-NV-SEGGIO.
           MOVE WS-NV-SEGGIO TO WS-SEG-CODICE.
           COPY SEGGIO.
           IF WS-SEG-MASTER = "Y" AND WS-SEG-TROVATO = "N"
               DISPLAY "Seggio " FUNCTION TRIM (WS-NV-SEGGIO)
                       " non in anagrafe seggi: accreditamento"
                       " rifiutato."
               GO TO Accredita-exit
           END-IF.
           DISPLAY "Lista rappresentata: ".
           MOVE SPACES TO WS-NV-LISTA.
           ACCEPT WS-NV-LISTA.
           PERFORM Verifica-Lista THRU Verifica-Lista-exit.
           IF WS-LISTA-CERTIFICATA = "N"
               DISPLAY "Lista " FUNCTION TRIM (WS-NV-LISTA)
                       " non certificata nel registro candidature:"
                       " accreditamento rifiutato."
               MOVE "ElezRappr" TO WS-ERR-PROGRAMMA
               MOVE "Accredita" TO WS-ERR-PARAGRAFO
               MOVE "accreditamento per lista non certificata"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Accredita-exit
           END-IF.
           DISPLAY "Ruolo (E=effettivo, S=supplente): ".
           ACCEPT WS-NV-RUOLO.
           MOVE FUNCTION UPPER-CASE (WS-NV-RUOLO) TO WS-NV-RUOLO.
           IF WS-NV-RUOLO NOT = "E" AND WS-NV-RUOLO NOT = "S"
               DISPLAY "Ruolo " WS-NV-RUOLO " non riconosciuto."
               GO TO Accredita-exit
           END-IF.
           DISPLAY "Cognome e nome del rappresentante: ".
           MOVE SPACES TO WS-NV-NOME.
           ACCEPT WS-NV-NOME.
           DISPLAY "Documento di identita' (tipo e numero): ".
           MOVE SPACES TO WS-NV-DOCUMENTO.
           ACCEPT WS-NV-DOCUMENTO.
           IF WS-NV-NOME = SPACES OR WS-NV-DOCUMENTO = SPACES
               DISPLAY "Nome e documento sono obbligatori."
               GO TO Accredita-exit
           END-IF.
           MOVE "N" TO WS-DOPPIO.
           PERFORM VARYING WS-RAPPR-IDX FROM 1 BY 1
                   UNTIL WS-RAPPR-IDX > WS-NUM-RAPPR
               MOVE RT-REC (WS-RAPPR-IDX) TO RappresentanteRecord
               IF RP-SEGGIO = WS-NV-SEGGIO AND RP-LISTA = WS-NV-LISTA
                  AND RP-RUOLO = WS-NV-RUOLO
                   DISPLAY "La lista ha gia' un rappresentante"
                           " di questo ruolo al seggio: "
                           FUNCTION TRIM (RP-NOME) "."
                   MOVE "Y" TO WS-DOPPIO
               END-IF
               IF RP-DOCUMENTO = WS-NV-DOCUMENTO
                   DISPLAY "Persona gia' accreditata al seggio "
                           FUNCTION TRIM (RP-SEGGIO) " per la lista "
                           FUNCTION TRIM (RP-LISTA) "."
                   MOVE "Y" TO WS-DOPPIO
               END-IF
           END-PERFORM.
           IF WS-DOPPIO = "Y"
               DISPLAY "Accreditamento rifiutato."
               GO TO Accredita-exit
           END-IF.
           MOVE WS-NV-SEGGIO TO RP-SEGGIO.
           MOVE WS-NV-LISTA TO RP-LISTA.
           MOVE WS-NV-RUOLO TO RP-RUOLO.
           MOVE WS-NV-NOME TO RP-NOME.
           MOVE WS-NV-DOCUMENTO TO RP-DOCUMENTO.
           MOVE WS-CDC-DATA TO RP-DATA-ACC.
           MOVE WS-CDC-ORA TO RP-ORA-ACC.
           ADD 1 TO WS-NUM-RAPPR.
           MOVE RappresentanteRecord TO RT-REC (WS-NUM-RAPPR).
           PERFORM Salva-Rappresentanti
                   THRU Salva-Rappresentanti-exit.
           DISPLAY "Accreditato " FUNCTION TRIM (RP-NOME)
                   " al seggio " FUNCTION TRIM (RP-SEGGIO)
                   " per la lista " FUNCTION TRIM (RP-LISTA) ".".
       Accredita-exit.
           EXIT.

       Verifica-Lista.
      *    A list is certified when the nominations register holds
      *    at least one of its candidacies in state "C".
           MOVE "N" TO WS-LISTA-CERTIFICATA.
           IF WS-NV-LISTA = SPACES
               GO TO Verifica-Lista-exit
           END-IF.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT CandidatureFile.
           IF WS-FS-CANDIDATURE NOT = "00"
               GO TO Verifica-Lista-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ CandidatureFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF CA-PARTITO = WS-NV-LISTA
                          AND CA-STATO = "C"
                           MOVE "Y" TO WS-LISTA-CERTIFICATA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CandidatureFile.
       Verifica-Lista-exit.
           EXIT.

       Stampa-Rapporto.
      *    The commission's accreditation report: the register in
      *    seggio and list order (effective before substitute),
      *    each seggio under its master description.
           PERFORM VARYING WS-RAPPR-IDX FROM 1 BY 1
                   UNTIL WS-RAPPR-IDX >= WS-NUM-RAPPR
               PERFORM VARYING WS-RAPPR-SCAN FROM 1 BY 1
                       UNTIL WS-RAPPR-SCAN > WS-NUM-RAPPR
                                             - WS-RAPPR-IDX
                   IF RT-REC (WS-RAPPR-SCAN) (1:31)
                      > RT-REC (WS-RAPPR-SCAN + 1) (1:31)
                       MOVE RT-REC (WS-RAPPR-SCAN)
                           TO WS-RIGA-SCAMBIO
                       MOVE RT-REC (WS-RAPPR-SCAN + 1)
                           TO RT-REC (WS-RAPPR-SCAN)
                       MOVE WS-RIGA-SCAMBIO
                           TO RT-REC (WS-RAPPR-SCAN + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT RapportoFile.
           MOVE "ElezRappr" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE "RAPPRESENTANTI DI LISTA ACCREDITATI PER SEGGIO"
               TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-TERMINE-PRESENTE = "Y"
               STRING "Termine di accreditamento: " DELIMITED BY SIZE
                      WS-TERMINE-DATA DELIMITED BY SIZE
                      " ore " DELIMITED BY SIZE
                      WS-TERMINE-ORA DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               MOVE "Termine di accreditamento: NON FISSATO"
                   TO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO WS-SEGGIO-CORRENTE.
           MOVE 0 TO WS-ACCREDITATI-SEGGIO.
           MOVE 0 TO WS-NUM-SEGGI-RAPP.
           PERFORM VARYING WS-RAPPR-IDX FROM 1 BY 1
                   UNTIL WS-RAPPR-IDX > WS-NUM-RAPPR
               MOVE RT-REC (WS-RAPPR-IDX) TO RappresentanteRecord
               IF RP-SEGGIO NOT = WS-SEGGIO-CORRENTE
                   PERFORM Chiudi-Seggio-Rapporto
                           THRU Chiudi-Seggio-Rapporto-exit
                   PERFORM Apri-Seggio-Rapporto
                           THRU Apri-Seggio-Rapporto-exit
               END-IF
               IF RP-RUOLO = "E"
                   MOVE "effettivo" TO WS-DESCR-RUOLO
               ELSE
                   MOVE "supplente" TO WS-DESCR-RUOLO
               END-IF
               MOVE SPACES TO RapportoLine
               MOVE RP-LISTA TO RapportoLine (3:20)
               MOVE WS-DESCR-RUOLO TO RapportoLine (24:10)
               MOVE RP-NOME TO RapportoLine (35:30)
               MOVE RP-DATA-ACC TO RapportoLine (66:8)
               PERFORM Scrivi-Riga-Rapporto
                       THRU Scrivi-Riga-Rapporto-exit
               ADD 1 TO WS-ACCREDITATI-SEGGIO
           END-PERFORM.
           PERFORM Chiudi-Seggio-Rapporto
                   THRU Chiudi-Seggio-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Accreditamenti: " DELIMITED BY SIZE
                  WS-NUM-RAPPR DELIMITED BY SIZE
                  " in " DELIMITED BY SIZE
                  WS-NUM-SEGGI-RAPP DELIMITED BY SIZE
                  " seggi" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto accreditamenti in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
       Stampa-Rapporto-exit.
           EXIT.

       Apri-Seggio-Rapporto.
           MOVE RP-SEGGIO TO WS-SEGGIO-CORRENTE.
           MOVE 0 TO WS-ACCREDITATI-SEGGIO.
           ADD 1 TO WS-NUM-SEGGI-RAPP.
           MOVE RP-SEGGIO TO WS-SEG-CODICE.
           COPY SEGGIO.
           MOVE RT-REC (WS-RAPPR-IDX) TO RappresentanteRecord.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
           MOVE SPACES TO RapportoLine.
           STRING "SEGGIO " DELIMITED BY SIZE
                  FUNCTION TRIM (RP-SEGGIO) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-SEG-DESCRIZIONE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
       Apri-Seggio-Rapporto-exit.
           EXIT.

       Chiudi-Seggio-Rapporto.
           IF WS-SEGGIO-CORRENTE = SPACES
               GO TO Chiudi-Seggio-Rapporto-exit
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "  accreditati al seggio: " DELIMITED BY SIZE
                  WS-ACCREDITATI-SEGGIO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Rapporto THRU Scrivi-Riga-Rapporto-exit.
       Chiudi-Seggio-Rapporto-exit.
           EXIT.

       Scrivi-Riga-Rapporto.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               ADD 1 TO WS-HDR-PAGINA
               MOVE RapportoLine TO WS-RIGA-SCAMBIO
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO RapportoLine
               WRITE RapportoLine
               DISPLAY RapportoLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SCAMBIO TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-Rapporto-exit.
           EXIT.
       END PROGRAM ElezRappr.
