      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Graduation-eligibility run: every active student on
      *          the master is weighed against the degree plan of
      *          the programme they are enrolled on (PIANI_STUDIO.DAT,
      *          kept by CorsiManut) using the passed exams in
      *          ESAMI.DAT and the course credits (CFU) in CORSI.DAT.
      *          The report lists the students who can graduate,
      *          then those short of requirements with what is
      *          missing - required courses not passed, elective
      *          and total credits below the plan's minimum - each
      *          with the credit-weighted average of the exams that
      *          count toward the plan.
      * Tectonics: cobc
      * Mod: 15/10/2026 - CorsoRecord carries CO-CFU and
      *      CO-FREQ-MIN, the full CORSI.DAT line CorsiManut writes.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - EsameRecord carries ES-TIPO, the full
      *      ESAMI.DAT line; a recognised exam ("R") completes the
      *      plan but stays out of the weighted average, as on
      *      the transcript.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Laureandi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT EsamiFile ASSIGN TO WS-FILE-ESAMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESAMI.
           SELECT CorsiFile ASSIGN TO WS-FILE-CORSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORSI.
           SELECT PianiFile ASSIGN TO WS-FILE-PIANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIANI.
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
       FD  EsamiFile.
       01  EsameRecord.
           05 ES-MATRICOLA    PIC 9(5).
           05 ES-CORSO        PIC 9(5).
           05 ES-DATA         PIC 9(8).
           05 ES-VOTO         PIC 99.
           05 ES-TENTATIVO    PIC 99.
      *    "R" a recognised exam, written by the course transfer.
           05 ES-TIPO         PIC X.
       FD  CorsiFile.
       01  CorsoRecord.
           05 CO-CODICE       PIC 9(5).
           05 CO-TITOLO       PIC X(30).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
           COPY PIANOSTD.
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-ESAMI       PIC X(50) VALUE "ESAMI.DAT".
       01  WS-FS-ESAMI         PIC XX VALUE "00".
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
       01  WS-FS-CORSI         PIC XX VALUE "00".
       01  WS-FILE-PIANI       PIC X(50) VALUE "PIANI_STUDIO.DAT".
       01  WS-FS-PIANI         PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE "LAUREANDI.TXT".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-EOF-ESAMI        PIC X VALUE "N".
      * "I" while listing the eligible, "N" the rest.
       01  WS-SEZIONE          PIC X VALUE "I".
      * Catalogue: code, title and credits.
       01  WS-MAX-CORSI        PIC 9(3) VALUE 100.
       01  WS-NUM-CORSI        PIC 9(3) VALUE 0.
       01  WS-CORSO-IDX        PIC 9(3) VALUE 0.
       01  WS-CORSO-TROVATO    PIC 9(3) VALUE 0.
       01  WS-CODICE-CERCATO   PIC 9(5) VALUE 0.
       01  CORSI-TAB.
           05 CORSO-ROW OCCURS 100 TIMES.
              10 CT-CODICE      PIC 9(5).
              10 CT-TITOLO      PIC X(30).
              10 CT-CFU         PIC 9(3).
      * Every degree plan, one PIANOSTD line per row.
       01  WS-MAX-PIANI        PIC 9(4) VALUE 2000.
       01  WS-NUM-PIANI        PIC 9(4) VALUE 0.
       01  WS-PIANO-IDX        PIC 9(4) VALUE 0.
       01  PIANI-TAB.
           05 PIANO-ROW OCCURS 2000 TIMES.
              10 PT-REC         PIC X(17).
      * The student's plan being weighed: its courses with the
      * credits and the grade passed (zero while not passed).
       01  WS-PIANO-TROVATO    PIC X VALUE "N".
       01  WS-CFU-MINIMI       PIC 9(3) VALUE 0.
       01  WS-CFU-MIN-SCELTA   PIC 9(3) VALUE 0.
       01  WS-MAX-VOCI         PIC 9(3) VALUE 100.
       01  WS-NUM-VOCI         PIC 9(3) VALUE 0.
       01  WS-VOCE-IDX         PIC 9(3) VALUE 0.
       01  VOCI-TAB.
           05 VOCE-ROW OCCURS 100 TIMES.
              10 VC-CORSO       PIC 9(5).
              10 VC-TIPO        PIC X.
              10 VC-CFU         PIC 9(3).
              10 VC-VOTO        PIC 99.
      *       "R" when the grade holding the course is a recognised
      *       exam: it completes the plan but is not weighed again.
              10 VC-ESITO-TIPO  PIC X.
      * The student's standing against the plan.
       01  WS-CFU-TOTALI       PIC 9(4) VALUE 0.
       01  WS-CFU-SCELTA       PIC 9(4) VALUE 0.
       01  WS-OBBL-MANCANTI    PIC 9(3) VALUE 0.
       01  WS-SOMMA-PESATA     PIC 9(6) VALUE 0.
       01  WS-CFU-PESATI       PIC 9(4) VALUE 0.
       01  WS-MEDIA-PESATA     PIC 99V99 VALUE 0.
       01  WS-MEDIA-STAMPA     PIC Z9.99.
       01  WS-IDONEO           PIC X VALUE "N".
      * Run totals.
       01  WS-VALUTATI         PIC 9(5) VALUE 0.
       01  WS-IDONEI           PIC 9(5) VALUE 0.
       01  WS-NON-IDONEI       PIC 9(5) VALUE 0.
       01  WS-SENZA-PIANO      PIC 9(5) VALUE 0.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Verifica requisiti di laurea ::".
           PERFORM Carica-Corsi THRU Carica-Corsi-exit.
           PERFORM Carica-Piani THRU Carica-Piani-exit.
           OPEN OUTPUT RapportoFile.
           MOVE "Laureandi" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "STUDENTI IDONEI ALLA LAUREA" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "MATRICOLA  COGNOME E NOME                  CFU"
               TO RapportoLine.
           MOVE "MEDIA PESATA" TO RapportoLine (52:12).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "I" TO WS-SEZIONE.
           PERFORM Scorri-Studenti THRU Scorri-Studenti-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "STUDENTI CON REQUISITI MANCANTI" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "N" TO WS-SEZIONE.
           PERFORM Scorri-Studenti THRU Scorri-Studenti-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Studenti attivi valutati: " DELIMITED BY SIZE
                  WS-VALUTATI DELIMITED BY SIZE
                  "  idonei: " DELIMITED BY SIZE
                  WS-IDONEI DELIMITED BY SIZE
                  "  non idonei: " DELIMITED BY SIZE
                  WS-NON-IDONEI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-SENZA-PIANO > 0
               MOVE SPACES TO RapportoLine
               STRING "Studenti attivi senza piano di studio per il"
                      DELIMITED BY SIZE
                      " proprio corso: " DELIMITED BY SIZE
                      WS-SENZA-PIANO DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto in " WS-FILE-RAPPORTO ".".
           STOP RUN.

       Carica-Corsi.
      *    Without the catalogue no exam has any credits: nothing
      *    this run could print would be true.
           MOVE 0 TO WS-NUM-CORSI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT CorsiFile.
           IF WS-FS-CORSI NOT = "00"
               DISPLAY "Elenco corsi " WS-FILE-CORSI " non apribile"
                       " (stato " WS-FS-CORSI "): elaborazione"
                       " interrotta."
               MOVE "Laureandi" TO WS-ERR-PROGRAMMA
               MOVE "Carica-Corsi" TO WS-ERR-PARAGRAFO
               MOVE "elenco corsi non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ CorsiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-CORSI < WS-MAX-CORSI
                           ADD 1 TO WS-NUM-CORSI
                           MOVE CO-CODICE
                               TO CT-CODICE (WS-NUM-CORSI)
                           MOVE CO-TITOLO
                               TO CT-TITOLO (WS-NUM-CORSI)
                           IF CO-CFU IS NUMERIC
                               MOVE CO-CFU TO CT-CFU (WS-NUM-CORSI)
                           ELSE
                               MOVE 0 TO CT-CFU (WS-NUM-CORSI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CorsiFile.
       Carica-Corsi-exit.
           EXIT.

       Carica-Piani.
           MOVE 0 TO WS-NUM-PIANI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PianiFile.
           IF WS-FS-PIANI NOT = "00"
               DISPLAY "Piani di studio " WS-FILE-PIANI " non"
                       " trovati: nessuno studente valutabile."
               GO TO Carica-Piani-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PianiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-PIANI < WS-MAX-PIANI
                           ADD 1 TO WS-NUM-PIANI
                           MOVE PianoRecord TO PT-REC (WS-NUM-PIANI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PianiFile.
       Carica-Piani-exit.
           EXIT.

       Cerca-Corso.
      *    WS-CODICE-CERCATO in; WS-CORSO-TROVATO the row or zero.
           MOVE 0 TO WS-CORSO-TROVATO.
           PERFORM VARYING WS-CORSO-IDX FROM 1 BY 1
                   UNTIL WS-CORSO-IDX > WS-NUM-CORSI
               IF CT-CODICE (WS-CORSO-IDX) = WS-CODICE-CERCATO
                   MOVE WS-CORSO-IDX TO WS-CORSO-TROVATO
               END-IF
           END-PERFORM.
       Cerca-Corso-exit.
           EXIT.

       Scorri-Studenti.
      *    One pass over the master per section of the report; the
      *    totals are kept on the first pass only.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): elaborazione interrotta."
               MOVE "Laureandi" TO WS-ERR-PROGRAMMA
               MOVE "Scorri-Studenti" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ StudentiFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF SR-STATO NOT = "R" AND SR-STATO NOT = "L"
                           PERFORM Valuta-Studente
                                   THRU Valuta-Studente-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE StudentiFile.
       Scorri-Studenti-exit.
           EXIT.

       Valuta-Studente.
           PERFORM Prepara-Piano THRU Prepara-Piano-exit.
           IF WS-PIANO-TROVATO = "N"
               IF WS-SEZIONE = "I"
                   ADD 1 TO WS-SENZA-PIANO
               END-IF
               GO TO Valuta-Studente-exit
           END-IF.
           PERFORM Applica-Esami THRU Applica-Esami-exit.
           MOVE 0 TO WS-CFU-TOTALI.
           MOVE 0 TO WS-CFU-SCELTA.
           MOVE 0 TO WS-OBBL-MANCANTI.
           MOVE 0 TO WS-SOMMA-PESATA.
           MOVE 0 TO WS-CFU-PESATI.
      *    A recognised exam completes the plan like any other, but
      *    stays out of the average, as on the transcript.
           PERFORM VARYING WS-VOCE-IDX FROM 1 BY 1
                   UNTIL WS-VOCE-IDX > WS-NUM-VOCI
               IF VC-VOTO (WS-VOCE-IDX) >= 18
                   ADD VC-CFU (WS-VOCE-IDX) TO WS-CFU-TOTALI
                   IF VC-ESITO-TIPO (WS-VOCE-IDX) NOT = "R"
                       ADD VC-CFU (WS-VOCE-IDX) TO WS-CFU-PESATI
                       COMPUTE WS-SOMMA-PESATA = WS-SOMMA-PESATA
                           + VC-VOTO (WS-VOCE-IDX)
                           * VC-CFU (WS-VOCE-IDX)
                   END-IF
                   IF VC-TIPO (WS-VOCE-IDX) = "S"
                       ADD VC-CFU (WS-VOCE-IDX) TO WS-CFU-SCELTA
                   END-IF
               ELSE
                   IF VC-TIPO (WS-VOCE-IDX) = "O"
                       ADD 1 TO WS-OBBL-MANCANTI
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MEDIA-PESATA.
           IF WS-CFU-PESATI > 0
               COMPUTE WS-MEDIA-PESATA ROUNDED =
                   WS-SOMMA-PESATA / WS-CFU-PESATI
           END-IF.
           MOVE "Y" TO WS-IDONEO.
           IF WS-OBBL-MANCANTI > 0
              OR WS-CFU-SCELTA < WS-CFU-MIN-SCELTA
              OR WS-CFU-TOTALI < WS-CFU-MINIMI
               MOVE "N" TO WS-IDONEO
           END-IF.
           IF WS-SEZIONE = "I"
               ADD 1 TO WS-VALUTATI
               IF WS-IDONEO = "Y"
                   ADD 1 TO WS-IDONEI
               ELSE
                   ADD 1 TO WS-NON-IDONEI
               END-IF
           END-IF.
           IF WS-SEZIONE = "I" AND WS-IDONEO = "N"
               GO TO Valuta-Studente-exit
           END-IF.
           IF WS-SEZIONE = "N" AND WS-IDONEO = "Y"
               GO TO Valuta-Studente-exit
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING SR-MATRICOLA DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE WS-CFU-TOTALI TO RapportoLine (44:4).
           MOVE WS-MEDIA-PESATA TO WS-MEDIA-STAMPA.
           MOVE WS-MEDIA-STAMPA TO RapportoLine (52:5).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-IDONEO = "Y"
               GO TO Valuta-Studente-exit
           END-IF.
           PERFORM Stampa-Mancanze THRU Stampa-Mancanze-exit.
       Valuta-Studente-exit.
           EXIT.

       Prepara-Piano.
      *    SR-CORSO's plan into VOCI-TAB, nothing passed yet.
           MOVE "N" TO WS-PIANO-TROVATO.
           MOVE 0 TO WS-CFU-MINIMI.
           MOVE 0 TO WS-CFU-MIN-SCELTA.
           MOVE 0 TO WS-NUM-VOCI.
           PERFORM VARYING WS-PIANO-IDX FROM 1 BY 1
                   UNTIL WS-PIANO-IDX > WS-NUM-PIANI
               MOVE PT-REC (WS-PIANO-IDX) TO PianoRecord
               IF PS-PROGRAMMA = SR-CORSO
                   IF PS-TIPO = "M"
                       MOVE "Y" TO WS-PIANO-TROVATO
                       MOVE PS-CFU-MINIMI TO WS-CFU-MINIMI
                       MOVE PS-CFU-SCELTA TO WS-CFU-MIN-SCELTA
                   ELSE
                       IF WS-NUM-VOCI < WS-MAX-VOCI
                           ADD 1 TO WS-NUM-VOCI
                           MOVE PS-CORSO TO VC-CORSO (WS-NUM-VOCI)
                           MOVE PS-TIPO TO VC-TIPO (WS-NUM-VOCI)
                           MOVE PS-CORSO TO WS-CODICE-CERCATO
                           PERFORM Cerca-Corso THRU Cerca-Corso-exit
                           IF WS-CORSO-TROVATO > 0
                               MOVE CT-CFU (WS-CORSO-TROVATO)
                                   TO VC-CFU (WS-NUM-VOCI)
                           ELSE
                               MOVE 0 TO VC-CFU (WS-NUM-VOCI)
                           END-IF
                           MOVE 0 TO VC-VOTO (WS-NUM-VOCI)
                           MOVE SPACE TO VC-ESITO-TIPO (WS-NUM-VOCI)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       Prepara-Piano-exit.
           EXIT.

       Applica-Esami.
      *    The student's passed exams against the plan; a course
      *    passed more than once counts once, at its latest grade.
      *    Exams outside the plan do not count toward the degree.
           MOVE "N" TO WS-EOF-ESAMI.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               GO TO Applica-Esami-exit
           END-IF.
           PERFORM UNTIL WS-EOF-ESAMI = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-ESAMI
                   NOT AT END
                       IF ES-MATRICOLA = SR-MATRICOLA
                          AND ES-VOTO >= 18
                           PERFORM VARYING WS-VOCE-IDX FROM 1 BY 1
                                   UNTIL WS-VOCE-IDX > WS-NUM-VOCI
                               IF VC-CORSO (WS-VOCE-IDX) = ES-CORSO
                                   MOVE ES-VOTO
                                       TO VC-VOTO (WS-VOCE-IDX)
                                   MOVE ES-TIPO
                                       TO VC-ESITO-TIPO (WS-VOCE-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
       Applica-Esami-exit.
           EXIT.

       Stampa-Mancanze.
           PERFORM VARYING WS-VOCE-IDX FROM 1 BY 1
                   UNTIL WS-VOCE-IDX > WS-NUM-VOCI
               IF VC-TIPO (WS-VOCE-IDX) = "O"
                  AND VC-VOTO (WS-VOCE-IDX) < 18
                   MOVE VC-CORSO (WS-VOCE-IDX) TO WS-CODICE-CERCATO
                   PERFORM Cerca-Corso THRU Cerca-Corso-exit
                   MOVE SPACES TO RapportoLine
                   IF WS-CORSO-TROVATO > 0
                       STRING "    manca obbligatorio "
                              DELIMITED BY SIZE
                              VC-CORSO (WS-VOCE-IDX)
                              DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM
                              (CT-TITOLO (WS-CORSO-TROVATO))
                              DELIMITED BY SIZE
                              INTO RapportoLine
                   ELSE
                       STRING "    manca obbligatorio "
                              DELIMITED BY SIZE
                              VC-CORSO (WS-VOCE-IDX)
                              DELIMITED BY SIZE
                              INTO RapportoLine
                   END-IF
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               END-IF
           END-PERFORM.
           IF WS-CFU-SCELTA < WS-CFU-MIN-SCELTA
               MOVE SPACES TO RapportoLine
               STRING "    crediti a scelta " DELIMITED BY SIZE
                      WS-CFU-SCELTA DELIMITED BY SIZE
                      " su " DELIMITED BY SIZE
                      WS-CFU-MIN-SCELTA DELIMITED BY SIZE
                      " richiesti" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           IF WS-CFU-TOTALI < WS-CFU-MINIMI
               MOVE SPACES TO RapportoLine
               STRING "    crediti totali " DELIMITED BY SIZE
                      WS-CFU-TOTALI DELIMITED BY SIZE
                      " su " DELIMITED BY SIZE
                      WS-CFU-MINIMI DELIMITED BY SIZE
                      " richiesti" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
       Stampa-Mancanze-exit.
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
       END PROGRAM Laureandi.
