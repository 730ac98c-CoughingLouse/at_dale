      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Grade statistics for the faculty board's yearly
      *          course review, instead of counting off the
      *          transcripts by hand: for a chosen academic year,
      *          every course on ESAMI.DAT with the exams recorded,
      *          the pass rate, the grade distribution in bands, the
      *          average and median grade and the average attempt
      *          (ES-TENTATIVO) at which the exam was passed; a
      *          course whose pass rate is further than the given
      *          margin from the faculty's is flagged. The same
      *          figures follow for each exam date of the course.
      *          Recognised exams (ES-TIPO "R") were not sat here and
      *          are left out.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EsamiStat.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EsamiFile ASSIGN TO WS-FILE-ESAMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESAMI.
           SELECT CorsiFile ASSIGN TO WS-FILE-CORSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORSI.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       FD  EsamiFile.
       01  EsameRecord.
           05 ES-MATRICOLA    PIC 9(5).
           05 ES-CORSO        PIC 9(5).
           05 ES-DATA         PIC 9(8).
           05 ES-VOTO         PIC 99.
           05 ES-TENTATIVO    PIC 99.
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
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-ESAMI       PIC X(50) VALUE "ESAMI.DAT".
       01  WS-FS-ESAMI         PIC XX VALUE "00".
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
       01  WS-FS-CORSI         PIC XX VALUE "00".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-EOF-CORSI        PIC X VALUE "N".
       01  WS-ANNO-SCELTO      PIC 9(4) VALUE 0.
       01  WS-ANNO-SUCC        PIC 9(4) VALUE 0.
       01  WS-ANNO-ESAME       PIC 9(4) VALUE 0.
       01  WS-MARGINE          PIC 99 VALUE 0.
       01  WS-LETTI            PIC 9(7) VALUE 0.
       01  WS-NELL-ANNO        PIC 9(7) VALUE 0.
       01  WS-ESCLUSI          PIC 9(7) VALUE 0.
       01  WS-SEGNALATI        PIC 9(3) VALUE 0.
      * One set of counters - a course, a sitting or the whole
      * faculty: results, passes, the sums behind the averages and
      * the count of every grade 0-30 (slot = grade + 1) behind the
      * bands and the median.
       01  WS-STAT-LAVORO.
           05 SL-ESAMI         PIC 9(5).
           05 SL-SUPERATI      PIC 9(5).
           05 SL-SOMMA-VOTI    PIC 9(7).
           05 SL-SOMMA-TENT    PIC 9(7).
           05 SL-VOTO          PIC 9(5) OCCURS 31 TIMES.
       01  WS-STAT-FACOLTA     PIC X(179) VALUE SPACES.
       01  WS-MAX-CORSI        PIC 9(3) VALUE 200.
       01  WS-NUM-CORSI        PIC 9(3) VALUE 0.
       01  WS-CORSO-IDX        PIC 9(3) VALUE 0.
       01  WS-CORSO-TROVATO    PIC 9(3) VALUE 0.
       01  CORSI-STAT-TAB.
           05 CORSO-STAT-ROW OCCURS 200 TIMES.
              10 CS-CORSO       PIC 9(5).
              10 CS-STAT        PIC X(179).
       01  WS-MAX-APPELLI      PIC 9(4) VALUE 1000.
       01  WS-NUM-APPELLI      PIC 9(4) VALUE 0.
       01  WS-APP-IDX          PIC 9(4) VALUE 0.
       01  WS-APP-TROVATO      PIC 9(4) VALUE 0.
       01  APPELLI-STAT-TAB.
           05 APPELLO-STAT-ROW OCCURS 1000 TIMES.
              10 AS-CHIAVE.
                 15 AS-CORSO    PIC 9(5).
                 15 AS-DATA     PIC 9(8).
              10 AS-STAT        PIC X(179).
      * Rows are kept in key order: an insertion shifts the rest
      * down by one.
       01  WS-CHIAVE-CERCATA.
           05 WS-CC-CORSO      PIC 9(5).
           05 WS-CC-DATA       PIC 9(8).
       01  WS-SPOSTA-IDX       PIC 9(4) VALUE 0.
       01  WS-PIENO            PIC X VALUE "N".
      * The figures of the counters in WS-STAT-LAVORO.
       01  WS-IDX-VOTO         PIC 99 VALUE 0.
       01  WS-PERC             PIC 9(3)V9 VALUE 0.
       01  WS-PERC-FACOLTA     PIC 9(3)V9 VALUE 0.
       01  WS-SCARTO           PIC S9(3)V9 VALUE 0.
       01  WS-MEDIA            PIC 99V99 VALUE 0.
       01  WS-TENT-MEDI        PIC 99V99 VALUE 0.
       01  WS-MEDIANA          PIC 99V9 VALUE 0.
       01  WS-POS-1            PIC 9(5) VALUE 0.
       01  WS-POS-2            PIC 9(5) VALUE 0.
       01  WS-CUMULATO         PIC 9(5) VALUE 0.
       01  WS-VOTO-1           PIC 99 VALUE 0.
       01  WS-VOTO-2           PIC 99 VALUE 0.
       01  WS-FASCE.
           05 WS-FASCIA        PIC 9(5) OCCURS 6 TIMES.
       01  WS-FASCIA-IDX       PIC 9 VALUE 0.
       01  WS-ESAMI-ED         PIC ZZZZ9.
       01  WS-SUPERATI-ED      PIC ZZZZ9.
       01  WS-PERC-ED          PIC ZZ9.9.
       01  WS-PERC-FAC-ED      PIC ZZ9.9.
       01  WS-MEDIA-ED         PIC Z9.99.
       01  WS-MEDIANA-ED       PIC Z9.9.
       01  WS-TENT-ED          PIC Z9.99.
       01  WS-FASCE-ED.
           05 WS-FASCIA-ED     PIC ZZZ9 OCCURS 6 TIMES.
       01  WS-RIENTRO          PIC X(4) VALUE SPACES.
       01  WS-RIENTRO-LUNG     PIC 9 VALUE 2.
       01  WS-TITOLO-CORSO     PIC X(30) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Statistiche degli esami per corso e appello ::".
           DISPLAY "Anno accademico (es. 2026 per il 2026/27): ".
           ACCEPT WS-ANNO-SCELTO.
           DISPLAY "Margine sul tasso di promozione di facolta'"
                   " in punti (0 = 15): ".
           ACCEPT WS-MARGINE.
           IF WS-MARGINE = 0
               MOVE 15 TO WS-MARGINE
           END-IF.
           PERFORM Carica-Esami THRU Carica-Esami-exit.
           IF RETURN-CODE >= 8
               STOP RUN
           END-IF.
           PERFORM Stampa-Rapporto THRU Stampa-Rapporto-exit.
           STOP RUN.

       Carica-Esami.
      *    The academic year of a result is that of its date:
      *    September onwards opens the next one.
           INITIALIZE WS-STAT-LAVORO.
           MOVE WS-STAT-LAVORO TO WS-STAT-FACOLTA.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsamiFile.
           IF WS-FS-ESAMI NOT = "00"
               DISPLAY "Registro esami non apribile (stato "
                       WS-FS-ESAMI "): nessuna statistica."
               MOVE "EsamiStat" TO WS-ERR-PROGRAMMA
               MOVE "Carica-Esami" TO WS-ERR-PARAGRAFO
               MOVE "registro esami non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Carica-Esami-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsamiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-LETTI
                       PERFORM Elabora-Esame THRU Elabora-Esame-exit
               END-READ
           END-PERFORM.
           CLOSE EsamiFile.
           DISPLAY "Risultati letti " WS-LETTI ", nell'anno "
                   WS-NELL-ANNO ", esclusi " WS-ESCLUSI ".".
       Carica-Esami-exit.
           EXIT.

       Elabora-Esame.
           IF ES-TIPO = "R"
               GO TO Elabora-Esame-exit
           END-IF.
           IF ES-DATA IS NOT NUMERIC OR ES-VOTO IS NOT NUMERIC
              OR ES-TENTATIVO IS NOT NUMERIC OR ES-VOTO > 30
               ADD 1 TO WS-ESCLUSI
               GO TO Elabora-Esame-exit
           END-IF.
           MOVE ES-DATA (1:4) TO WS-ANNO-ESAME.
           IF ES-DATA (5:2) < "09"
               SUBTRACT 1 FROM WS-ANNO-ESAME
           END-IF.
           IF WS-ANNO-ESAME NOT = WS-ANNO-SCELTO
               GO TO Elabora-Esame-exit
           END-IF.
           MOVE ES-CORSO TO WS-CC-CORSO.
           MOVE ES-DATA TO WS-CC-DATA.
           PERFORM Trova-Corso THRU Trova-Corso-exit.
           PERFORM Trova-Appello THRU Trova-Appello-exit.
           IF WS-PIENO = "Y"
               ADD 1 TO WS-ESCLUSI
               GO TO Elabora-Esame-exit
           END-IF.
           ADD 1 TO WS-NELL-ANNO.
           MOVE CS-STAT (WS-CORSO-TROVATO) TO WS-STAT-LAVORO.
           PERFORM Accumula THRU Accumula-exit.
           MOVE WS-STAT-LAVORO TO CS-STAT (WS-CORSO-TROVATO).
           MOVE AS-STAT (WS-APP-TROVATO) TO WS-STAT-LAVORO.
           PERFORM Accumula THRU Accumula-exit.
           MOVE WS-STAT-LAVORO TO AS-STAT (WS-APP-TROVATO).
           MOVE WS-STAT-FACOLTA TO WS-STAT-LAVORO.
           PERFORM Accumula THRU Accumula-exit.
           MOVE WS-STAT-LAVORO TO WS-STAT-FACOLTA.
       Elabora-Esame-exit.
           EXIT.

       Accumula.
      *    One result into the counters in WS-STAT-LAVORO.
           ADD 1 TO SL-ESAMI.
           COMPUTE WS-IDX-VOTO = ES-VOTO + 1.
           ADD 1 TO SL-VOTO (WS-IDX-VOTO).
           IF ES-VOTO >= 18
               ADD 1 TO SL-SUPERATI
               ADD ES-VOTO TO SL-SOMMA-VOTI
               ADD ES-TENTATIVO TO SL-SOMMA-TENT
           END-IF.
       Accumula-exit.
           EXIT.

       Trova-Corso.
      *    WS-CC-CORSO's row, inserted in code order when new.
           MOVE "N" TO WS-PIENO.
           MOVE 0 TO WS-CORSO-TROVATO.
           PERFORM VARYING WS-CORSO-IDX FROM 1 BY 1
                   UNTIL WS-CORSO-IDX > WS-NUM-CORSI
                      OR WS-CORSO-TROVATO > 0
               IF CS-CORSO (WS-CORSO-IDX) >= WS-CC-CORSO
                   MOVE WS-CORSO-IDX TO WS-CORSO-TROVATO
               END-IF
           END-PERFORM.
           IF WS-CORSO-TROVATO > 0
               IF CS-CORSO (WS-CORSO-TROVATO) = WS-CC-CORSO
                   GO TO Trova-Corso-exit
               END-IF
           ELSE
               COMPUTE WS-CORSO-TROVATO = WS-NUM-CORSI + 1
           END-IF.
           IF WS-NUM-CORSI >= WS-MAX-CORSI
               DISPLAY "Tabella corsi piena: corso " WS-CC-CORSO
                       " escluso."
               MOVE "Y" TO WS-PIENO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO Trova-Corso-exit
           END-IF.
           PERFORM VARYING WS-SPOSTA-IDX FROM WS-NUM-CORSI BY -1
                   UNTIL WS-SPOSTA-IDX < WS-CORSO-TROVATO
               MOVE CORSO-STAT-ROW (WS-SPOSTA-IDX)
                   TO CORSO-STAT-ROW (WS-SPOSTA-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-NUM-CORSI.
           INITIALIZE WS-STAT-LAVORO.
           MOVE WS-CC-CORSO TO CS-CORSO (WS-CORSO-TROVATO).
           MOVE WS-STAT-LAVORO TO CS-STAT (WS-CORSO-TROVATO).
       Trova-Corso-exit.
           EXIT.

       Trova-Appello.
      *    The course-and-date row, inserted in key order when new.
           IF WS-PIENO = "Y"
               GO TO Trova-Appello-exit
           END-IF.
           MOVE 0 TO WS-APP-TROVATO.
           PERFORM VARYING WS-APP-IDX FROM 1 BY 1
                   UNTIL WS-APP-IDX > WS-NUM-APPELLI
                      OR WS-APP-TROVATO > 0
               IF AS-CHIAVE (WS-APP-IDX) >= WS-CHIAVE-CERCATA
                   MOVE WS-APP-IDX TO WS-APP-TROVATO
               END-IF
           END-PERFORM.
           IF WS-APP-TROVATO > 0
               IF AS-CHIAVE (WS-APP-TROVATO) = WS-CHIAVE-CERCATA
                   GO TO Trova-Appello-exit
               END-IF
           ELSE
               COMPUTE WS-APP-TROVATO = WS-NUM-APPELLI + 1
           END-IF.
           IF WS-NUM-APPELLI >= WS-MAX-APPELLI
               DISPLAY "Tabella appelli piena: appello del "
                       WS-CC-DATA " del corso " WS-CC-CORSO
                       " escluso."
               MOVE "Y" TO WS-PIENO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO Trova-Appello-exit
           END-IF.
           PERFORM VARYING WS-SPOSTA-IDX FROM WS-NUM-APPELLI BY -1
                   UNTIL WS-SPOSTA-IDX < WS-APP-TROVATO
               MOVE APPELLO-STAT-ROW (WS-SPOSTA-IDX)
                   TO APPELLO-STAT-ROW (WS-SPOSTA-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-NUM-APPELLI.
           INITIALIZE WS-STAT-LAVORO.
           MOVE WS-CHIAVE-CERCATA TO AS-CHIAVE (WS-APP-TROVATO).
           MOVE WS-STAT-LAVORO TO AS-STAT (WS-APP-TROVATO).
       Trova-Appello-exit.
           EXIT.

       Calcola-Statistiche.
      *    WS-STAT-LAVORO -> pass rate, average grade and attempt
      *    and median over the passes, and the bands: respinti
      *    (under 18), 18-20, 21-23, 24-26, 27-29, 30.
           MOVE 0 TO WS-PERC.
           MOVE 0 TO WS-MEDIA.
           MOVE 0 TO WS-TENT-MEDI.
           MOVE 0 TO WS-MEDIANA.
           IF SL-ESAMI > 0
               COMPUTE WS-PERC ROUNDED =
                   SL-SUPERATI * 100 / SL-ESAMI
           END-IF.
           IF SL-SUPERATI > 0
               COMPUTE WS-MEDIA ROUNDED =
                   SL-SOMMA-VOTI / SL-SUPERATI
               COMPUTE WS-TENT-MEDI ROUNDED =
                   SL-SOMMA-TENT / SL-SUPERATI
           END-IF.
           INITIALIZE WS-FASCE.
           PERFORM VARYING WS-IDX-VOTO FROM 1 BY 1
                   UNTIL WS-IDX-VOTO > 31
               EVALUATE TRUE
                   WHEN WS-IDX-VOTO < 19
                       MOVE 1 TO WS-FASCIA-IDX
                   WHEN WS-IDX-VOTO < 22
                       MOVE 2 TO WS-FASCIA-IDX
                   WHEN WS-IDX-VOTO < 25
                       MOVE 3 TO WS-FASCIA-IDX
                   WHEN WS-IDX-VOTO < 28
                       MOVE 4 TO WS-FASCIA-IDX
                   WHEN WS-IDX-VOTO < 31
                       MOVE 5 TO WS-FASCIA-IDX
                   WHEN OTHER
                       MOVE 6 TO WS-FASCIA-IDX
               END-EVALUATE
               ADD SL-VOTO (WS-IDX-VOTO) TO WS-FASCIA (WS-FASCIA-IDX)
           END-PERFORM.
      *    Median of the passing grades: the middle one, or the mean
      *    of the middle two.
           IF SL-SUPERATI > 0
               COMPUTE WS-POS-1 = (SL-SUPERATI + 1) / 2
               COMPUTE WS-POS-2 = SL-SUPERATI / 2 + 1
               IF FUNCTION MOD (SL-SUPERATI, 2) = 1
                   MOVE WS-POS-1 TO WS-POS-2
               END-IF
               MOVE 0 TO WS-CUMULATO
               MOVE 0 TO WS-VOTO-1
               MOVE 0 TO WS-VOTO-2
               PERFORM VARYING WS-IDX-VOTO FROM 19 BY 1
                       UNTIL WS-IDX-VOTO > 31
                   ADD SL-VOTO (WS-IDX-VOTO) TO WS-CUMULATO
                   IF WS-VOTO-1 = 0 AND WS-CUMULATO >= WS-POS-1
                       COMPUTE WS-VOTO-1 = WS-IDX-VOTO - 1
                   END-IF
                   IF WS-VOTO-2 = 0 AND WS-CUMULATO >= WS-POS-2
                       COMPUTE WS-VOTO-2 = WS-IDX-VOTO - 1
                   END-IF
               END-PERFORM
               COMPUTE WS-MEDIANA ROUNDED =
                   (WS-VOTO-1 + WS-VOTO-2) / 2
           END-IF.
       Calcola-Statistiche-exit.
           EXIT.

       Scrivi-Statistiche.
      *    The two lines of figures, indented by WS-RIENTRO.
           PERFORM Calcola-Statistiche
                   THRU Calcola-Statistiche-exit.
           MOVE SL-ESAMI TO WS-ESAMI-ED.
           MOVE SL-SUPERATI TO WS-SUPERATI-ED.
           MOVE WS-PERC TO WS-PERC-ED.
           MOVE WS-MEDIA TO WS-MEDIA-ED.
           MOVE WS-MEDIANA TO WS-MEDIANA-ED.
           MOVE WS-TENT-MEDI TO WS-TENT-ED.
           PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                   UNTIL WS-FASCIA-IDX > 6
               MOVE WS-FASCIA (WS-FASCIA-IDX)
                   TO WS-FASCIA-ED (WS-FASCIA-IDX)
           END-PERFORM.
           MOVE SPACES TO RapportoLine.
           STRING WS-RIENTRO (1:WS-RIENTRO-LUNG) DELIMITED BY SIZE
                  "esami" DELIMITED BY SIZE
                  WS-ESAMI-ED DELIMITED BY SIZE
                  " superati" DELIMITED BY SIZE
                  WS-SUPERATI-ED DELIMITED BY SIZE
                  " prom. " DELIMITED BY SIZE
                  WS-PERC-ED DELIMITED BY SIZE
                  "% media " DELIMITED BY SIZE
                  WS-MEDIA-ED DELIMITED BY SIZE
                  " mediana " DELIMITED BY SIZE
                  WS-MEDIANA-ED DELIMITED BY SIZE
                  " tent. " DELIMITED BY SIZE
                  WS-TENT-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING WS-RIENTRO (1:WS-RIENTRO-LUNG) DELIMITED BY SIZE
                  "fasce: <18" DELIMITED BY SIZE
                  WS-FASCIA-ED (1) DELIMITED BY SIZE
                  "  18-20" DELIMITED BY SIZE
                  WS-FASCIA-ED (2) DELIMITED BY SIZE
                  "  21-23" DELIMITED BY SIZE
                  WS-FASCIA-ED (3) DELIMITED BY SIZE
                  "  24-26" DELIMITED BY SIZE
                  WS-FASCIA-ED (4) DELIMITED BY SIZE
                  "  27-29" DELIMITED BY SIZE
                  WS-FASCIA-ED (5) DELIMITED BY SIZE
                  "  30" DELIMITED BY SIZE
                  WS-FASCIA-ED (6) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Scrivi-Statistiche-exit.
           EXIT.

       Cerca-Titolo.
           MOVE SPACES TO WS-TITOLO-CORSO.
           MOVE "N" TO WS-EOF-CORSI.
           OPEN INPUT CorsiFile.
           IF WS-FS-CORSI NOT = "00"
               GO TO Cerca-Titolo-exit
           END-IF.
           PERFORM UNTIL WS-EOF-CORSI = "Y"
               READ CorsiFile
                   AT END MOVE "Y" TO WS-EOF-CORSI
                   NOT AT END
                       IF CO-CODICE = CS-CORSO (WS-CORSO-IDX)
                           MOVE CO-TITOLO TO WS-TITOLO-CORSO
                           MOVE "Y" TO WS-EOF-CORSI
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CorsiFile.
       Cerca-Titolo-exit.
           EXIT.

       Stampa-Rapporto.
           COMPUTE WS-ANNO-SUCC = WS-ANNO-SCELTO + 1.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "STATISTICHE_ESAMI_" DELIMITED BY SIZE
                  WS-ANNO-SCELTO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "EsamiStat" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "STATISTICHE DEGLI ESAMI - ANNO ACCADEMICO "
                      DELIMITED BY SIZE
                  WS-ANNO-SCELTO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANNO-SUCC DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
      *    The faculty first: its pass rate is the yardstick.
           MOVE WS-STAT-FACOLTA TO WS-STAT-LAVORO.
           MOVE SPACES TO RapportoLine.
           STRING "FACOLTA' (" DELIMITED BY SIZE
                  WS-NUM-CORSI DELIMITED BY SIZE
                  " corsi, margine di segnalazione " DELIMITED BY SIZE
                  WS-MARGINE DELIMITED BY SIZE
                  " punti)" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 2 TO WS-RIENTRO-LUNG.
           PERFORM Scrivi-Statistiche THRU Scrivi-Statistiche-exit.
           MOVE WS-PERC TO WS-PERC-FACOLTA.
           MOVE WS-PERC TO WS-PERC-FAC-ED.
           MOVE 0 TO WS-SEGNALATI.
           MOVE 1 TO WS-APP-IDX.
           PERFORM VARYING WS-CORSO-IDX FROM 1 BY 1
                   UNTIL WS-CORSO-IDX > WS-NUM-CORSI
               PERFORM Stampa-Corso THRU Stampa-Corso-exit
           END-PERFORM.
           IF WS-NUM-CORSI = 0
               MOVE "Nessun esame registrato nell'anno."
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Corsi fuori dal margine: " DELIMITED BY SIZE
                  WS-SEGNALATI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Statistiche in " FUNCTION TRIM (WS-FILE-RAPPORTO)
                   ".".
       Stampa-Rapporto-exit.
           EXIT.

       Stampa-Corso.
      *    The course's figures, the flag when its pass rate is out
      *    of the margin, then its sittings (the sittings table is
      *    in the same course order, WS-APP-IDX runs along it).
           PERFORM Cerca-Titolo THRU Cerca-Titolo-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Corso " DELIMITED BY SIZE
                  CS-CORSO (WS-CORSO-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TITOLO-CORSO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE CS-STAT (WS-CORSO-IDX) TO WS-STAT-LAVORO.
           MOVE 2 TO WS-RIENTRO-LUNG.
           PERFORM Scrivi-Statistiche THRU Scrivi-Statistiche-exit.
           COMPUTE WS-SCARTO = WS-PERC - WS-PERC-FACOLTA.
           IF WS-SCARTO > WS-MARGINE OR WS-SCARTO < 0 - WS-MARGINE
               ADD 1 TO WS-SEGNALATI
               MOVE SPACES TO RapportoLine
               STRING "  *** promossi " DELIMITED BY SIZE
                      WS-PERC-ED DELIMITED BY SIZE
                      "% contro " DELIMITED BY SIZE
                      WS-PERC-FAC-ED DELIMITED BY SIZE
                      "% di facolta', fuori margine ***"
                          DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           PERFORM UNTIL WS-APP-IDX > WS-NUM-APPELLI
                      OR AS-CORSO (WS-APP-IDX) NOT =
                         CS-CORSO (WS-CORSO-IDX)
               MOVE SPACES TO RapportoLine
               STRING "  appello del " DELIMITED BY SIZE
                      AS-DATA (WS-APP-IDX) (7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      AS-DATA (WS-APP-IDX) (5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      AS-DATA (WS-APP-IDX) (1:4) DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               MOVE AS-STAT (WS-APP-IDX) TO WS-STAT-LAVORO
               MOVE 4 TO WS-RIENTRO-LUNG
               PERFORM Scrivi-Statistiche
                       THRU Scrivi-Statistiche-exit
               ADD 1 TO WS-APP-IDX
           END-PERFORM.
       Stampa-Corso-exit.
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
       END PROGRAM EsamiStat.
