      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Control balancing for the periodic job streams, the
      *          way NotteBilancio balances NIGHTRUN: the last step
      *          of MONTHRUN and of YEAREND (stream name on SYSIN).
      *          Reads the run-control records the stream's gates
      *          wrote since it was opened (CalenCheck modes A/P/F)
      *          and the control figures its steps filed
      *          (CONTROLLI.DAT) since that date, reconciles them -
      *          error-log lines read against archived plus carried
      *          forward, ledger events against journal entries,
      *          the backup before the rollover against the records
      *          rolled and the backup after - and prints ONE
      *          certificate, CATENA BILANCIATA or NON BILANCIATA
      *          with every difference itemized. A balanced stream
      *          is closed on the run-control file; one out of
      *          balance stays open, so the resubmitted stream
      *          restarts from the step that failed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BilancioCatena.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RUNCTLS.
           COPY CTRFIGS.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY RUNCTLD.
           COPY CTRFIGD.
       FD  RapportoFile.
       01  RapportoLine        PIC X(132).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
      * The stream under certification and its latest opening.
       01  WS-CATENA           PIC X(8) VALUE SPACES.
       01  WS-STATO-CATENA     PIC X VALUE SPACE.
       01  WS-DATA-APERTURA    PIC 9(8) VALUE 0.
      * The latest value of each figure filed since the opening.
       01  WS-MAX-FIGURE       PIC 9(3) VALUE 100.
       01  WS-NUM-FIGURE       PIC 9(3) VALUE 0.
       01  WS-FIG-IDX          PIC 9(3) VALUE 0.
       01  WS-FIG-TROVATA      PIC 9(3) VALUE 0.
       01  FIGURE-TAB.
           05 FIGURA-ROW OCCURS 100 TIMES.
              10 FG-PASSO       PIC X(8).
              10 FG-VOCE        PIC X(12).
              10 FG-VALORE      PIC 9(9).
      * The stream's step states since the opening: the latest
      * record per step wins, an "I" without a "C" is a step that
      * never finished.
       01  WS-MAX-PASSI        PIC 99 VALUE 20.
       01  WS-NUM-PASSI        PIC 99 VALUE 0.
       01  WS-PASSO-IDX        PIC 99 VALUE 0.
       01  WS-PASSO-TROVATO    PIC 99 VALUE 0.
       01  PASSI-TAB.
           05 PASSO-ROW OCCURS 20 TIMES.
              10 PS-PASSO       PIC X(8).
              10 PS-STATO       PIC X.
       01  WS-CERCA-PASSO      PIC X(8) VALUE SPACES.
       01  WS-CERCA-VOCE       PIC X(12) VALUE SPACES.
       01  WS-VALORE-LETTO     PIC 9(9) VALUE 0.
       01  WS-FIGURA-PRESENTE  PIC X VALUE "N".
      * One reconciliation: A must equal B + C.
       01  WS-DESCR-CONTROLLO  PIC X(40) VALUE SPACES.
       01  WS-VAL-A            PIC 9(9) VALUE 0.
       01  WS-VAL-B            PIC 9(9) VALUE 0.
       01  WS-VAL-C            PIC 9(9) VALUE 0.
       01  WS-VAL-D            PIC 9(9) VALUE 0.
       01  WS-DIFFERENZA       PIC S9(9) VALUE 0
                               SIGN IS LEADING SEPARATE.
       01  WS-SBILANCI         PIC 9(3) VALUE 0.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY RUNCTLW.
           COPY CTRFIGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Bilancio di controllo della catena ::".
           DISPLAY "Catena (MONTHRUN, YEAREND): ".
           ACCEPT WS-CATENA.
           MOVE FUNCTION UPPER-CASE (WS-CATENA) TO WS-CATENA.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           PERFORM Carica-Passi THRU Carica-Passi-exit.
           PERFORM Carica-Figure THRU Carica-Figure-exit.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "BILANCIO_" DELIMITED BY SIZE
                  WS-CATENA DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "BilancioCatena" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "BILANCIO DI CONTROLLO DELLA CATENA "
                      DELIMITED BY SIZE
                  WS-CATENA DELIMITED BY SPACE
                  " APERTA IL " DELIMITED BY SIZE
                  WS-DATA-APERTURA DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-STATO-CATENA NOT = "I"
               ADD 1 TO WS-SBILANCI
               MOVE SPACES TO RapportoLine
               STRING "DIFFERENZA: catena " DELIMITED BY SIZE
                      WS-CATENA DELIMITED BY SPACE
                      " non aperta (calendario mancante o catena"
                          DELIMITED BY SIZE
                      " gia' chiusa)." DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           PERFORM Controlla-Passi THRU Controlla-Passi-exit.
           EVALUATE WS-CATENA
               WHEN "MONTHRUN"
                   PERFORM Bilancia-Rotazione
                           THRU Bilancia-Rotazione-exit
                   PERFORM Riporta-Copia-Mese
                           THRU Riporta-Copia-Mese-exit
                   PERFORM Bilancia-Giornale
                           THRU Bilancia-Giornale-exit
                   PERFORM Riporta-Integrita
                           THRU Riporta-Integrita-exit
               WHEN "YEAREND"
                   PERFORM Bilancia-Rollover
                           THRU Bilancia-Rollover-exit
                   PERFORM Riporta-Fatture THRU Riporta-Fatture-exit
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO RapportoLine.
           IF WS-SBILANCI = 0
               STRING "*** CATENA " DELIMITED BY SIZE
                      WS-CATENA DELIMITED BY SPACE
                      " BILANCIATA - CHIUSA ***" DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               STRING "*** CATENA " DELIMITED BY SIZE
                      WS-CATENA DELIMITED BY SPACE
                      " NON BILANCIATA: " DELIMITED BY SIZE
                      WS-SBILANCI DELIMITED BY SIZE
                      " DIFFERENZE - RESTA APERTA ***"
                          DELIMITED BY SIZE
                      INTO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           IF WS-SBILANCI = 0
               PERFORM Chiudi-Catena THRU Chiudi-Catena-exit
           ELSE
               MOVE "BilancioCatena" TO WS-ERR-PROGRAMMA
               MOVE "MAIN-PROCEDURE" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "catena " DELIMITED BY SIZE
                      WS-CATENA DELIMITED BY SPACE
                      " non bilanciata" DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Bilancio della catena in " WS-FILE-RAPPORTO ".".
           STOP RUN.

       Carica-Passi.
      *    Every opening of the stream starts its step list afresh:
      *    only what ran since the latest one is certified.
           MOVE 0 TO WS-NUM-PASSI.
           MOVE SPACE TO WS-STATO-CATENA.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RunCtlFile.
           IF WS-FS-RUNCTL NOT = "00"
               GO TO Carica-Passi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RunCtlFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RN-CATENA = WS-CATENA
                           PERFORM Registra-Passo
                                   THRU Registra-Passo-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RunCtlFile.
       Carica-Passi-exit.
           EXIT.

       Registra-Passo.
           IF RN-PASSO = WS-CATENA
               MOVE RN-STATO TO WS-STATO-CATENA
               IF RN-STATO = "I"
                   MOVE RN-DATA TO WS-DATA-APERTURA
                   MOVE 0 TO WS-NUM-PASSI
               END-IF
               GO TO Registra-Passo-exit
           END-IF.
           MOVE 0 TO WS-PASSO-TROVATO.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-NUM-PASSI
               IF PS-PASSO (WS-PASSO-IDX) = RN-PASSO
                   MOVE WS-PASSO-IDX TO WS-PASSO-TROVATO
               END-IF
           END-PERFORM.
           IF WS-PASSO-TROVATO = 0
              AND WS-NUM-PASSI < WS-MAX-PASSI
               ADD 1 TO WS-NUM-PASSI
               MOVE WS-NUM-PASSI TO WS-PASSO-TROVATO
               MOVE RN-PASSO TO PS-PASSO (WS-PASSO-TROVATO)
           END-IF.
           IF WS-PASSO-TROVATO > 0
               MOVE RN-STATO TO PS-STATO (WS-PASSO-TROVATO)
           END-IF.
       Registra-Passo-exit.
           EXIT.

       Carica-Figure.
      *    The figures filed from the opening date on: a stream
      *    resumed the next morning is balanced across both days.
           MOVE 0 TO WS-NUM-FIGURE.
           MOVE "N" TO WS-EOF-LETTURA.
           IF WS-STATO-CATENA NOT = "I"
               GO TO Carica-Figure-exit
           END-IF.
           OPEN INPUT ControlliFile.
           IF WS-FS-CONTROLLI NOT = "00"
               GO TO Carica-Figure-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ ControlliFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF CF-DATA >= WS-DATA-APERTURA
                          AND CF-DATA <= WS-DATA-OGGI
                           PERFORM Registra-Figura
                                   THRU Registra-Figura-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ControlliFile.
       Carica-Figure-exit.
           EXIT.

       Registra-Figura.
           MOVE 0 TO WS-FIG-TROVATA.
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > WS-NUM-FIGURE
               IF FG-PASSO (WS-FIG-IDX) = CF-PASSO
                  AND FG-VOCE (WS-FIG-IDX) = CF-VOCE
                   MOVE WS-FIG-IDX TO WS-FIG-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FIG-TROVATA = 0
              AND WS-NUM-FIGURE < WS-MAX-FIGURE
               ADD 1 TO WS-NUM-FIGURE
               MOVE WS-NUM-FIGURE TO WS-FIG-TROVATA
               MOVE CF-PASSO TO FG-PASSO (WS-FIG-TROVATA)
               MOVE CF-VOCE TO FG-VOCE (WS-FIG-TROVATA)
           END-IF.
           IF WS-FIG-TROVATA > 0
               MOVE CF-VALORE TO FG-VALORE (WS-FIG-TROVATA)
           END-IF.
       Registra-Figura-exit.
           EXIT.

       Cerca-Figura.
      *    One figure of the stream's set: WS-CERCA-PASSO/-VOCE in,
      *    value and presence out.
           MOVE "N" TO WS-FIGURA-PRESENTE.
           MOVE 0 TO WS-VALORE-LETTO.
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
                   UNTIL WS-FIG-IDX > WS-NUM-FIGURE
               IF FG-PASSO (WS-FIG-IDX) = WS-CERCA-PASSO
                  AND FG-VOCE (WS-FIG-IDX) = WS-CERCA-VOCE
                   MOVE FG-VALORE (WS-FIG-IDX) TO WS-VALORE-LETTO
                   MOVE "Y" TO WS-FIGURA-PRESENTE
               END-IF
           END-PERFORM.
       Cerca-Figura-exit.
           EXIT.

       Controlla-Passi.
      *    A step skipped by the calendar is planned, not a
      *    difference; a step started and never completed is one -
      *    it is where the resubmitted stream will restart.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-NUM-PASSI
               MOVE SPACES TO RapportoLine
               EVALUATE PS-STATO (WS-PASSO-IDX)
                   WHEN "C"
                       STRING "Passo " DELIMITED BY SIZE
                              PS-PASSO (WS-PASSO-IDX)
                                  DELIMITED BY SIZE
                              " completato." DELIMITED BY SIZE
                              INTO RapportoLine
                   WHEN "S"
                       STRING "Passo " DELIMITED BY SIZE
                              PS-PASSO (WS-PASSO-IDX)
                                  DELIMITED BY SIZE
                              " saltato da calendario."
                                  DELIMITED BY SIZE
                              INTO RapportoLine
                   WHEN OTHER
                       ADD 1 TO WS-SBILANCI
                       STRING "DIFFERENZA: passo " DELIMITED BY SIZE
                              PS-PASSO (WS-PASSO-IDX)
                                  DELIMITED BY SIZE
                              " INIZIATO E MAI COMPLETATO."
                                  DELIMITED BY SIZE
                              INTO RapportoLine
               END-EVALUATE
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           IF WS-NUM-PASSI = 0
               MOVE "Nessun passo a run-control per la catena."
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
       Controlla-Passi-exit.
           EXIT.

       Confronta-Figure.
      *    WS-VAL-A against WS-VAL-B + WS-VAL-C, under the label in
      *    WS-DESCR-CONTROLLO.
           COMPUTE WS-DIFFERENZA = WS-VAL-A - WS-VAL-B - WS-VAL-C.
           MOVE SPACES TO RapportoLine.
           IF WS-DIFFERENZA = 0
               STRING WS-DESCR-CONTROLLO DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-VAL-A DELIMITED BY SIZE
                      " = " DELIMITED BY SIZE
                      WS-VAL-B DELIMITED BY SIZE
                      " + " DELIMITED BY SIZE
                      WS-VAL-C DELIMITED BY SIZE
                      ": QUADRA." DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               ADD 1 TO WS-SBILANCI
               STRING "DIFFERENZA " DELIMITED BY SIZE
                      WS-DESCR-CONTROLLO DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-VAL-A DELIMITED BY SIZE
                      " <> " DELIMITED BY SIZE
                      WS-VAL-B DELIMITED BY SIZE
                      " + " DELIMITED BY SIZE
                      WS-VAL-C DELIMITED BY SIZE
                      " sbilancio " DELIMITED BY SIZE
                      WS-DIFFERENZA DELIMITED BY SIZE
                      INTO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Confronta-Figure-exit.
           EXIT.

       Bilancia-Rotazione.
      *    The month's error-log rotation: every line read off the
      *    live log either went into the period's archive or was
      *    carried forward onto the restarted log.
           MOVE "ERRROTAZ" TO WS-CERCA-PASSO.
           MOVE "LOG-LETTE" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           IF WS-FIGURA-PRESENTE = "N"
               MOVE "ERRROTAZ: nessuna figura di controllo."
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               GO TO Bilancia-Rotazione-exit
           END-IF.
           MOVE WS-VALORE-LETTO TO WS-VAL-A.
           MOVE "LOG-ARCHIV" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-B.
           MOVE "LOG-RIPORT" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-C.
           MOVE "ERRROTAZ: righe lette =" TO WS-DESCR-CONTROLLO.
           PERFORM Confronta-Figure THRU Confronta-Figure-exit.
       Bilancia-Rotazione-exit.
           EXIT.

       Riporta-Copia-Mese.
      *    The month's image copy has nothing to be balanced
      *    against; its record count belongs on the certificate.
           MOVE "COPIAMAS" TO WS-CERCA-PASSO.
           MOVE "REC-MESE" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-FIGURA-PRESENTE = "Y"
               STRING "COPIAMAS: record nella copia del mese "
                          DELIMITED BY SIZE
                      WS-VALORE-LETTO DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               MOVE "COPIAMAS: nessuna figura di controllo."
                   TO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Riporta-Copia-Mese-exit.
           EXIT.

       Bilancia-Giornale.
      *    Ledger events of the journal's period (the month just
      *    ended) against the journal entries written for them.
           MOVE "FATTURAZ" TO WS-CERCA-PASSO.
           MOVE "GL-MOVIMENTI" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           IF WS-FIGURA-PRESENTE = "N"
               MOVE "FATTURAZ: nessuna figura del giornale."
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               GO TO Bilancia-Giornale-exit
           END-IF.
           MOVE WS-VALORE-LETTO TO WS-VAL-A.
           MOVE "GL-REGISTRAZ" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-B.
           MOVE 0 TO WS-VAL-C.
           MOVE "GIORNALE: movimenti =" TO WS-DESCR-CONTROLLO.
           PERFORM Confronta-Figure THRU Confronta-Figure-exit.
       Bilancia-Giornale-exit.
           EXIT.

       Riporta-Integrita.
      *    As on the night's certificate: anomalies are for the
      *    desk to put right, not a stream out of balance.
           MOVE "INTEGRIT" TO WS-CERCA-PASSO.
           MOVE "ANOMALIE" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-FIGURA-PRESENTE = "Y"
               IF WS-VALORE-LETTO = 0
                   MOVE "INTEGRITA': file Rubrica coerenti."
                       TO RapportoLine
               ELSE
                   STRING "INTEGRITA': anomalie referenziali "
                              DELIMITED BY SIZE
                          WS-VALORE-LETTO DELIMITED BY SIZE
                          " (vedi INTEGRITA_RUBRICA.TXT)"
                              DELIMITED BY SIZE
                          INTO RapportoLine
               END-IF
           ELSE
               MOVE "INTEGRITA': nessuna figura di controllo."
                   TO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Riporta-Integrita-exit.
           EXIT.

       Bilancia-Rollover.
      *    The backup taken before the rollover, the records the
      *    rollover archived, what it did with each of them, and
      *    the backup taken after: the rollover adds and removes
      *    no record, so all four must agree.
           MOVE "COPIAMAS" TO WS-CERCA-PASSO.
           MOVE "REC-PRIMA" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-D.
           MOVE "RUBRANNO" TO WS-CERCA-PASSO.
           MOVE "ARCHIVIATI" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           IF WS-FIGURA-PRESENTE = "N"
               MOVE "RUBRANNO: nessuna figura di controllo."
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               GO TO Bilancia-Rollover-exit
           END-IF.
           MOVE WS-VALORE-LETTO TO WS-VAL-B.
           MOVE WS-VAL-D TO WS-VAL-A.
           MOVE 0 TO WS-VAL-C.
           MOVE "COPIA PRIMA: record = archiviati"
               TO WS-DESCR-CONTROLLO.
           PERFORM Confronta-Figure THRU Confronta-Figure-exit.
           MOVE WS-VAL-B TO WS-VAL-A.
           MOVE "RISCRITTI" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-B.
           MOVE "LASCIATI" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-C.
           MOVE "INVARIATI" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           ADD WS-VALORE-LETTO TO WS-VAL-C.
           MOVE "ROLLOVER: archiviati =" TO WS-DESCR-CONTROLLO.
           PERFORM Confronta-Figure THRU Confronta-Figure-exit.
           MOVE "COPIAMAS" TO WS-CERCA-PASSO.
           MOVE "REC-DOPO" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE WS-VALORE-LETTO TO WS-VAL-A.
           MOVE WS-VAL-D TO WS-VAL-B.
           MOVE 0 TO WS-VAL-C.
           MOVE "COPIA DOPO: record = prima" TO WS-DESCR-CONTROLLO.
           PERFORM Confronta-Figure THRU Confronta-Figure-exit.
       Bilancia-Rollover-exit.
           EXIT.

       Riporta-Fatture.
      *    The new year's invoicing run: its count goes on the
      *    certificate beside the continuing students it billed.
           MOVE "FATTURAZ" TO WS-CERCA-PASSO.
           MOVE "FATT-EMESSE" TO WS-CERCA-VOCE.
           PERFORM Cerca-Figura THRU Cerca-Figura-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-FIGURA-PRESENTE = "Y"
               STRING "FATTURAZ: fatture emesse per il nuovo anno "
                          DELIMITED BY SIZE
                      WS-VALORE-LETTO DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               MOVE "FATTURAZ: nessuna figura di controllo."
                   TO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Riporta-Fatture-exit.
           EXIT.

       Chiudi-Catena.
      *    A balanced stream is closed: the next submission opens a
      *    new one instead of resuming this.
           MOVE WS-DATA-OGGI TO WS-RUN-DATA-OGGI.
           MOVE WS-CATENA TO WS-RUN-PASSO.
           MOVE WS-CATENA TO WS-RUN-CATENA.
           COPY RUNCTLC.
           DISPLAY "Catena " WS-CATENA " chiusa.".
       Chiudi-Catena-exit.
           EXIT.

       Scrivi-Riga.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM BilancioCatena.
