      *          roster fields existed load with a blank extension:
      *          no assignment, no window, active.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the roster now carries each operator's role
      *      at the seggio (presidente, scrutatore, segretario), and
      *      two modes were added: T keeps the compensation rate
      *      table by role (TARIFFE_COMPENSI.DAT: fixed fee per
      *      election day, standard shift and hourly rate beyond
      *      it, per-diem for each further day of a multi-day
      *      poll), C runs the compensation from the session
      *      journal - a pay statement per operator
      *      (COMPENSI_OPERATORI.TXT) and the payment file for
      *      payroll (PAGAMENTI_COMPENSI.DAT, OPERPAGD copybook),
      *      with hour totals that reconcile to the hours report.
      *      An operator whose sign-on was refused or let through
      *      on a supervisor override (journal types "RIF"/"DER")
      *      is held for review, not paid. Only an "OFF" closes a
      *      session now; the hours report flags held operators
      *      and ends with the grand total.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Mode Z maintains AUTORIZZAZIONI.DAT: which
      *      operator level may use which program and mode.
      *      With no roster yet OperManut opens as S.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - error-log entries carry their severity: a
      *      missing tariff is fatal (F), a duplicate operator
      *      code a warning (A).
      * Mod: 15/10/2026 - the hours report and the compensation run ask
      *      for the election's first and last polling day
      *      (proposed from DEFINIZIONE_ELEZIONE.DAT) and
      *      count only the journal entries of those days,
      *      plus a closing sign-off the day after; the
      *      period is on both reports and on each payment
      *      record (PG-PERIODO-DAL/-AL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperManut.
               FILE STATUS IS WS-FS-SESSIONI.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TariffeFile ASSIGN TO WS-FILE-TARIFFE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TARIFFE.
           SELECT PagamentiFile ASSIGN TO WS-FILE-PAGAMENTI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AutorizzazioniFile ASSIGN TO WS-FILE-AUTORIZZAZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTORIZZAZIONI.
           SELECT DefinizioneFile ASSIGN TO WS-FILE-DEFINIZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINIZIONE.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           05 OP-ORA-INIZIO    PIC X(4).
           05 OP-ORA-FINE      PIC X(4).
           05 OP-STATO         PIC X.
      *    Role at the seggio, for the compensation rates: P
      *    presidente, S scrutatore, G segretario; blank on records
      *    written before the role existed.
           05 OP-RUOLO         PIC X.
           COPY OPERSESD.
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
      * Compensation rate table, one record per role.
       FD  TariffeFile.
       01  TariffaRecord.
           05 TF-RUOLO         PIC X.
      *    Fixed fee for each election day worked.
           05 TF-FISSO         PIC 9(5)V99.
      *    Standard shift, hours per day; the hours beyond it are
      *    paid at TF-TARIFFA-ORA.
           05 TF-ORE-TURNO     PIC 9(2).
           05 TF-TARIFFA-ORA   PIC 9(3)V99.
      *    Per-diem for each day after the first of a multi-day
      *    poll.
           05 TF-DIARIA        PIC 9(3)V99.
           COPY OPERPAGD.
           COPY AUTORIZD.
           COPY ELEZDEFD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "L".
              10 OT-ORA-INIZIO  PIC X(4).
              10 OT-ORA-FINE    PIC X(4).
              10 OT-STATO       PIC X.
              10 OT-RUOLO       PIC X.
       01  WS-CODICE-SCELTO    PIC X(8) VALUE SPACES.
       01  WS-CAMPO-SCELTO     PIC X VALUE SPACES.
      * Hours accounting: the journal is paired ON-against-next-OFF
      *       times 1440 runs past nine digits for current dates,
      *       so the field is sized twelve.
              10 OR-SER-ON      PIC 9(12).
      *       Date of the open sign-on: a session's minutes count
      *       to the day it was opened.
              10 OR-DATA-ON     PIC 9(8).
      *       "Y" once the journal shows a refused sign-on or a
      *       supervisor override: held for review, not paid.
              10 OR-SOSPESO     PIC X.
              10 OR-NUM-GIORNI  PIC 9(2).
              10 OR-GIORNO OCCURS 10 TIMES.
                 15 OG-DATA     PIC 9(8).
                 15 OG-MINUTI   PIC 9(5).
       01  WS-GIORNO-IDX       PIC 9(2) VALUE 0.
       01  WS-GIORNO-TROVATO   PIC 9(2) VALUE 0.
       01  WS-TOT-MINUTI       PIC 9(9) VALUE 0.
       01  WS-TOT-SESSIONI     PIC 9(5) VALUE 0.
       01  WS-DATA-CONV        PIC 9(8) VALUE 0.
       01  WS-ANNO-CONV        PIC 9(4) VALUE 0.
       01  WS-MESE-CONV        PIC 99 VALUE 0.
       01  WS-MINUTI-SESSIONE  PIC 9(7) VALUE 0.
       01  WS-ORE-INTERE       PIC 9(5) VALUE 0.
       01  WS-MINUTI-RESTO     PIC 99 VALUE 0.
      * Compensation run: the rate table by role and the figures of
      * the operator in hand.
       01  WS-FILE-TARIFFE     PIC X(50) VALUE "TARIFFE_COMPENSI.DAT".
       01  WS-FS-TARIFFE       PIC XX VALUE "00".
       01  WS-FILE-PAGAMENTI   PIC X(50)
                               VALUE "PAGAMENTI_COMPENSI.DAT".
       01  WS-MAX-TARIFFE      PIC 9 VALUE 3.
       01  WS-NUM-TARIFFE      PIC 9 VALUE 0.
       01  WS-TAR-IDX          PIC 9 VALUE 0.
       01  WS-TAR-TROVATA      PIC 9 VALUE 0.
       01  TARIFFE-TAB.
           05 TARIFFA-ROW OCCURS 3 TIMES.
              10 TT-RUOLO       PIC X.
              10 TT-FISSO       PIC 9(5)V99.
              10 TT-ORE-TURNO   PIC 9(2).
              10 TT-TARIFFA-ORA PIC 9(3)V99.
              10 TT-DIARIA      PIC 9(3)V99.
       01  WS-RUOLO-SCELTO     PIC X VALUE SPACES.
       01  WS-RUOLO-DESCR      PIC X(10) VALUE SPACES.
       01  WS-MOTIVO-SOSPESO   PIC X(40) VALUE SPACES.
       01  WS-MINUTI-TURNO     PIC 9(5) VALUE 0.
       01  WS-MINUTI-EXTRA     PIC 9(7) VALUE 0.
       01  WS-IMP-FISSO        PIC 9(7)V99 VALUE 0.
       01  WS-IMP-STRAORD      PIC 9(7)V99 VALUE 0.
       01  WS-IMP-DIARIA       PIC 9(7)V99 VALUE 0.
       01  WS-IMP-TOTALE       PIC 9(7)V99 VALUE 0.
       01  WS-IMPORTO-ED       PIC Z(6)9.99.
       01  WS-MINUTI-ED        PIC 9(7) VALUE 0.
       01  WS-NUM-PAGATI       PIC 9(3) VALUE 0.
       01  WS-NUM-SOSPESI      PIC 9(3) VALUE 0.
       01  WS-MIN-PAGATI       PIC 9(9) VALUE 0.
       01  WS-MIN-SOSPESI      PIC 9(9) VALUE 0.
       01  WS-TOT-PAGATO       PIC 9(9)V99 VALUE 0.
       01  WS-TOT-IMPORTO-ED   PIC Z(8)9.99.
       01  WS-DATA-CALCOLO     PIC 9(8) VALUE 0.
      * Election the hours and the pay are for: first and last
      * polling day, proposed from the election definition. A
      * sign-off is taken up to the day after the last, for the
      * count that runs overnight.
       01  WS-FILE-DEFINIZIONE PIC X(50)
                               VALUE "DEFINIZIONE_ELEZIONE.DAT".
       01  WS-FS-DEFINIZIONE   PIC XX VALUE "00".
       01  WS-PERIODO-DAL      PIC 9(8) VALUE 0.
       01  WS-PERIODO-AL       PIC 9(8) VALUE 0.
       01  WS-PERIODO-OLTRE    PIC 9(8) VALUE 0.
       01  WS-PERIODO-INPUT    PIC X(8) VALUE SPACES.
       01  WS-PERIODO-VALIDO   PIC X VALUE "N".
       01  WS-PERIODO-RIGA     PIC X(80) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
      * Function authorisation table: which level may use which
      * program and mode, read by ControlloAccesso at sign-on.
       01  WS-FILE-AUTORIZZAZIONI PIC X(50)
                               VALUE "AUTORIZZAZIONI.DAT".
       01  WS-FS-AUTORIZZAZIONI PIC XX VALUE "00".
       01  WS-MAX-AUTORIZZAZIONI PIC 9(3) VALUE 300.
       01  WS-NUM-AUTORIZZAZIONI PIC 9(3) VALUE 0.
       01  WS-AUT-IDX          PIC 9(3) VALUE 0.
       01  WS-AUT-TROVATA      PIC 9(3) VALUE 0.
       01  AUTORIZZAZIONI-TAB.
           05 AUTORIZZAZIONE-ROW OCCURS 300 TIMES.
              10 AT-LIVELLO     PIC X.
              10 AT-PROGRAMMA   PIC X(20).
              10 AT-MODALITA    PIC X.
       01  WS-AZIONE-AUT       PIC X VALUE SPACE.
       01  WS-LIVELLO-AUT      PIC X VALUE SPACE.
       01  WS-PROGRAMMA-AUT    PIC X(20) VALUE SPACES.
       01  WS-MODALITA-AUT     PIC X VALUE SPACE.
       01  WS-ESITO-AUT        PIC X(8) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Manutenzione ruolo operatori ::".
           DISPLAY "Modalita' (A=aggiungi, M=modifica, L=lista,"
                   " R=rapporto ore per paghe, T=tariffe compensi,"
                   " C=calcolo compensi, Z=autorizzazioni): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "OperManut" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           IF WS-MODALITA = "Z"
               PERFORM Aggiorna-Autorizzazioni
                       THRU Aggiorna-Autorizzazioni-exit
               STOP RUN
           END-IF.
           PERFORM Carica-Operatori THRU Carica-Operatori-exit.
           EVALUATE WS-MODALITA
               WHEN "A"
                           THRU Modifica-Operatore-exit
               WHEN "R"
                   PERFORM Rapporto-Ore THRU Rapporto-Ore-exit
               WHEN "T"
                   PERFORM Aggiorna-Tariffe THRU Aggiorna-Tariffe-exit
               WHEN "C"
                   PERFORM Calcola-Compensi
                           THRU Calcola-Compensi-exit
               WHEN OTHER
                   PERFORM Lista-Ruolo THRU Lista-Ruolo-exit
           END-EVALUATE.
                               TO OT-ORA-FINE (WS-NUM-OPERATORI)
                           MOVE OP-STATO
                               TO OT-STATO (WS-NUM-OPERATORI)
                           MOVE OP-RUOLO
                               TO OT-RUOLO (WS-NUM-OPERATORI)
                       ELSE
                           DISPLAY "Ruolo oltre il limite di "
                                   WS-MAX-OPERATORI ": voce ignorata."
               MOVE OT-ORA-INIZIO (WS-OPER-IDX) TO OP-ORA-INIZIO
               MOVE OT-ORA-FINE (WS-OPER-IDX) TO OP-ORA-FINE
               MOVE OT-STATO (WS-OPER-IDX) TO OP-STATO
               MOVE OT-RUOLO (WS-OPER-IDX) TO OP-RUOLO
               WRITE OperatoreRecord
           END-PERFORM.
           CLOSE OperatoriFile.
               MOVE "OperManut" TO WS-ERR-PROGRAMMA
               MOVE "Aggiungi-Operatore" TO WS-ERR-PARAGRAFO
               MOVE "codice operatore duplicato" TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Aggiungi-Operatore-exit
           END-IF.
           DISPLAY "Fine turno (HHMM, 0000 = nessuna fascia): ".
           ACCEPT OT-ORA-FINE (WS-NUM-OPERATORI).
           MOVE "A" TO OT-STATO (WS-NUM-OPERATORI).
           PERFORM Chiedi-Ruolo THRU Chiedi-Ruolo-exit.
           MOVE WS-RUOLO-SCELTO TO OT-RUOLO (WS-NUM-OPERATORI).
           PERFORM Salva-Operatori THRU Salva-Operatori-exit.
           DISPLAY "Operatore " WS-CODICE-SCELTO " aggiunto al"
                   " ruolo.".
           MOVE SPACES TO WS-CAMPO-SCELTO.
           PERFORM UNTIL WS-CAMPO-SCELTO = "F"
               DISPLAY "Campo (N=nome, L=livello, G=seggio, T=turno,"
                       " R=ruolo, D=disattiva, A=riattiva, F=fine): "
               ACCEPT WS-CAMPO-SCELTO
               MOVE FUNCTION UPPER-CASE (WS-CAMPO-SCELTO)
                   TO WS-CAMPO-SCELTO
                       ACCEPT OT-ORA-INIZIO (WS-OPER-TROVATO)
                       DISPLAY "Nuova fine turno (HHMM): "
                       ACCEPT OT-ORA-FINE (WS-OPER-TROVATO)
                   WHEN "R"
                       PERFORM Chiedi-Ruolo THRU Chiedi-Ruolo-exit
                       MOVE WS-RUOLO-SCELTO
                           TO OT-RUOLO (WS-OPER-TROVATO)
                   WHEN "D"
                       MOVE "I" TO OT-STATO (WS-OPER-TROVATO)
                       DISPLAY "Operatore disattivato: la voce resta"
                       " turno=" OT-ORA-INIZIO (WS-OPER-IDX)
                       "-" OT-ORA-FINE (WS-OPER-IDX)
                       " stato=" OT-STATO (WS-OPER-IDX)
                       " ruolo=" OT-RUOLO (WS-OPER-IDX)
           END-PERFORM.
       Lista-Ruolo-exit.
           EXIT.
      *    Pair every sign-on with the next sign-off of the same
      *    operator and total the minutes: the timesheet payroll
      *    used to collect on paper. An ON without its OFF is
      *    reported as an open session, not guessed at. Only the
      *    days of the election asked for are counted, as in the
      *    compensation run.
           PERFORM Chiedi-Periodo THRU Chiedi-Periodo-exit.
           IF WS-PERIODO-VALIDO NOT = "Y"
               DISPLAY "Nessun rapporto ore."
               MOVE 8 TO RETURN-CODE
               GO TO Rapporto-Ore-exit
           END-IF.
           PERFORM Leggi-Giornale THRU Leggi-Giornale-exit.
           IF WS-FS-SESSIONI NOT = "00"
               DISPLAY "Giornale sessioni SESSIONI.LOG non trovato:"
                       " nessun rapporto ore."
               MOVE 8 TO RETURN-CODE
               GO TO Rapporto-Ore-exit
           END-IF.
           OPEN OUTPUT RapportoFile.
           MOVE "OperManut" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
               TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           MOVE WS-PERIODO-RIGA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           PERFORM VARYING WS-ORE-IDX FROM 1 BY 1
                   UNTIL WS-ORE-IDX > WS-NUM-ORE
               COMPUTE WS-ORE-INTERE =
                   WRITE RapportoLine
                   DISPLAY RapportoLine
               END-IF
               IF OR-SOSPESO (WS-ORE-IDX) = "Y"
                   MOVE "  *** ACCESSO RIFIUTATO O IN DEROGA: DA"
                       TO RapportoLine
                   MOVE " VERIFICARE ***" TO RapportoLine (40:15)
                   WRITE RapportoLine
                   DISPLAY RapportoLine
               END-IF
           END-PERFORM.
           COMPUTE WS-ORE-INTERE = WS-TOT-MINUTI / 60.
           COMPUTE WS-MINUTI-RESTO = FUNCTION MOD (WS-TOT-MINUTI, 60).
           MOVE SPACES TO RapportoLine.
           STRING "TOTALE  sessioni=" DELIMITED BY SIZE
                  WS-TOT-SESSIONI DELIMITED BY SIZE
                  "  ore=" DELIMITED BY SIZE
                  WS-ORE-INTERE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTI-RESTO DELIMITED BY SIZE
                  INTO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto ore in " WS-FILE-RAPPORTO ".".
       Rapporto-Ore-exit.
           EXIT.

       Leggi-Giornale.
      *    Reads the session journal of the election's days into
      *    ORE-TAB; shared by the hours report and the compensation
      *    run so the two always total the same minutes.
           MOVE 0 TO WS-NUM-ORE.
           MOVE 0 TO WS-TOT-MINUTI.
           MOVE 0 TO WS-TOT-SESSIONI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT GiornaleSessFile.
           IF WS-FS-SESSIONI NOT = "00"
               GO TO Leggi-Giornale-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ GiornaleSessFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       PERFORM Accumula-Sessione
                               THRU Accumula-Sessione-exit
               END-READ
           END-PERFORM.
           CLOSE GiornaleSessFile.
       Leggi-Giornale-exit.
           EXIT.

       Accumula-Sessione.
      *    Entries of other elections are left out, so a past
      *    session is not paid again and an old refused sign-on
      *    does not hold the pay; past the last day only a
      *    sign-off, closing a session opened within it, counts.
           IF GS-DATA < WS-PERIODO-DAL OR GS-DATA > WS-PERIODO-OLTRE
               GO TO Accumula-Sessione-exit
           END-IF.
           IF GS-DATA > WS-PERIODO-AL AND GS-TIPO NOT = "OFF"
               GO TO Accumula-Sessione-exit
           END-IF.
           MOVE 0 TO WS-ORE-TROVATO.
           PERFORM VARYING WS-ORE-IDX FROM 1 BY 1
                   UNTIL WS-ORE-IDX > WS-NUM-ORE
               END-IF
           END-PERFORM.
           IF WS-ORE-TROVATO = 0
               IF GS-DATA > WS-PERIODO-AL
                   GO TO Accumula-Sessione-exit
               END-IF
               IF WS-NUM-ORE >= WS-MAX-ORE
                   DISPLAY "Troppi operatori nel giornale: voce"
                           " non totalizzata."
               MOVE 0 TO OR-SESSIONI (WS-ORE-TROVATO)
               MOVE "N" TO OR-APERTA (WS-ORE-TROVATO)
               MOVE 0 TO OR-SER-ON (WS-ORE-TROVATO)
               MOVE 0 TO OR-DATA-ON (WS-ORE-TROVATO)
               MOVE "N" TO OR-SOSPESO (WS-ORE-TROVATO)
               MOVE 0 TO OR-NUM-GIORNI (WS-ORE-TROVATO)
           END-IF.
      *    A refused sign-on ("RIF") or one let through on a
      *    supervisor override ("DER") opens no session: it holds
      *    the operator's pay for review.
           IF GS-TIPO = "RIF" OR GS-TIPO = "DER"
               MOVE "Y" TO OR-SOSPESO (WS-ORE-TROVATO)
               GO TO Accumula-Sessione-exit
           END-IF.
           MOVE GS-DATA TO WS-DATA-CONV.
           PERFORM Calcola-Seriale THRU Calcola-Seriale-exit.
           IF GS-TIPO = "ON "
               MOVE WS-SERIALE-MINUTI
                   TO OR-SER-ON (WS-ORE-TROVATO)
               MOVE GS-DATA TO OR-DATA-ON (WS-ORE-TROVATO)
               MOVE "Y" TO OR-APERTA (WS-ORE-TROVATO)
           END-IF.
           IF GS-TIPO = "OFF"
               IF OR-APERTA (WS-ORE-TROVATO) = "Y"
                  AND WS-SERIALE-MINUTI
                      >= OR-SER-ON (WS-ORE-TROVATO)
                       TO OR-MINUTI (WS-ORE-TROVATO)
                   ADD 1 TO OR-SESSIONI (WS-ORE-TROVATO)
                   MOVE "N" TO OR-APERTA (WS-ORE-TROVATO)
                   ADD WS-MINUTI-SESSIONE TO WS-TOT-MINUTI
                   ADD 1 TO WS-TOT-SESSIONI
                   PERFORM Accumula-Giorno THRU Accumula-Giorno-exit
               END-IF
           END-IF.
       Accumula-Sessione-exit.
           EXIT.

       Accumula-Giorno.
      *    The closed session's minutes go to the day it was opened
      *    on: the fixed fee, the shift and the per-diem are all
      *    reckoned per election day.
           MOVE 0 TO WS-GIORNO-TROVATO.
           PERFORM VARYING WS-GIORNO-IDX FROM 1 BY 1
                   UNTIL WS-GIORNO-IDX > OR-NUM-GIORNI (WS-ORE-TROVATO)
               IF OG-DATA (WS-ORE-TROVATO WS-GIORNO-IDX)
                  = OR-DATA-ON (WS-ORE-TROVATO)
                   MOVE WS-GIORNO-IDX TO WS-GIORNO-TROVATO
               END-IF
           END-PERFORM.
           IF WS-GIORNO-TROVATO = 0
               IF OR-NUM-GIORNI (WS-ORE-TROVATO) >= 10
      *            No poll runs past ten days: any further day's
      *            minutes go on the last one.
                   MOVE 10 TO WS-GIORNO-TROVATO
               ELSE
                   ADD 1 TO OR-NUM-GIORNI (WS-ORE-TROVATO)
                   MOVE OR-NUM-GIORNI (WS-ORE-TROVATO)
                       TO WS-GIORNO-TROVATO
                   MOVE OR-DATA-ON (WS-ORE-TROVATO)
                       TO OG-DATA (WS-ORE-TROVATO WS-GIORNO-TROVATO)
                   MOVE 0
                       TO OG-MINUTI (WS-ORE-TROVATO WS-GIORNO-TROVATO)
               END-IF
           END-IF.
           ADD WS-MINUTI-SESSIONE
               TO OG-MINUTI (WS-ORE-TROVATO WS-GIORNO-TROVATO).
       Accumula-Giorno-exit.
           EXIT.

       Chiedi-Ruolo.
      *    Role at the seggio into WS-RUOLO-SCELTO: P, S, G or blank.
           DISPLAY "Ruolo al seggio (P=presidente, S=scrutatore,"
                   " G=segretario, vuoto=nessuno): ".
           ACCEPT WS-RUOLO-SCELTO.
           MOVE FUNCTION UPPER-CASE (WS-RUOLO-SCELTO)
               TO WS-RUOLO-SCELTO.
           IF WS-RUOLO-SCELTO NOT = "P" AND WS-RUOLO-SCELTO NOT = "S"
              AND WS-RUOLO-SCELTO NOT = "G"
               IF WS-RUOLO-SCELTO NOT = SPACES
                   DISPLAY "Ruolo non riconosciuto: lasciato vuoto."
               END-IF
               MOVE SPACES TO WS-RUOLO-SCELTO
           END-IF.
       Chiedi-Ruolo-exit.
           EXIT.

       Descrivi-Ruolo.
           EVALUATE WS-RUOLO-SCELTO
               WHEN "P"
                   MOVE "PRESIDENTE" TO WS-RUOLO-DESCR
               WHEN "S"
                   MOVE "SCRUTATORE" TO WS-RUOLO-DESCR
               WHEN "G"
                   MOVE "SEGRETARIO" TO WS-RUOLO-DESCR
               WHEN OTHER
                   MOVE "(nessuno)" TO WS-RUOLO-DESCR
           END-EVALUATE.
       Descrivi-Ruolo-exit.
           EXIT.

       Carica-Tariffe.
           MOVE 0 TO WS-NUM-TARIFFE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT TariffeFile.
           IF WS-FS-TARIFFE NOT = "00"
               GO TO Carica-Tariffe-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ TariffeFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-TARIFFE < WS-MAX-TARIFFE
                           ADD 1 TO WS-NUM-TARIFFE
                           MOVE TF-RUOLO TO TT-RUOLO (WS-NUM-TARIFFE)
                           MOVE TF-FISSO TO TT-FISSO (WS-NUM-TARIFFE)
                           MOVE TF-ORE-TURNO
                               TO TT-ORE-TURNO (WS-NUM-TARIFFE)
                           MOVE TF-TARIFFA-ORA
                               TO TT-TARIFFA-ORA (WS-NUM-TARIFFE)
                           MOVE TF-DIARIA
                               TO TT-DIARIA (WS-NUM-TARIFFE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TariffeFile.
       Carica-Tariffe-exit.
           EXIT.

       Salva-Tariffe.
           OPEN OUTPUT TariffeFile.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-NUM-TARIFFE
               MOVE TT-RUOLO (WS-TAR-IDX) TO TF-RUOLO
               MOVE TT-FISSO (WS-TAR-IDX) TO TF-FISSO
               MOVE TT-ORE-TURNO (WS-TAR-IDX) TO TF-ORE-TURNO
               MOVE TT-TARIFFA-ORA (WS-TAR-IDX) TO TF-TARIFFA-ORA
               MOVE TT-DIARIA (WS-TAR-IDX) TO TF-DIARIA
               WRITE TariffaRecord
           END-PERFORM.
           CLOSE TariffeFile.
       Salva-Tariffe-exit.
           EXIT.

       Cerca-Tariffa.
           MOVE 0 TO WS-TAR-TROVATA.
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-NUM-TARIFFE
               IF TT-RUOLO (WS-TAR-IDX) = WS-RUOLO-SCELTO
                   MOVE WS-TAR-IDX TO WS-TAR-TROVATA
               END-IF
           END-PERFORM.
       Cerca-Tariffa-exit.
           EXIT.

       Aggiorna-Tariffe.
      *    Sets or amends the rates of one role.
           PERFORM Carica-Tariffe THRU Carica-Tariffe-exit.
           DISPLAY "TARIFFE COMPENSI (" WS-NUM-TARIFFE " ruoli):".
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-NUM-TARIFFE
               DISPLAY TT-RUOLO (WS-TAR-IDX)
                       " fisso=" TT-FISSO (WS-TAR-IDX)
                       " turno=" TT-ORE-TURNO (WS-TAR-IDX)
                       " oraria=" TT-TARIFFA-ORA (WS-TAR-IDX)
                       " diaria=" TT-DIARIA (WS-TAR-IDX)
           END-PERFORM.
           PERFORM Chiedi-Ruolo THRU Chiedi-Ruolo-exit.
           IF WS-RUOLO-SCELTO = SPACES
               DISPLAY "Nessun ruolo scelto: tariffario invariato."
               GO TO Aggiorna-Tariffe-exit
           END-IF.
           PERFORM Cerca-Tariffa THRU Cerca-Tariffa-exit.
           IF WS-TAR-TROVATA = 0
               ADD 1 TO WS-NUM-TARIFFE
               MOVE WS-NUM-TARIFFE TO WS-TAR-TROVATA
               MOVE WS-RUOLO-SCELTO TO TT-RUOLO (WS-TAR-TROVATA)
               MOVE 0 TO TT-FISSO (WS-TAR-TROVATA)
               MOVE 0 TO TT-ORE-TURNO (WS-TAR-TROVATA)
               MOVE 0 TO TT-TARIFFA-ORA (WS-TAR-TROVATA)
               MOVE 0 TO TT-DIARIA (WS-TAR-TROVATA)
           END-IF.
           DISPLAY "Compenso fisso per giornata (es. 00150.00),"
                   " attuale " TT-FISSO (WS-TAR-TROVATA) ": ".
           ACCEPT TT-FISSO (WS-TAR-TROVATA).
           DISPLAY "Turno ordinario in ore al giorno, attuale "
                   TT-ORE-TURNO (WS-TAR-TROVATA) ": ".
           ACCEPT TT-ORE-TURNO (WS-TAR-TROVATA).
           DISPLAY "Tariffa per ora oltre il turno (es. 012.50),"
                   " attuale " TT-TARIFFA-ORA (WS-TAR-TROVATA) ": ".
           ACCEPT TT-TARIFFA-ORA (WS-TAR-TROVATA).
           DISPLAY "Diaria per giornata oltre la prima (es. 037.00),"
                   " attuale " TT-DIARIA (WS-TAR-TROVATA) ": ".
           ACCEPT TT-DIARIA (WS-TAR-TROVATA).
           PERFORM Salva-Tariffe THRU Salva-Tariffe-exit.
           DISPLAY "Tariffe registrate per il ruolo "
                   WS-RUOLO-SCELTO ".".
       Aggiorna-Tariffe-exit.
           EXIT.

       Calcola-Compensi.
      *    Compensation run: the journal read exactly as the hours
      *    report reads it, each operator paid by the rates of the
      *    role on the roster - or held for review, with the
      *    reason on the statement. Paid and held hours together
      *    reconcile to the hours report's total.
           PERFORM Carica-Tariffe THRU Carica-Tariffe-exit.
           IF WS-NUM-TARIFFE = 0
               DISPLAY "Tariffario " WS-FILE-TARIFFE " vuoto o"
                       " assente: nessun calcolo compensi."
               MOVE "OperManut" TO WS-ERR-PROGRAMMA
               MOVE "Calcola-Compensi" TO WS-ERR-PARAGRAFO
               MOVE "tariffario compensi assente" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Calcola-Compensi-exit
           END-IF.
           PERFORM Chiedi-Periodo THRU Chiedi-Periodo-exit.
           IF WS-PERIODO-VALIDO NOT = "Y"
               DISPLAY "Nessun calcolo compensi."
               MOVE 8 TO RETURN-CODE
               GO TO Calcola-Compensi-exit
           END-IF.
           PERFORM Leggi-Giornale THRU Leggi-Giornale-exit.
           IF WS-FS-SESSIONI NOT = "00"
               DISPLAY "Giornale sessioni SESSIONI.LOG non trovato:"
                       " nessun calcolo compensi."
               MOVE 8 TO RETURN-CODE
               GO TO Calcola-Compensi-exit
           END-IF.
           ACCEPT WS-DATA-CALCOLO FROM DATE YYYYMMDD.
           MOVE 0 TO WS-NUM-PAGATI.
           MOVE 0 TO WS-NUM-SOSPESI.
           MOVE 0 TO WS-MIN-PAGATI.
           MOVE 0 TO WS-MIN-SOSPESI.
           MOVE 0 TO WS-TOT-PAGATO.
           MOVE "COMPENSI_OPERATORI.TXT" TO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           OPEN OUTPUT PagamentiFile.
           MOVE "OperManut" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE "PROSPETTO COMPENSI OPERATORI DI SEGGIO"
               TO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE WS-PERIODO-RIGA TO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           PERFORM VARYING WS-ORE-IDX FROM 1 BY 1
                   UNTIL WS-ORE-IDX > WS-NUM-ORE
               PERFORM Compensa-Operatore
                       THRU Compensa-Operatore-exit
           END-PERFORM.
           MOVE "RIEPILOGO" TO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE SPACES TO RapportoLine.
           STRING "  operatori pagati: " DELIMITED BY SIZE
                  WS-NUM-PAGATI DELIMITED BY SIZE
                  "   sospesi per verifica: " DELIMITED BY SIZE
                  WS-NUM-SOSPESI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           COMPUTE WS-ORE-INTERE = WS-MIN-PAGATI / 60.
           COMPUTE WS-MINUTI-RESTO = FUNCTION MOD (WS-MIN-PAGATI, 60).
           MOVE SPACES TO RapportoLine.
           STRING "  ore pagate:  " DELIMITED BY SIZE
                  WS-ORE-INTERE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTI-RESTO DELIMITED BY SIZE
                  INTO RapportoLine.
           COMPUTE WS-ORE-INTERE = WS-MIN-SOSPESI / 60.
           COMPUTE WS-MINUTI-RESTO = FUNCTION MOD (WS-MIN-SOSPESI, 60).
           STRING "   ore sospese: " DELIMITED BY SIZE
                  WS-ORE-INTERE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTI-RESTO DELIMITED BY SIZE
                  INTO RapportoLine (30:40).
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           COMPUTE WS-ORE-INTERE = WS-TOT-MINUTI / 60.
           COMPUTE WS-MINUTI-RESTO = FUNCTION MOD (WS-TOT-MINUTI, 60).
           MOVE SPACES TO RapportoLine.
           STRING "  ore totali:  " DELIMITED BY SIZE
                  WS-ORE-INTERE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTI-RESTO DELIMITED BY SIZE
                  "   sessioni: " DELIMITED BY SIZE
                  WS-TOT-SESSIONI DELIMITED BY SIZE
                  " (come da rapporto ore)" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE WS-TOT-PAGATO TO WS-TOT-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "  totale al file pagamenti: " DELIMITED BY SIZE
                  WS-TOT-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           CLOSE PagamentiFile.
           IF WS-NUM-SOSPESI > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "Prospetto compensi in " WS-FILE-RAPPORTO
                   ", pagamenti in " WS-FILE-PAGAMENTI ".".
       Calcola-Compensi-exit.
           EXIT.

       Compensa-Operatore.
      *    One operator's statement (WS-ORE-IDX): fixed fee per
      *    election day worked, the minutes beyond the standard
      *    shift day by day at the hourly rate, the per-diem for
      *    each day after the first.
           MOVE SPACES TO WS-MOTIVO-SOSPESO.
           MOVE SPACES TO WS-RUOLO-SCELTO.
           MOVE 0 TO WS-TAR-TROVATA.
           MOVE OR-OPERATORE (WS-ORE-IDX) TO WS-CODICE-SCELTO.
           PERFORM Cerca-Operatore THRU Cerca-Operatore-exit.
           IF WS-OPER-TROVATO = 0
               MOVE "operatore non presente sul ruolo"
                   TO WS-MOTIVO-SOSPESO
           ELSE
               MOVE OT-RUOLO (WS-OPER-TROVATO) TO WS-RUOLO-SCELTO
               PERFORM Cerca-Tariffa THRU Cerca-Tariffa-exit
               IF WS-TAR-TROVATA = 0
                   MOVE "ruolo senza tariffa a tariffario"
                       TO WS-MOTIVO-SOSPESO
               END-IF
           END-IF.
           IF OR-SOSPESO (WS-ORE-IDX) = "Y"
               MOVE "accesso rifiutato o in deroga"
                   TO WS-MOTIVO-SOSPESO
           END-IF.
           PERFORM Descrivi-Ruolo THRU Descrivi-Ruolo-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-OPER-TROVATO = 0
               STRING "OPERATORE " DELIMITED BY SIZE
                      OR-OPERATORE (WS-ORE-IDX) DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               STRING "OPERATORE " DELIMITED BY SIZE
                      OR-OPERATORE (WS-ORE-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      OT-NOME (WS-OPER-TROVATO) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-RUOLO-DESCR DELIMITED BY SIZE
                      INTO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           COMPUTE WS-ORE-INTERE = OR-MINUTI (WS-ORE-IDX) / 60.
           COMPUTE WS-MINUTI-RESTO =
               FUNCTION MOD (OR-MINUTI (WS-ORE-IDX), 60).
           MOVE SPACES TO RapportoLine.
           STRING "  giornate=" DELIMITED BY SIZE
                  OR-NUM-GIORNI (WS-ORE-IDX) DELIMITED BY SIZE
                  "  sessioni=" DELIMITED BY SIZE
                  OR-SESSIONI (WS-ORE-IDX) DELIMITED BY SIZE
                  "  ore=" DELIMITED BY SIZE
                  WS-ORE-INTERE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTI-RESTO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           IF OR-APERTA (WS-ORE-IDX) = "Y"
               MOVE "  sessione aperta senza chiusura: non conteggiata"
                   TO RapportoLine
               PERFORM Scrivi-Riga-Compensi
                       THRU Scrivi-Riga-Compensi-exit
           END-IF.
           IF WS-MOTIVO-SOSPESO NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "  *** SOSPESO PER VERIFICA: " DELIMITED BY SIZE
                      WS-MOTIVO-SOSPESO DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga-Compensi
                       THRU Scrivi-Riga-Compensi-exit
               ADD 1 TO WS-NUM-SOSPESI
               ADD OR-MINUTI (WS-ORE-IDX) TO WS-MIN-SOSPESI
               MOVE "OperManut" TO WS-ERR-PROGRAMMA
               MOVE "Compensa-Operatore" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "compenso sospeso: " DELIMITED BY SIZE
                      OR-OPERATORE (WS-ORE-IDX) DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      WS-MOTIVO-SOSPESO DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Compensa-Operatore-fine
           END-IF.
           COMPUTE WS-MINUTI-TURNO = TT-ORE-TURNO (WS-TAR-TROVATA) * 60.
           MOVE 0 TO WS-MINUTI-EXTRA.
           PERFORM VARYING WS-GIORNO-IDX FROM 1 BY 1
                   UNTIL WS-GIORNO-IDX > OR-NUM-GIORNI (WS-ORE-IDX)
               IF OG-MINUTI (WS-ORE-IDX WS-GIORNO-IDX) > WS-MINUTI-TURNO
                   COMPUTE WS-MINUTI-EXTRA = WS-MINUTI-EXTRA
                       + OG-MINUTI (WS-ORE-IDX WS-GIORNO-IDX)
                       - WS-MINUTI-TURNO
               END-IF
           END-PERFORM.
           COMPUTE WS-IMP-FISSO =
               TT-FISSO (WS-TAR-TROVATA) * OR-NUM-GIORNI (WS-ORE-IDX).
           COMPUTE WS-IMP-STRAORD ROUNDED =
               WS-MINUTI-EXTRA * TT-TARIFFA-ORA (WS-TAR-TROVATA) / 60.
           MOVE 0 TO WS-IMP-DIARIA.
           IF OR-NUM-GIORNI (WS-ORE-IDX) > 1
               COMPUTE WS-IMP-DIARIA = TT-DIARIA (WS-TAR-TROVATA)
                   * (OR-NUM-GIORNI (WS-ORE-IDX) - 1)
           END-IF.
           COMPUTE WS-IMP-TOTALE =
               WS-IMP-FISSO + WS-IMP-STRAORD + WS-IMP-DIARIA.
           MOVE WS-IMP-FISSO TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "  compenso fisso per giornata    " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           COMPUTE WS-ORE-INTERE = WS-MINUTI-EXTRA / 60.
           COMPUTE WS-MINUTI-RESTO = FUNCTION MOD (WS-MINUTI-EXTRA, 60).
           MOVE WS-IMP-STRAORD TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "  ore oltre il turno " DELIMITED BY SIZE
                  WS-ORE-INTERE DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-MINUTI-RESTO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE WS-IMP-DIARIA TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "  diaria giornate successive     " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE WS-IMP-TOTALE TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING "  TOTALE DA PAGARE               " DELIMITED BY SIZE
                  WS-IMPORTO-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
           MOVE OR-OPERATORE (WS-ORE-IDX) TO PG-OPERATORE.
           MOVE OT-NOME (WS-OPER-TROVATO) TO PG-NOME.
           MOVE WS-RUOLO-SCELTO TO PG-RUOLO.
           MOVE OR-NUM-GIORNI (WS-ORE-IDX) TO PG-GIORNI.
           MOVE OR-MINUTI (WS-ORE-IDX) TO PG-MINUTI.
           MOVE WS-MINUTI-EXTRA TO PG-MINUTI-EXTRA.
           MOVE WS-IMP-FISSO TO PG-FISSO.
           MOVE WS-IMP-STRAORD TO PG-STRAORDINARIO.
           MOVE WS-IMP-DIARIA TO PG-DIARIA.
           MOVE WS-IMP-TOTALE TO PG-TOTALE.
           MOVE WS-DATA-CALCOLO TO PG-DATA-CALCOLO.
           MOVE WS-PERIODO-DAL TO PG-PERIODO-DAL.
           MOVE WS-PERIODO-AL TO PG-PERIODO-AL.
           WRITE PagamentoRecord.
           ADD 1 TO WS-NUM-PAGATI.
           ADD OR-MINUTI (WS-ORE-IDX) TO WS-MIN-PAGATI.
           ADD WS-IMP-TOTALE TO WS-TOT-PAGATO.
       Compensa-Operatore-fine.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga-Compensi THRU Scrivi-Riga-Compensi-exit.
       Compensa-Operatore-exit.
           EXIT.

       Chiedi-Periodo.
      *    First and last polling day into WS-PERIODO-DAL/-AL, the
      *    first proposed from the election definition, the last
      *    from the first (a one-day poll); WS-PERIODO-VALIDO "Y"
      *    once both are good, and the period line for the reports
      *    in WS-PERIODO-RIGA.
           MOVE "N" TO WS-PERIODO-VALIDO.
           MOVE 0 TO WS-PERIODO-DAL.
           OPEN INPUT DefinizioneFile.
           IF WS-FS-DEFINIZIONE = "00"
               READ DefinizioneFile
                   AT END CONTINUE
                   NOT AT END
                       IF DE-DATA-ELEZIONE IS NUMERIC
                           MOVE DE-DATA-ELEZIONE TO WS-PERIODO-DAL
                       END-IF
               END-READ
               CLOSE DefinizioneFile
           END-IF.
           IF WS-PERIODO-DAL = 0
               DISPLAY "Primo giorno di votazione (AAAAMMGG): "
           ELSE
               DISPLAY "Primo giorno di votazione (AAAAMMGG, invio"
                       " per " WS-PERIODO-DAL "): "
           END-IF.
           MOVE SPACES TO WS-PERIODO-INPUT.
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
               IF WS-PERIODO-INPUT IS NOT NUMERIC
                   DISPLAY "Primo giorno non valido."
                   GO TO Chiedi-Periodo-exit
               END-IF
               MOVE WS-PERIODO-INPUT TO WS-PERIODO-DAL
           END-IF.
           IF WS-PERIODO-DAL = 0
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-PERIODO-DAL) NOT = 0
               DISPLAY "Primo giorno non valido."
               GO TO Chiedi-Periodo-exit
           END-IF.
           MOVE WS-PERIODO-DAL TO WS-PERIODO-AL.
           DISPLAY "Ultimo giorno di votazione (AAAAMMGG, invio"
                   " per " WS-PERIODO-AL "): ".
           MOVE SPACES TO WS-PERIODO-INPUT.
           ACCEPT WS-PERIODO-INPUT.
           IF WS-PERIODO-INPUT NOT = SPACES
               IF WS-PERIODO-INPUT IS NOT NUMERIC
                   DISPLAY "Ultimo giorno non valido."
                   GO TO Chiedi-Periodo-exit
               END-IF
               MOVE WS-PERIODO-INPUT TO WS-PERIODO-AL
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-PERIODO-AL) NOT = 0
              OR WS-PERIODO-AL < WS-PERIODO-DAL
               DISPLAY "Ultimo giorno non valido o prima del primo."
               GO TO Chiedi-Periodo-exit
           END-IF.
           COMPUTE WS-PERIODO-OLTRE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PERIODO-AL) + 1).
           MOVE SPACES TO WS-PERIODO-RIGA.
           STRING "PERIODO DAL " DELIMITED BY SIZE
                  WS-PERIODO-DAL (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PERIODO-DAL (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PERIODO-DAL (1:4) DELIMITED BY SIZE
                  " AL " DELIMITED BY SIZE
                  WS-PERIODO-AL (7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PERIODO-AL (5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PERIODO-AL (1:4) DELIMITED BY SIZE
                  INTO WS-PERIODO-RIGA.
           MOVE "Y" TO WS-PERIODO-VALIDO.
       Chiedi-Periodo-exit.
           EXIT.

       Scrivi-Riga-Compensi.
      *    Page break, header reprint and the counters the trailer
      *    certifies, as on every paginated report.
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
       Scrivi-Riga-Compensi-exit.
           EXIT.

       Carica-Autorizzazioni.
           MOVE 0 TO WS-NUM-AUTORIZZAZIONI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT AutorizzazioniFile.
           IF WS-FS-AUTORIZZAZIONI NOT = "00"
               DISPLAY "Tabella " FUNCTION TRIM (WS-FILE-AUTORIZZAZIONI)
                       " non trovata: si parte da una tabella vuota."
               GO TO Carica-Autorizzazioni-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ AutorizzazioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-AUTORIZZAZIONI < WS-MAX-AUTORIZZAZIONI
                           ADD 1 TO WS-NUM-AUTORIZZAZIONI
                           MOVE AZ-LIVELLO
                               TO AT-LIVELLO (WS-NUM-AUTORIZZAZIONI)
                           MOVE AZ-PROGRAMMA
                               TO AT-PROGRAMMA (WS-NUM-AUTORIZZAZIONI)
                           MOVE AZ-MODALITA
                               TO AT-MODALITA (WS-NUM-AUTORIZZAZIONI)
                       ELSE
                           DISPLAY "Tabella oltre il limite di "
                                   WS-MAX-AUTORIZZAZIONI
                                   ": voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AutorizzazioniFile.
       Carica-Autorizzazioni-exit.
           EXIT.

       Salva-Autorizzazioni.
           OPEN OUTPUT AutorizzazioniFile.
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-NUM-AUTORIZZAZIONI
               MOVE AT-LIVELLO (WS-AUT-IDX) TO AZ-LIVELLO
               MOVE AT-PROGRAMMA (WS-AUT-IDX) TO AZ-PROGRAMMA
               MOVE AT-MODALITA (WS-AUT-IDX) TO AZ-MODALITA
               WRITE AutorizzazioneRecord
           END-PERFORM.
           CLOSE AutorizzazioniFile.
       Salva-Autorizzazioni-exit.
           EXIT.

       Cerca-Autorizzazione.
           MOVE 0 TO WS-AUT-TROVATA.
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-NUM-AUTORIZZAZIONI
               IF AT-LIVELLO (WS-AUT-IDX) = WS-LIVELLO-AUT
                  AND AT-PROGRAMMA (WS-AUT-IDX) = WS-PROGRAMMA-AUT
                  AND AT-MODALITA (WS-AUT-IDX) = WS-MODALITA-AUT
                   MOVE WS-AUT-IDX TO WS-AUT-TROVATA
               END-IF
           END-PERFORM.
       Cerca-Autorizzazione-exit.
           EXIT.

       Lista-Autorizzazioni.
           DISPLAY "AUTORIZZAZIONI (" WS-NUM-AUTORIZZAZIONI
                   " voci; il livello S e' sempre autorizzato):".
           PERFORM VARYING WS-AUT-IDX FROM 1 BY 1
                   UNTIL WS-AUT-IDX > WS-NUM-AUTORIZZAZIONI
               DISPLAY "  livello " AT-LIVELLO (WS-AUT-IDX)
                       "  " AT-PROGRAMMA (WS-AUT-IDX)
                       " modalita' " AT-MODALITA (WS-AUT-IDX)
           END-PERFORM.
       Lista-Autorizzazioni-exit.
           EXIT.

       Aggiorna-Autorizzazioni.
      *    Grants and revocations, one at a time, until F. The
      *    program name is keyed as the program signs its error-log
      *    entries; "*" as mode grants every mode. Each change goes
      *    on the error log at "I" level with the operator who made
      *    it, so the table's history can be read back.
           PERFORM Carica-Autorizzazioni
                   THRU Carica-Autorizzazioni-exit.
           PERFORM Lista-Autorizzazioni THRU Lista-Autorizzazioni-exit.
           MOVE SPACE TO WS-AZIONE-AUT.
           PERFORM UNTIL WS-AZIONE-AUT = "F"
               DISPLAY "Azione (C=concedi, R=revoca, L=lista,"
                       " F=fine): "
               ACCEPT WS-AZIONE-AUT
               MOVE FUNCTION UPPER-CASE (WS-AZIONE-AUT)
                   TO WS-AZIONE-AUT
               EVALUATE WS-AZIONE-AUT
                   WHEN "C"
                       PERFORM Chiedi-Autorizzazione
                               THRU Chiedi-Autorizzazione-exit
                       PERFORM Concedi-Autorizzazione
                               THRU Concedi-Autorizzazione-exit
                   WHEN "R"
                       PERFORM Chiedi-Autorizzazione
                               THRU Chiedi-Autorizzazione-exit
                       PERFORM Revoca-Autorizzazione
                               THRU Revoca-Autorizzazione-exit
                   WHEN "L"
                       PERFORM Lista-Autorizzazioni
                               THRU Lista-Autorizzazioni-exit
                   WHEN "F"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Scelta non riconosciuta."
               END-EVALUATE
           END-PERFORM.
       Aggiorna-Autorizzazioni-exit.
           EXIT.

       Chiedi-Autorizzazione.
           DISPLAY "Livello operatore (O): ".
           ACCEPT WS-LIVELLO-AUT.
           MOVE FUNCTION UPPER-CASE (WS-LIVELLO-AUT) TO WS-LIVELLO-AUT.
           IF WS-LIVELLO-AUT = SPACE
               MOVE "O" TO WS-LIVELLO-AUT
           END-IF.
           DISPLAY "Programma (es. Fatturazione, TasseManut): ".
           ACCEPT WS-PROGRAMMA-AUT.
           DISPLAY "Modalita' (* = tutte): ".
           ACCEPT WS-MODALITA-AUT.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA-AUT)
               TO WS-MODALITA-AUT.
           IF WS-MODALITA-AUT = SPACE
               MOVE "*" TO WS-MODALITA-AUT
           END-IF.
           PERFORM Cerca-Autorizzazione
                   THRU Cerca-Autorizzazione-exit.
       Chiedi-Autorizzazione-exit.
           EXIT.

       Concedi-Autorizzazione.
           IF WS-LIVELLO-AUT = "S"
               DISPLAY "Il livello S e' sempre autorizzato:"
                       " nessuna voce necessaria."
               GO TO Concedi-Autorizzazione-exit
           END-IF.
           IF WS-PROGRAMMA-AUT = SPACES
               DISPLAY "Programma mancante: nessuna voce aggiunta."
               GO TO Concedi-Autorizzazione-exit
           END-IF.
           IF WS-AUT-TROVATA > 0
               DISPLAY "Autorizzazione gia' presente."
               GO TO Concedi-Autorizzazione-exit
           END-IF.
           IF WS-NUM-AUTORIZZAZIONI >= WS-MAX-AUTORIZZAZIONI
               DISPLAY "Tabella al limite di " WS-MAX-AUTORIZZAZIONI
                       " voci: nessuna aggiunta."
               GO TO Concedi-Autorizzazione-exit
           END-IF.
           ADD 1 TO WS-NUM-AUTORIZZAZIONI.
           MOVE WS-LIVELLO-AUT TO AT-LIVELLO (WS-NUM-AUTORIZZAZIONI).
           MOVE WS-PROGRAMMA-AUT
               TO AT-PROGRAMMA (WS-NUM-AUTORIZZAZIONI).
           MOVE WS-MODALITA-AUT TO AT-MODALITA (WS-NUM-AUTORIZZAZIONI).
           PERFORM Salva-Autorizzazioni THRU Salva-Autorizzazioni-exit.
           DISPLAY "Autorizzazione concessa.".
           MOVE "concessa" TO WS-ESITO-AUT.
           PERFORM Registra-Autorizzazione
                   THRU Registra-Autorizzazione-exit.
       Concedi-Autorizzazione-exit.
           EXIT.

       Revoca-Autorizzazione.
           IF WS-AUT-TROVATA = 0
               DISPLAY "Autorizzazione non presente in tabella."
               GO TO Revoca-Autorizzazione-exit
           END-IF.
           PERFORM VARYING WS-AUT-IDX FROM WS-AUT-TROVATA BY 1
                   UNTIL WS-AUT-IDX >= WS-NUM-AUTORIZZAZIONI
               MOVE AUTORIZZAZIONE-ROW (WS-AUT-IDX + 1)
                   TO AUTORIZZAZIONE-ROW (WS-AUT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NUM-AUTORIZZAZIONI.
           PERFORM Salva-Autorizzazioni THRU Salva-Autorizzazioni-exit.
           DISPLAY "Autorizzazione revocata.".
           MOVE "revocata" TO WS-ESITO-AUT.
           PERFORM Registra-Autorizzazione
                   THRU Registra-Autorizzazione-exit.
       Revoca-Autorizzazione-exit.
           EXIT.

       Registra-Autorizzazione.
           MOVE "OperManut" TO WS-ERR-PROGRAMMA.
           MOVE "Aggiorna-Autorizzazioni" TO WS-ERR-PARAGRAFO.
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "autorizzazione " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ESITO-AUT) DELIMITED BY SIZE
                  ": livello " DELIMITED BY SIZE
                  WS-LIVELLO-AUT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROGRAMMA-AUT) DELIMITED BY SIZE
                  " modalita' " DELIMITED BY SIZE
                  WS-MODALITA-AUT DELIMITED BY SIZE
                  INTO WS-ERR-MESSAGGIO.
           MOVE "I" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           MOVE SPACES TO WS-ESITO-AUT.
       Registra-Autorizzazione-exit.
           EXIT.
       END PROGRAM OperManut.
