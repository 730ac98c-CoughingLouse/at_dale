      *          accruing and shows a pro-rata position - the year's
      *          fee scaled to the months elapsed since September.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the sequence-generator request carries the new
      *      block fields (WS-SEQ-BLOCCO zero: one number, as before).
      * Mod: 15/10/2026 - mode C settles Rubrica's course transfers
      *      (PASSAGGI.DAT): the fee difference becomes a
      *      supplementary invoice or a credit note (FT-STATO "C",
      *      set against the year's open invoices); credit notes
      *      stay off the arrears report.
      * Mod: 15/10/2026 - CorsoRecord carries CO-CFU and
      *      CO-FREQ-MIN, the full CORSI.DAT line CorsiManut writes.
      * Mod: 15/10/2026 - mode F bills the student's income band
      *      (TASSE_FASCE.DAT, REDDITI_STUDENTI.DAT; the single
      *      tariffario fee for a course with no bands) less the
      *      year's exemptions (ESENZIONI.DAT), and prints every
      *      invoice with both on FATTURE_<data>_<ora>.TXT; mode C
      *      prices transfers the same way; mode E reports the revenue
      *      given up per exemption ground (ESENZIONI_<anno>.TXT).
      * Mod: 15/10/2026 - every invoice is split into the regulation's
      *      instalments (RATE_FATTURE.DAT, due dates and surcharge
      *      steps in REGOLE_RATE.DAT); payments and credits settle
      *      the instalment due first; nightly mode S adds the late
      *      surcharge and prints first/second/final notices addressed
      *      from RECAPITI.DAT, registered in SOLLECITI.DAT.
      * Mod: 15/10/2026 - refund credit notes: mode N raises one
      *      (NOTE_CREDITO.DAT, NOTECRED series) per withdrawn student's
      *      unaccrued months or overpaid invoice; mode V, under a
      *      supervisor code, approves or rejects them and cuts the
      *      invoice and its instalments; mode B pays the refunds on the
      *      bank file BONIFICI_<data>_<ora>.DAT to the contact record's
      *      IBAN, leaving invoice, note and refund at zero.
      * Mod: 15/10/2026 - invoices and dunning letters print a payment
      *      reference code with check digits; intake matches on
      *      it, then on amount and Matricola, parking anything else
      *      in the suspense queue; mode D is the bursar's desk on it.
      * Mod: 15/10/2026 - every money movement is appended to the
      *      accounting events register (MOVIMENTI_CONTABILI.DAT);
      *      mode G extracts a day's events as a balanced general-
      *      ledger journal (PRIMANOTA_<data>.DAT) mapped through
      *      CONTI_CONTABILI.DAT.
      * Mod: 15/10/2026 - the withdrawal pro-rata (arrears report and
      *      refund notes) and the late surcharge now CALL the shared
      *      formula service MotoreFormule: formula PRORATA (P1 fee,
      *      P2 months elapsed, P3 months billed) and MORA (P1 days
      *      late, P2 instalment, P3 stepped surcharge, P4 paid) take
      *      over when defined on FORMULE.DAT; without one the tenths
      *      and the surcharge steps stand, and a failed or out-of-
      *      range answer is logged as a warning and ignored.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Invoices carry the operator of the last change
      *      (FT-OPERATORE); the suspense desk uses the
      *      signed-on operator instead of asking again.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - invoices issued (mode F) and journal events
      *      and entries (mode G) are filed on the control figures
      *      under step FATTURAZ for the job-stream balancing.
      * Mod: 15/10/2026 - the run's return code is held across the calls
      *      of the sequence generator and the formula service,
      *      and the end-of-run warnings no longer lower it:
      *      a full register now ends the step RC 8 and a
      *      formula fallback RC 4.
      * Mod: 15/10/2026 - mode G takes a period: a last day after the
      *      date, or 0 for the previous month, written on
      *      PRIMANOTA_<dal>_<al>.DAT with the period in the
      *      trailer (GC-DATA-FINE); entries carry their own date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Fatturazione.
               FILE STATUS IS WS-FS-ANNO-ACC.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PassaggiFile ASSIGN TO WS-FILE-PASSAGGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PASSAGGI.
           SELECT FasceTasseFile ASSIGN TO WS-FILE-FASCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FASCE.
           SELECT RedditiFile ASSIGN TO WS-FILE-REDDITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REDDITI.
           SELECT EsenzioniFile ASSIGN TO WS-FILE-ESENZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESENZIONI.
           SELECT RateFile ASSIGN TO WS-FILE-RATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RATE.
           SELECT RegoleRateFile ASSIGN TO WS-FILE-REGOLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGOLE.
           SELECT SollecitiFile ASSIGN TO WS-FILE-SOLLECITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLLECITI.
           SELECT RecapitiFile ASSIGN TO WS-FILE-RECAPITI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-MATRICOLA
               FILE STATUS IS WS-FS-RECAPITI.
           SELECT NoteCreditoFile ASSIGN TO WS-FILE-NOTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTE.
           SELECT BonificiFile ASSIGN TO WS-FILE-BONIFICI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-BONIFICI.
           SELECT OperatoriFile ASSIGN TO WS-FILE-OPERATORI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATORI.
           SELECT SospesiFile ASSIGN TO WS-FILE-SOSPESI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOSPESI.
           SELECT EsitiSospesiFile ASSIGN TO WS-FILE-ESITI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ESITI.
           SELECT MovimentiFile ASSIGN TO WS-FILE-MOVIMENTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MOVIMENTI.
           SELECT MappaContiFile ASSIGN TO WS-FILE-CONTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTI.
           SELECT GiornaleFile ASSIGN TO WS-FILE-GIORNALE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GIORNALE.
           COPY ERRLOGS.
           COPY CTRFIGS.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentiFile.
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
       FD  FattureFile.
      *    One record per invoice; FT-STATO "A" aperta, "P" pagata,
      *    "R" ridotta pro-rata per ritiro, "C" nota di credito
      *    (FT-IMPORTO the credit, FT-PAGATO the part already set
      *    against the student's invoices).
       01  FatturaRecord.
           05 FT-NUMERO       PIC 9(9).
           05 FT-MATRICOLA    PIC 9(5).
           05 FT-PAGATO       PIC 9(7)V99.
           05 FT-DATA         PIC 9(8).
           05 FT-STATO        PIC X.
      *    Operator of the last change (blank on older records).
           05 FT-OPERATORE    PIC X(8).
       FD  AnnoAccFile.
       01  AnnoAccRecord      PIC 9(4).
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
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
           COPY PASSAGGD.
           COPY TASSEFAD.
           COPY REDDITID.
           COPY ESENZIOD.
           COPY RATEFATD.
           COPY RATEREGD.
           COPY SOLLECID.
           COPY RECAPITD.
           COPY NOTECRED.
           COPY BONIFICD.
           COPY INCASSID.
           COPY SOSPESID.
           COPY SOSPLOGD.
           COPY MOVCONTD.
           COPY CONTIMAD.
           COPY GIORNALD.
           COPY ERRLOGD.
           COPY CTRFIGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "M".
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
           05 WS-OGGI-ANNO     PIC 9(4).
           05 WS-OGGI-MESE     PIC 99.
           05 WS-OGGI-GIORNO   PIC 99.
       01  WS-DATA-OGGI-N REDEFINES WS-DATA-OGGI PIC 9(8).
      * The fee schedule, loaded once per run.
       01  WS-MAX-TASSE        PIC 9(3) VALUE 100.
       01  WS-NUM-TASSE        PIC 9(3) VALUE 0.
       01  WS-FATT-TROVATA     PIC 9(4) VALUE 0.
       01  FATTURE-TAB.
           05 FATTURA-ROW OCCURS 2000 TIMES.
              10 FA-REC         PIC X(58).
      * Request block for the shop's sequence generator: invoice
      * numbers draw from the FATTURE series.
       01  WS-RICHIESTA-SEQ.
           05 WS-SEQ-AZZERA        PIC X VALUE "N".
           05 WS-SEQ-ESITO         PIC X VALUE "0".
           05 WS-SEQ-CHIAMANTE     PIC X(10) VALUE "Fatturazio".
           05 WS-SEQ-BLOCCO        PIC 9(9) VALUE 0.
           05 WS-SEQ-RIFERIMENTO   PIC X(10) VALUE SPACES.
      * Request block for the shop's formula service: the pro-rata
      * and the late surcharge run the PRORATA and MORA formulas of
      * FORMULE.DAT when the desk has defined them.
       01  WS-RICHIESTA-FORMULA.
           05 WS-FML-NOME          PIC X(10) VALUE SPACES.
           05 WS-FML-VALORE OCCURS 9 TIMES PIC S9(6)V99.
           05 WS-FML-DATA-VALUTA   PIC 9(8) VALUE 0.
           05 WS-FML-RISULTATO     PIC S9(12)V99 VALUE 0.
           05 WS-FML-ESITO         PIC X VALUE "0".
           05 WS-FML-PASSO         PIC 99 VALUE 0.
           05 WS-FML-CHIAMANTE     PIC X(10) VALUE "Fatturazio".
       01  WS-FML-IDX          PIC 99 VALUE 0.
      * The run's return code, held across each call of the
      * sequence generator and the formula service: a called
      * program hands back its own return code, which would
      * otherwise wipe a warning or a stop already set by the run.
       01  WS-RC-CHIAMANTE     PIC S9(9) VALUE 0.
       01  WS-FATTURE-EMESSE   PIC 9(5) VALUE 0.
       01  WS-SALTATI-TASSA    PIC 9(5) VALUE 0.
       01  WS-PAG-LETTI        PIC 9(5) VALUE 0.
       01  WS-PAG-ABBINATI     PIC 9(5) VALUE 0.
       01  WS-PAG-PER-MATRICOLA PIC 9(5) VALUE 0.
       01  WS-PAG-SOSPESI      PIC 9(5) VALUE 0.
      * Arrears accounting.
       01  WS-DOVUTO           PIC 9(7)V99 VALUE 0.
       01  WS-RESIDUO          PIC S9(7)V99 VALUE 0
              10 MR-RESIDUO     PIC 9(9)V99.
              10 MR-CONTA       PIC 9(4).
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
      * Course transfers to settle, loaded whole.
       01  WS-FILE-PASSAGGI    PIC X(50) VALUE "PASSAGGI.DAT".
       01  WS-FS-PASSAGGI      PIC XX VALUE "00".
       01  WS-MAX-PASSAGGI     PIC 9(4) VALUE 1000.
       01  WS-NUM-PASSAGGI     PIC 9(4) VALUE 0.
       01  WS-PASS-IDX         PIC 9(4) VALUE 0.
       01  PASSAGGI-TAB.
           05 PASSAGGIO-ROW OCCURS 1000 TIMES.
              10 PS-REC         PIC X(40).
       01  WS-TASSA-PRIMA      PIC 9(7)V99 VALUE 0.
       01  WS-DIFFERENZA       PIC S9(7)V99 VALUE 0.
       01  WS-CREDITO-RESIDUO  PIC 9(7)V99 VALUE 0.
       01  WS-NOTE-CREDITO     PIC 9(5) VALUE 0.
       01  WS-PASS-SOSPESI     PIC 9(5) VALUE 0.
      * Income bands, declared incomes and exemptions, loaded whole;
      * the exemptions go back to disk stamped with the invoice they
      * were applied on.
       01  WS-FILE-FASCE       PIC X(50) VALUE "TASSE_FASCE.DAT".
       01  WS-FS-FASCE         PIC XX VALUE "00".
       01  WS-FILE-REDDITI     PIC X(50)
                               VALUE "REDDITI_STUDENTI.DAT".
       01  WS-FS-REDDITI       PIC XX VALUE "00".
       01  WS-FILE-ESENZIONI   PIC X(50) VALUE "ESENZIONI.DAT".
       01  WS-FS-ESENZIONI     PIC XX VALUE "00".
       01  WS-MAX-FASCE        PIC 9(3) VALUE 500.
       01  WS-NUM-FASCE        PIC 9(3) VALUE 0.
       01  WS-FASCIA-IDX       PIC 9(3) VALUE 0.
       01  WS-FASCIA-TROVATA   PIC 9(3) VALUE 0.
       01  FASCE-TAB.
           05 FASCIA-ROW OCCURS 500 TIMES.
              10 FB-CORSO       PIC 9(5).
              10 FB-FASCIA      PIC 99.
              10 FB-REDDITO-MAX PIC 9(7)V99.
              10 FB-IMPORTO     PIC 9(7)V99.
       01  WS-MAX-REDDITI      PIC 9(4) VALUE 5000.
       01  WS-NUM-REDDITI      PIC 9(4) VALUE 0.
       01  WS-REDDITO-IDX      PIC 9(4) VALUE 0.
       01  REDDITI-TAB.
           05 REDDITO-ROW OCCURS 5000 TIMES.
              10 RE-REC         PIC X(26).
       01  WS-MAX-ESENZIONI    PIC 9(4) VALUE 5000.
       01  WS-NUM-ESENZIONI    PIC 9(4) VALUE 0.
       01  WS-ESENZIONE-IDX    PIC 9(4) VALUE 0.
       01  ESENZIONI-TAB.
           05 ESENZIONE-ROW OCCURS 5000 TIMES.
              10 EX-REC         PIC X(59).
      * The fee a student is billed: the year the fee is for, the
      * band it came from (zero for the single tariffario fee) and
      * the income that placed the student there.
       01  WS-ANNO-TASSA       PIC 9(4) VALUE 0.
       01  WS-REDDITO          PIC 9(7)V99 VALUE 0.
       01  WS-REDDITO-PRESENTE PIC X VALUE "N".
       01  WS-FASCIA-APPLICATA PIC 99 VALUE 0.
       01  WS-FASCIA-LIMITE    PIC 9(7)V99 VALUE 0.
       01  WS-IMPORTO-LORDO    PIC 9(7)V99 VALUE 0.
       01  WS-TOT-ESENTE       PIC 9(7)V99 VALUE 0.
       01  WS-QUOTA-ESENTE     PIC 9(7)V99 VALUE 0.
       01  WS-PERC-ESENTE      PIC 9(4) VALUE 0.
       01  WS-MOTIVO           PIC X VALUE SPACE.
       01  WS-MOTIVO-DESCR     PIC X(30) VALUE SPACES.
       01  WS-MOTIVO-IDX       PIC 9 VALUE 0.
       01  WS-ORA-OGGI         PIC 9(8) VALUE 0.
       01  WS-IMPORTO-ED       PIC Z(6)9.99.
       01  WS-SCONTO-ED        PIC -(7)9.99.
       01  WS-REDDITO-ED       PIC Z(6)9.99.
       01  WS-PERC-ED          PIC ZZ9.
       01  WS-NUM-ED           PIC ZZZZ9.
      * Run totals for the printed invoices.
       01  WS-TOT-LORDO        PIC 9(9)V99 VALUE 0.
       01  WS-TOT-ESENZIONI    PIC 9(9)V99 VALUE 0.
       01  WS-TOT-NETTO        PIC 9(9)V99 VALUE 0.
       01  WS-TOTALE-ED        PIC Z(8)9.99.
      * Revenue given up, by ground of exemption, for the finance
      * office: M, D, F, A in that order.
       01  WS-MOTIVI-CODICI    PIC X(4) VALUE "MDFA".
       01  MOTIVI-TAB.
           05 MOTIVO-ROW OCCURS 4 TIMES.
              10 MT-CONTA       PIC 9(5).
              10 MT-IMPORTO     PIC 9(9)V99.
       01  WS-ANNO-RAPPORTO    PIC 9(4) VALUE 0.
       01  WS-ESENZ-APPLICATE  PIC 9(5) VALUE 0.
       01  WS-ESENZ-IN-ATTESA  PIC 9(5) VALUE 0.
      * The instalment plans of the invoices, loaded whole.
       01  WS-FILE-RATE        PIC X(50) VALUE "RATE_FATTURE.DAT".
       01  WS-FS-RATE          PIC XX VALUE "00".
       01  WS-MAX-RATE         PIC 9(4) VALUE 6000.
       01  WS-NUM-RATE         PIC 9(4) VALUE 0.
       01  WS-RATA-IDX         PIC 9(4) VALUE 0.
       01  WS-RATA-TROVATA     PIC 9(4) VALUE 0.
       01  RATE-TAB.
           05 RATA-ROW OCCURS 6000 TIMES.
              10 RA-REC         PIC X(46).
      * The regulation's due dates and surcharge steps, from
      * REGOLE_RATE.DAT; when the file is missing, the three
      * instalments and the steps set in Regole-Predefinite.
       01  WS-FILE-REGOLE      PIC X(50) VALUE "REGOLE_RATE.DAT".
       01  WS-FS-REGOLE        PIC XX VALUE "00".
       01  WS-NUM-SCADENZE     PIC 9 VALUE 0.
       01  WS-SCAD-IDX         PIC 9 VALUE 0.
       01  SCADENZE-TAB.
           05 SCADENZA-ROW OCCURS 9 TIMES.
              10 SC-MESE        PIC 99.
              10 SC-GIORNO      PIC 99.
              10 SC-PERCENTUALE PIC 9(3).
       01  WS-NUM-MORE         PIC 9 VALUE 0.
       01  WS-MORA-IDX         PIC 9 VALUE 0.
       01  MORE-TAB.
           05 MORA-ROW OCCURS 9 TIMES.
              10 MO-GIORNI      PIC 9(3).
              10 MO-IMPORTO     PIC 9(5)V99.
      * An instalment falling due before the invoice is issued (a
      * late enrolment, a supplementary invoice) is payable this
      * many days after the invoice date instead.
       01  WS-GIORNI-PAGAMENTO PIC 9(3) VALUE 30.
       01  WS-DATA-SCADENZA    PIC 9(8) VALUE 0.
       01  WS-RATE-FATTURA     PIC 9(9) VALUE 0.
       01  WS-RATE-ASSEGNATE   PIC 9(7)V99 VALUE 0.
       01  WS-DA-RIPARTIRE     PIC 9(7)V99 VALUE 0.
       01  WS-DOVUTO-RATA      PIC 9(7)V99 VALUE 0.
       01  WS-RATA-UNICA       PIC X VALUE "N".
       01  WS-PERC-TOTALE      PIC 9(4) VALUE 0.
      * The dunning run: the letters already sent, loaded whole,
      * and the wait between one notice and the next.
       01  WS-FILE-SOLLECITI   PIC X(50) VALUE "SOLLECITI.DAT".
       01  WS-FS-SOLLECITI     PIC XX VALUE "00".
       01  WS-FILE-RECAPITI    PIC X(50) VALUE "RECAPITI.DAT".
       01  WS-FS-RECAPITI      PIC XX VALUE "00".
       01  WS-MAX-SOLLECITI    PIC 9(5) VALUE 20000.
       01  WS-NUM-SOLLECITI    PIC 9(5) VALUE 0.
       01  WS-SOLL-IDX         PIC 9(5) VALUE 0.
       01  SOLLECITI-TAB.
           05 SOLLECITO-ROW OCCURS 20000 TIMES.
              10 SO-FATTURA     PIC 9(9).
              10 SO-RATA        PIC 9.
              10 SO-LIVELLO     PIC 9.
              10 SO-DATA        PIC 9(8).
       01  WS-GIORNI-TRA-SOLLECITI PIC 9(3) VALUE 15.
       01  WS-GIORNO-OGGI      PIC 9(7) VALUE 0.
       01  WS-GIORNI-RITARDO   PIC S9(7) VALUE 0.
       01  WS-MORA-DOVUTA      PIC 9(5)V99 VALUE 0.
       01  WS-MORA-AGGIUNTA    PIC 9(7)V99 VALUE 0.
       01  WS-LIVELLO          PIC 9 VALUE 0.
       01  WS-DATA-LIVELLO     PIC 9(8) VALUE 0.
       01  WS-RESIDUO-RATA     PIC 9(7)V99 VALUE 0.
       01  WS-DATA-CONV        PIC 9(8) VALUE 0.
       01  WS-DATA-ED          PIC X(10) VALUE SPACES.
       01  WS-GIORNI-ED        PIC ZZ9.
       01  WS-RATE-SCADUTE     PIC 9(5) VALUE 0.
       01  WS-MORE-APPLICATE   PIC 9(5) VALUE 0.
       01  WS-TOT-MORE         PIC 9(9)V99 VALUE 0.
       01  WS-LETTERE-TAB.
           05 WS-LETTERE-LIVELLO PIC 9(5) OCCURS 3 TIMES.
       01  WS-SENZA-RECAPITO   PIC 9(5) VALUE 0.
       01  WS-DIFFIDE-SCADUTE  PIC 9(5) VALUE 0.
      * Refund credit notes, loaded whole; numbered from their own
      * series of the sequence generator, approved by a supervisor
      * from the operators' roster, paid out on the bank file.
       01  WS-FILE-NOTE        PIC X(50) VALUE "NOTE_CREDITO.DAT".
       01  WS-FS-NOTE          PIC XX VALUE "00".
       01  WS-MAX-NOTE         PIC 9(4) VALUE 2000.
       01  WS-NUM-NOTE         PIC 9(4) VALUE 0.
       01  WS-NOTA-IDX         PIC 9(4) VALUE 0.
       01  NOTE-TAB.
           05 NOTA-ROW OCCURS 2000 TIMES.
              10 NT-REC         PIC X(113).
       01  WS-SERIE-NOTE       PIC X(10) VALUE "NOTECRED".
       01  WS-SERIE-FATTURE    PIC X(10) VALUE "FATTURE".
       01  WS-FILE-BONIFICI    PIC X(50) VALUE SPACES.
       01  WS-FS-BONIFICI      PIC XX VALUE "00".
       01  WS-FILE-OPERATORI   PIC X(50) VALUE "OPERATORI.DAT".
       01  WS-FS-OPERATORI     PIC XX VALUE "00".
       01  WS-CODICE-SUPER     PIC X(8) VALUE SPACES.
       01  WS-SUPER-OK         PIC X VALUE "N".
       01  WS-DECISIONE        PIC X VALUE SPACE.
       01  WS-NOTA-BLOCCA      PIC X VALUE "N".
       01  WS-RITIRO-CHIUSO    PIC X VALUE "N".
       01  WS-MATURATO         PIC 9(7)V99 VALUE 0.
       01  WS-DA-RIDURRE       PIC 9(7)V99 VALUE 0.
       01  WS-RIDUZIONE        PIC 9(7)V99 VALUE 0.
       01  WS-NUMERO-RATA      PIC S99 VALUE 0.
       01  WS-MESI-ED          PIC Z9.
       01  WS-NOTE-EMESSE      PIC 9(5) VALUE 0.
       01  WS-NOTE-APPROVATE   PIC 9(5) VALUE 0.
       01  WS-NOTE-RESPINTE    PIC 9(5) VALUE 0.
       01  WS-NOTE-RINVIATE    PIC 9(5) VALUE 0.
       01  WS-BONIFICI-DISPOSTI PIC 9(5) VALUE 0.
       01  WS-SENZA-IBAN       PIC 9(5) VALUE 0.
       01  WS-TOT-NOTE         PIC 9(9)V99 VALUE 0.
       01  WS-TOT-RIMBORSI     PIC 9(9)V99 VALUE 0.
       01  WS-TOT-BONIFICI     PIC 9(9)V99 VALUE 0.
      * The payment reference code printed on every invoice: the
      * invoice number and two check digits (ISO 7064 mod 97-10, as
      * for the IBAN), so a mistyped code is caught at intake.
       01  WS-RIF-CODICE.
           05 WS-RIF-NUMERO    PIC 9(9).
           05 WS-RIF-CONTROLLO PIC 99.
       01  WS-RIF-CODICE-N REDEFINES WS-RIF-CODICE PIC 9(11).
      * Payments that could not be matched safely wait in the
      * suspense queue, loaded whole at the desk; every decision
      * taken there is appended to the log.
       01  WS-FILE-SOSPESI     PIC X(50) VALUE "INCASSI_SOSPESI.DAT".
       01  WS-FS-SOSPESI       PIC XX VALUE "00".
       01  WS-FILE-ESITI       PIC X(50) VALUE "INCASSI_SOSPESI.LOG".
       01  WS-FS-ESITI         PIC XX VALUE "00".
       01  WS-SERIE-SOSPESI    PIC X(10) VALUE "SOSPESI".
       01  WS-MAX-SOSPESI      PIC 9(4) VALUE 5000.
       01  WS-NUM-SOSPESI      PIC 9(4) VALUE 0.
       01  WS-SOSP-IDX         PIC 9(4) VALUE 0.
       01  SOSPESI-TAB.
           05 SOSPESO-ROW OCCURS 5000 TIMES.
              10 SS-REC         PIC X(113).
       01  WS-MOTIVO-SOSPESO   PIC XX VALUE SPACES.
       01  WS-DESCR-SOSPESO    PIC X(45) VALUE SPACES.
       01  WS-CANDIDATI        PIC 9(3) VALUE 0.
       01  WS-IMPORTO-INCASSO  PIC 9(7)V99 VALUE 0.
       01  WS-OPERATORE        PIC X(8) VALUE SPACES.
       01  WS-OPERATORE-OK     PIC X VALUE "N".
       01  WS-FATTURA-SCELTA   PIC 9(9) VALUE 0.
       01  WS-NOTA-ESITO       PIC X(40) VALUE SPACES.
       01  WS-ORA-ESITO        PIC 9(8) VALUE 0.
       01  WS-SOSP-ASSEGNATI   PIC 9(5) VALUE 0.
       01  WS-SOSP-RESTITUITI  PIC 9(5) VALUE 0.
       01  WS-SOSP-RINVIATI    PIC 9(5) VALUE 0.
      * The accounting events register, the general-ledger account
      * mapping (loaded whole) and the day's journal extract.
       01  WS-FILE-MOVIMENTI   PIC X(50)
                               VALUE "MOVIMENTI_CONTABILI.DAT".
       01  WS-FS-MOVIMENTI     PIC XX VALUE "00".
       01  WS-MOVIMENTI-APERTI PIC X VALUE "N".
       01  WS-FILE-CONTI       PIC X(50) VALUE "CONTI_CONTABILI.DAT".
       01  WS-FS-CONTI         PIC XX VALUE "00".
       01  WS-FILE-GIORNALE    PIC X(50) VALUE SPACES.
       01  WS-FS-GIORNALE      PIC XX VALUE "00".
       01  WS-MAX-CONTI        PIC 9(3) VALUE 500.
       01  WS-NUM-CONTI        PIC 9(3) VALUE 0.
       01  WS-CONTO-IDX        PIC 9(3) VALUE 0.
       01  WS-CONTO-TROVATO    PIC 9(3) VALUE 0.
       01  WS-CDC-TROVATO      PIC 9(3) VALUE 0.
       01  CONTI-TAB.
           05 CONTO-ROW OCCURS 500 TIMES.
              10 CT-REC         PIC X(56).
       01  WS-CHIAVE-CORSO     PIC 9(5) VALUE 0.
       01  WS-DATA-CONTABILE   PIC X(8) VALUE SPACES.
       01  WS-DATA-GIORNALE    PIC 9(8) VALUE 0.
      * Last day of the journal's period: the same as
      * WS-DATA-GIORNALE for the nightly one-day extract.
       01  WS-DATA-GIORNALE-FINE PIC 9(8) VALUE 0.
       01  WS-FINE-PERIODO     PIC X(8) VALUE SPACES.
       01  WS-MESE-GIORNALE    PIC 9(6) VALUE 0.
       01  WS-GL-MOVIMENTI     PIC 9(7) VALUE 0.
       01  WS-GL-NON-MAPPATI   PIC 9(7) VALUE 0.
       01  WS-GL-REGISTRAZIONI PIC 9(7) VALUE 0.
       01  WS-GL-RIGHE         PIC 9(7) VALUE 0.
       01  WS-GL-TOT-DARE      PIC 9(11)V99 VALUE 0.
       01  WS-GL-TOT-AVERE     PIC 9(11)V99 VALUE 0.
       01  WS-TOTALE-GL-ED     PIC Z(10)9.99.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY CTRFIGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Fatturazione tasse e contributi ::".
           DISPLAY "Modalita' (F=emissione fatture, P=incasso"
                   " pagamenti, C=conguaglio passaggi di corso,"
                   " E=rapporto esenzioni, S=solleciti e more,"
                   " N=note di credito di rimborso, V=approvazione"
                   " note di credito, B=bonifici di rimborso,"
                   " D=sportello incassi sospesi,"
                   " G=giornale contabile,"
                   " M=rapporto morosita'): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Fatturazione" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-OGGI FROM TIME.
           PERFORM Carica-Anno-Accademico
                   THRU Carica-Anno-Accademico-exit.
           PERFORM Carica-Tasse THRU Carica-Tasse-exit.
           PERFORM Carica-Fasce THRU Carica-Fasce-exit.
           PERFORM Carica-Redditi THRU Carica-Redditi-exit.
           PERFORM Carica-Esenzioni THRU Carica-Esenzioni-exit.
           PERFORM Carica-Fatture THRU Carica-Fatture-exit.
           PERFORM Carica-Regole-Rate THRU Carica-Regole-Rate-exit.
           PERFORM Carica-Rate THRU Carica-Rate-exit.
           IF WS-MODALITA = "F" OR "P" OR "C" OR "S" OR "V"
              OR "B" OR "D"
               PERFORM Apri-Movimenti THRU Apri-Movimenti-exit
               IF WS-MOVIMENTI-APERTI = "N"
                   STOP RUN
               END-IF
           END-IF.
           EVALUATE WS-MODALITA
               WHEN "F"
                   PERFORM Emetti-Fatture THRU Emetti-Fatture-exit
               WHEN "P"
                   PERFORM Incassa-Pagamenti
                           THRU Incassa-Pagamenti-exit
               WHEN "C"
                   PERFORM Conguaglia-Passaggi
                           THRU Conguaglia-Passaggi-exit
               WHEN "E"
                   PERFORM Rapporto-Esenzioni
                           THRU Rapporto-Esenzioni-exit
               WHEN "S"
                   PERFORM Solleciti THRU Solleciti-exit
               WHEN "N"
                   PERFORM Emetti-Note-Credito
                           THRU Emetti-Note-Credito-exit
               WHEN "V"
                   PERFORM Approva-Note-Credito
                           THRU Approva-Note-Credito-exit
               WHEN "B"
                   PERFORM Disponi-Rimborsi
                           THRU Disponi-Rimborsi-exit
               WHEN "D"
                   PERFORM Sportello-Sospesi
                           THRU Sportello-Sospesi-exit
               WHEN "G"
                   PERFORM Giornale-Contabile
                           THRU Giornale-Contabile-exit
               WHEN OTHER
                   PERFORM Rapporto-Morosita
                           THRU Rapporto-Morosita-exit
           END-EVALUATE.
           IF WS-MOVIMENTI-APERTI = "Y"
               CLOSE MovimentiFile
           END-IF.
           STOP RUN.

       Carica-Anno-Accademico.
           EXIT.

       Cerca-Tassa-Corso.
      *    Fee of student SR-MATRICOLA on course SR-CORSO for year
      *    WS-ANNO-TASSA; WS-TASSA-PRESENTE "N" when the course is
      *    neither banded nor on the tariffario. A banded course
      *    bills the lowest band whose income limit covers the
      *    student's declared income; with no declaration, or an
      *    income above every limit, the highest band. A course
      *    with no bands bills its single tariffario fee
      *    (WS-FASCIA-APPLICATA zero).
           MOVE "N" TO WS-TASSA-PRESENTE.
           MOVE 0 TO WS-IMPORTO-CORSO.
           MOVE 0 TO WS-FASCIA-APPLICATA.
           MOVE 0 TO WS-FASCIA-LIMITE.
           PERFORM VARYING WS-TASSA-IDX FROM 1 BY 1
                   UNTIL WS-TASSA-IDX > WS-NUM-TASSE
               IF TS-CORSO (WS-TASSA-IDX) = SR-CORSO
                   MOVE "Y" TO WS-TASSA-PRESENTE
               END-IF
           END-PERFORM.
           PERFORM Cerca-Reddito THRU Cerca-Reddito-exit.
           MOVE 0 TO WS-FASCIA-TROVATA.
           IF WS-REDDITO-PRESENTE = "Y"
               PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                       UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
                   IF FB-CORSO (WS-FASCIA-IDX) = SR-CORSO
                      AND FB-REDDITO-MAX (WS-FASCIA-IDX)
                          >= WS-REDDITO
                       IF WS-FASCIA-TROVATA = 0
                           MOVE WS-FASCIA-IDX TO WS-FASCIA-TROVATA
                       ELSE
                           IF FB-REDDITO-MAX (WS-FASCIA-IDX) <
                              FB-REDDITO-MAX (WS-FASCIA-TROVATA)
                               MOVE WS-FASCIA-IDX
                                   TO WS-FASCIA-TROVATA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FASCIA-TROVATA = 0
               PERFORM VARYING WS-FASCIA-IDX FROM 1 BY 1
                       UNTIL WS-FASCIA-IDX > WS-NUM-FASCE
                   IF FB-CORSO (WS-FASCIA-IDX) = SR-CORSO
                       IF WS-FASCIA-TROVATA = 0
                           MOVE WS-FASCIA-IDX TO WS-FASCIA-TROVATA
                       ELSE
                           IF FB-REDDITO-MAX (WS-FASCIA-IDX) >
                              FB-REDDITO-MAX (WS-FASCIA-TROVATA)
                               MOVE WS-FASCIA-IDX
                                   TO WS-FASCIA-TROVATA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-FASCIA-TROVATA > 0
               MOVE FB-IMPORTO (WS-FASCIA-TROVATA) TO WS-IMPORTO-CORSO
               MOVE FB-FASCIA (WS-FASCIA-TROVATA)
                   TO WS-FASCIA-APPLICATA
               MOVE FB-REDDITO-MAX (WS-FASCIA-TROVATA)
                   TO WS-FASCIA-LIMITE
               MOVE "Y" TO WS-TASSA-PRESENTE
           END-IF.
       Cerca-Tassa-Corso-exit.
           EXIT.

       Cerca-Reddito.
      *    Income SR-MATRICOLA declared for WS-ANNO-TASSA.
           MOVE "N" TO WS-REDDITO-PRESENTE.
           MOVE 0 TO WS-REDDITO.
           PERFORM VARYING WS-REDDITO-IDX FROM 1 BY 1
                   UNTIL WS-REDDITO-IDX > WS-NUM-REDDITI
               MOVE RE-REC (WS-REDDITO-IDX) TO RedditoRecord
               IF RD-MATRICOLA = SR-MATRICOLA
                  AND RD-ANNO-ACC = WS-ANNO-TASSA
                   MOVE RD-REDDITO TO WS-REDDITO
                   MOVE "Y" TO WS-REDDITO-PRESENTE
               END-IF
           END-PERFORM.
       Cerca-Reddito-exit.
           EXIT.

       Carica-Fasce.
           MOVE 0 TO WS-NUM-FASCE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT FasceTasseFile.
           IF WS-FS-FASCE NOT = "00"
               GO TO Carica-Fasce-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ FasceTasseFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-FASCE < WS-MAX-FASCE
                           ADD 1 TO WS-NUM-FASCE
                           MOVE TF-CORSO TO FB-CORSO (WS-NUM-FASCE)
                           MOVE TF-FASCIA TO FB-FASCIA (WS-NUM-FASCE)
                           MOVE TF-REDDITO-MAX
                               TO FB-REDDITO-MAX (WS-NUM-FASCE)
                           MOVE TF-IMPORTO
                               TO FB-IMPORTO (WS-NUM-FASCE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FasceTasseFile.
       Carica-Fasce-exit.
           EXIT.

       Carica-Redditi.
           MOVE 0 TO WS-NUM-REDDITI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RedditiFile.
           IF WS-FS-REDDITI NOT = "00"
               GO TO Carica-Redditi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RedditiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-REDDITI < WS-MAX-REDDITI
                           ADD 1 TO WS-NUM-REDDITI
                           MOVE RedditoRecord
                               TO RE-REC (WS-NUM-REDDITI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RedditiFile.
       Carica-Redditi-exit.
           EXIT.

       Carica-Esenzioni.
           MOVE 0 TO WS-NUM-ESENZIONI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT EsenzioniFile.
           IF WS-FS-ESENZIONI NOT = "00"
               GO TO Carica-Esenzioni-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ EsenzioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-ESENZIONI < WS-MAX-ESENZIONI
                           ADD 1 TO WS-NUM-ESENZIONI
                           MOVE EsenzioneRecord
                               TO EX-REC (WS-NUM-ESENZIONI)
                       ELSE
                           DISPLAY "Registro esenzioni oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EsenzioniFile.
       Carica-Esenzioni-exit.
           EXIT.

       Salva-Esenzioni.
           IF WS-NUM-ESENZIONI = 0
               GO TO Salva-Esenzioni-exit
           END-IF.
           OPEN OUTPUT EsenzioniFile.
           PERFORM VARYING WS-ESENZIONE-IDX FROM 1 BY 1
                   UNTIL WS-ESENZIONE-IDX > WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX) TO EsenzioneRecord
               WRITE EsenzioneRecord
           END-PERFORM.
           CLOSE EsenzioniFile.
       Salva-Esenzioni-exit.
           EXIT.

       Percentuale-Esente.
      *    The share of the fee SR-MATRICOLA is exempted from for
      *    WS-ANNO-TASSA, all grounds together, at most the whole.
           MOVE 0 TO WS-PERC-ESENTE.
           PERFORM VARYING WS-ESENZIONE-IDX FROM 1 BY 1
                   UNTIL WS-ESENZIONE-IDX > WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX) TO EsenzioneRecord
               IF EZ-MATRICOLA = SR-MATRICOLA
                  AND EZ-ANNO-ACC = WS-ANNO-TASSA
                   ADD EZ-PERCENTUALE TO WS-PERC-ESENTE
               END-IF
           END-PERFORM.
           IF WS-PERC-ESENTE > 100
               MOVE 100 TO WS-PERC-ESENTE
           END-IF.
       Percentuale-Esente-exit.
           EXIT.

       Descrivi-Motivo.
           EVALUATE WS-MOTIVO
               WHEN "M"
                   MOVE "merito" TO WS-MOTIVO-DESCR
                   MOVE 1 TO WS-MOTIVO-IDX
               WHEN "D"
                   MOVE "disabilita'" TO WS-MOTIVO-DESCR
                   MOVE 2 TO WS-MOTIVO-IDX
               WHEN "F"
                   MOVE "fratello o sorella iscritti"
                       TO WS-MOTIVO-DESCR
                   MOVE 3 TO WS-MOTIVO-IDX
               WHEN OTHER
                   MOVE "altro motivo" TO WS-MOTIVO-DESCR
                   MOVE 4 TO WS-MOTIVO-IDX
           END-EVALUATE.
       Descrivi-Motivo-exit.
           EXIT.

       Carica-Fatture.
           MOVE 0 TO WS-NUM-FATTURE.
           MOVE "N" TO WS-EOF-LETTURA.
      *    One invoice per active student of the current academic
      *    year, at their course's fee, skipping anyone already
      *    invoiced for the year. Withdrawn and leaver records do
      *    not accrue. The fee is the student's income band less
      *    the year's exemptions; every invoice is printed with
      *    both on FATTURE_<data>_<ora>.TXT.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE WS-ANNO-ACC-CORRENTE TO WS-ANNO-TASSA.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
               MOVE 8 TO RETURN-CODE
               GO TO Emetti-Fatture-exit
           END-IF.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "FATTURE_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-ORA-OGGI (1:6) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "Fatturazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "FATTURE EMESSE - ANNO ACCADEMICO " DELIMITED BY SIZE
                  WS-ANNO-ACC-CORRENTE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ StudentiFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
           END-PERFORM.
           CLOSE StudentiFile.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Esenzioni THRU Salva-Esenzioni-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-FATTURE-EMESSE TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Fatture emesse: " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-TOT-LORDO TO WS-TOTALE-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Tasse di fascia:    " DELIMITED BY SIZE
                  WS-TOTALE-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-TOT-ESENZIONI TO WS-TOTALE-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Esenzioni:          " DELIMITED BY SIZE
                  WS-TOTALE-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-TOT-NETTO TO WS-TOTALE-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Totale fatturato:   " DELIMITED BY SIZE
                  WS-TOTALE-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Emissione completata: " WS-FATTURE-EMESSE
                   " fatture emesse, " WS-SALTATI-TASSA
                   " studenti senza tassa a tariffario.".
           DISPLAY "Fatture stampate in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
           MOVE "FATTURAZ" TO WS-CF-PASSO.
           MOVE "FATT-EMESSE" TO WS-CF-VOCE.
           MOVE WS-FATTURE-EMESSE TO WS-CF-VALORE.
           COPY CTRFIG.
           IF WS-SALTATI-TASSA > 0
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Emetti-Fatture" TO WS-ERR-PARAGRAFO
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Emetti-Fatture-exit.
           EXIT.
               GO TO Fattura-Uno-Studente-exit
           END-IF.
           MOVE 0 TO WS-NUMERO-FATTURA.
           MOVE RETURN-CODE TO WS-RC-CHIAMANTE.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           MOVE WS-RC-CHIAMANTE TO RETURN-CODE.
           IF WS-SEQ-ESITO NOT = "0"
               DISPLAY "Numero fattura non assegnato (esito "
                       WS-SEQ-ESITO "): studente " SR-MATRICOLA
               GO TO Fattura-Uno-Studente-exit
           END-IF.
           MOVE WS-NUMERO-FATTURA TO FT-NUMERO.
           MOVE WS-IMPORTO-CORSO TO WS-IMPORTO-LORDO.
           PERFORM Stampa-Testata-Fattura
                   THRU Stampa-Testata-Fattura-exit.
           PERFORM Applica-Esenzioni THRU Applica-Esenzioni-exit.
           MOVE WS-NUMERO-FATTURA TO FT-NUMERO.
           MOVE SR-MATRICOLA TO FT-MATRICOLA.
           MOVE SR-CORSO TO FT-CORSO.
           MOVE WS-ANNO-ACC-CORRENTE TO FT-ANNO-ACC.
           COMPUTE FT-IMPORTO = WS-IMPORTO-LORDO - WS-TOT-ESENTE.
           MOVE 0 TO FT-PAGATO.
           MOVE WS-DATA-OGGI TO FT-DATA.
      *    A student exempted from the whole fee owes nothing: the
      *    invoice is issued settled, to document the exemption.
           IF FT-IMPORTO = 0
               MOVE "P" TO FT-STATO
           ELSE
               MOVE "A" TO FT-STATO
           END-IF.
           ADD 1 TO WS-NUM-FATTURE.
           MOVE WS-ACC-OPERATORE TO FT-OPERATORE.
           MOVE FatturaRecord TO FA-REC (WS-NUM-FATTURE).
           PERFORM Dati-Fattura-Movimento
                   THRU Dati-Fattura-Movimento-exit.
           MOVE "FT" TO MV-TIPO.
           MOVE FT-IMPORTO TO MV-IMPORTO.
           PERFORM Registra-Movimento THRU Registra-Movimento-exit.
           ADD 1 TO WS-FATTURE-EMESSE.
           ADD WS-IMPORTO-LORDO TO WS-TOT-LORDO.
           ADD WS-TOT-ESENTE TO WS-TOT-ESENZIONI.
           ADD FT-IMPORTO TO WS-TOT-NETTO.
           MOVE FT-IMPORTO TO WS-IMPORTO-ED.
           MOVE "   Totale da pagare" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM Stampa-Riferimento THRU Stampa-Riferimento-exit.
           MOVE "N" TO WS-RATA-UNICA.
           PERFORM Crea-Rate THRU Crea-Rate-exit.
       Fattura-Uno-Studente-exit.
           EXIT.

       Stampa-Testata-Fattura.
      *    The invoice as the student sees it: who, which course and
      *    band, and the banded fee before any exemption.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Fattura n. " DELIMITED BY SIZE
                  WS-NUMERO-FATTURA DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  " - anno accademico " DELIMITED BY SIZE
                  WS-ANNO-ACC-CORRENTE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   Matricola " DELIMITED BY SIZE
                  SR-MATRICOLA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  ", corso " DELIMITED BY SIZE
                  SR-CORSO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           IF WS-FASCIA-APPLICATA = 0
               MOVE "   Tassa unica del corso da tariffario"
                   TO RapportoLine
           ELSE
               IF WS-REDDITO-PRESENTE = "Y"
                   MOVE WS-REDDITO TO WS-REDDITO-ED
                   STRING "   Fascia " DELIMITED BY SIZE
                          WS-FASCIA-APPLICATA DELIMITED BY SIZE
                          " per il reddito dichiarato di "
                              DELIMITED BY SIZE
                          WS-REDDITO-ED DELIMITED BY SIZE
                          INTO RapportoLine
               ELSE
                   STRING "   Fascia " DELIMITED BY SIZE
                          WS-FASCIA-APPLICATA DELIMITED BY SIZE
                          " (massima: nessun reddito dichiarato)"
                              DELIMITED BY SIZE
                          INTO RapportoLine
               END-IF
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-IMPORTO-LORDO TO WS-IMPORTO-ED.
           MOVE "   Tassa annua" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Testata-Fattura-exit.
           EXIT.

       Applica-Esenzioni.
      *    Every ground the student holds for the year waives its
      *    percentage of the banded fee, in the order granted, until
      *    nothing is left to waive. Each exemption is stamped with
      *    the invoice and the amount it waived, and printed under
      *    the fee.
           MOVE 0 TO WS-TOT-ESENTE.
           PERFORM VARYING WS-ESENZIONE-IDX FROM 1 BY 1
                   UNTIL WS-ESENZIONE-IDX > WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX) TO EsenzioneRecord
               IF EZ-MATRICOLA = SR-MATRICOLA
                  AND EZ-ANNO-ACC = WS-ANNO-TASSA
                  AND EZ-FATTURA = 0
                   COMPUTE WS-QUOTA-ESENTE ROUNDED =
                       WS-IMPORTO-LORDO * EZ-PERCENTUALE / 100
                   IF WS-QUOTA-ESENTE >
                      WS-IMPORTO-LORDO - WS-TOT-ESENTE
                       COMPUTE WS-QUOTA-ESENTE =
                           WS-IMPORTO-LORDO - WS-TOT-ESENTE
                   END-IF
                   ADD WS-QUOTA-ESENTE TO WS-TOT-ESENTE
                   MOVE WS-NUMERO-FATTURA TO EZ-FATTURA
                   MOVE WS-QUOTA-ESENTE TO EZ-IMPORTO
                   MOVE EsenzioneRecord TO EX-REC (WS-ESENZIONE-IDX)
                   PERFORM Stampa-Esenzione
                           THRU Stampa-Esenzione-exit
               END-IF
           END-PERFORM.
       Applica-Esenzioni-exit.
           EXIT.

       Stampa-Esenzione.
           MOVE EZ-MOTIVO TO WS-MOTIVO.
           PERFORM Descrivi-Motivo THRU Descrivi-Motivo-exit.
           MOVE EZ-PERCENTUALE TO WS-PERC-ED.
           COMPUTE WS-SCONTO-ED = 0 - EZ-IMPORTO.
           MOVE SPACES TO RapportoLine.
           STRING "   Esenzione " DELIMITED BY SIZE
                  WS-PERC-ED DELIMITED BY SIZE
                  "% " DELIMITED BY SIZE
                  WS-MOTIVO-DESCR DELIMITED BY "  "
                  INTO RapportoLine.
           MOVE WS-SCONTO-ED TO RapportoLine (51:11).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF EZ-RIFERIMENTO NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "      rif. " DELIMITED BY SIZE
                      EZ-RIFERIMENTO DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
       Stampa-Esenzione-exit.
           EXIT.

       Incassa-Pagamenti.
      *    Post the bursar's intake file payment by payment; a
      *    payment that cannot be matched safely to an invoice goes
      *    to the suspense queue (INCASSI_SOSPESI.DAT) for the desk,
      *    reported and logged, never posted on a guess nor dropped.
           DISPLAY "Nome del file pagamenti: ".
           ACCEPT WS-FILE-PAGAMENTI.
           MOVE "N" TO WS-EOF-LETTURA.
               MOVE 8 TO RETURN-CODE
               GO TO Incassa-Pagamenti-exit
           END-IF.
           OPEN EXTEND SospesiFile.
           IF WS-FS-SOSPESI = "35"
               OPEN OUTPUT SospesiFile
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PagamentiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
               END-READ
           END-PERFORM.
           CLOSE PagamentiFile.
           CLOSE SospesiFile.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           DISPLAY "Incasso completato: letti " WS-PAG-LETTI
                   ", abbinati per riferimento " WS-PAG-ABBINATI
                   ", per matricola e importo " WS-PAG-PER-MATRICOLA
                   ", in sospeso " WS-PAG-SOSPESI ".".
           IF WS-PAG-SOSPESI > 0
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Incassa-Pagamenti" TO WS-ERR-PARAGRAFO
               MOVE "pagamenti in sospeso da lavorare allo sportello"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Incassa-Pagamenti-exit.
           EXIT.

       Incassa-Un-Pagamento.
      *    Matched on the payment reference code first: a code whose
      *    check digits hold names its invoice, which takes the
      *    payment unless the transfer quotes another student's
      *    Matricola. A code missing, mistyped or naming no invoice
      *    falls back to the Matricola quoted with the amount: the
      *    one open invoice of that student whose balance, or whose
      *    instalment due first, is exactly the amount paid. Any
      *    other payment is parked in the suspense queue.
           MOVE SPACES TO WS-MOTIVO-SOSPESO.
           MOVE 0 TO WS-FATT-TROVATA.
           IF PG-MATRICOLA IS NOT NUMERIC
               MOVE 0 TO PG-MATRICOLA
           END-IF.
           IF PG-RIFERIMENTO = SPACES
               GO TO Incassa-Un-Pagamento-matricola
           END-IF.
           IF PG-RIFERIMENTO IS NOT NUMERIC
               MOVE "CK" TO WS-MOTIVO-SOSPESO
               GO TO Incassa-Un-Pagamento-matricola
           END-IF.
           MOVE PG-RIFERIMENTO TO WS-RIF-CODICE.
           IF FUNCTION MOD (WS-RIF-CODICE-N, 97) NOT = 1
               MOVE "CK" TO WS-MOTIVO-SOSPESO
               GO TO Incassa-Un-Pagamento-matricola
           END-IF.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-NUMERO = WS-RIF-NUMERO AND FT-STATO NOT = "C"
                   MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FATT-TROVATA = 0
               MOVE "NF" TO WS-MOTIVO-SOSPESO
               GO TO Incassa-Un-Pagamento-matricola
           END-IF.
           MOVE FA-REC (WS-FATT-TROVATA) TO FatturaRecord.
           IF PG-MATRICOLA > 0 AND PG-MATRICOLA NOT = FT-MATRICOLA
               MOVE "MD" TO WS-MOTIVO-SOSPESO
               GO TO Incassa-Un-Pagamento-sospeso
           END-IF.
           MOVE PG-IMPORTO TO WS-IMPORTO-INCASSO.
           PERFORM Registra-Incasso THRU Registra-Incasso-exit.
           PERFORM Movimento-Incasso THRU Movimento-Incasso-exit.
           ADD 1 TO WS-PAG-ABBINATI.
           GO TO Incassa-Un-Pagamento-exit.
       Incassa-Un-Pagamento-matricola.
           IF PG-MATRICOLA = 0
               GO TO Incassa-Un-Pagamento-sospeso
           END-IF.
           MOVE 0 TO WS-CANDIDATI.
           MOVE 0 TO WS-FATT-TROVATA.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-MATRICOLA = PG-MATRICOLA
                  AND (FT-STATO = "A" OR FT-STATO = "R")
                  AND FT-IMPORTO > FT-PAGATO
                   PERFORM Confronta-Importo
                           THRU Confronta-Importo-exit
               END-IF
           END-PERFORM.
           IF WS-CANDIDATI = 1
               MOVE FA-REC (WS-FATT-TROVATA) TO FatturaRecord
               MOVE PG-IMPORTO TO WS-IMPORTO-INCASSO
               PERFORM Registra-Incasso THRU Registra-Incasso-exit
               PERFORM Movimento-Incasso THRU Movimento-Incasso-exit
               ADD 1 TO WS-PAG-PER-MATRICOLA
               GO TO Incassa-Un-Pagamento-exit
           END-IF.
           IF WS-CANDIDATI > 1
               MOVE "AM" TO WS-MOTIVO-SOSPESO
           END-IF.
       Incassa-Un-Pagamento-sospeso.
           IF WS-MOTIVO-SOSPESO = SPACES
               MOVE "NM" TO WS-MOTIVO-SOSPESO
           END-IF.
           PERFORM Sospendi-Pagamento THRU Sospendi-Pagamento-exit.
       Incassa-Un-Pagamento-exit.
           EXIT.

       Confronta-Importo.
      *    Invoice in FatturaRecord a candidate for the payment: the
      *    amount settles it, or settles its instalment due first.
           IF FT-IMPORTO - FT-PAGATO = PG-IMPORTO
               ADD 1 TO WS-CANDIDATI
               MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               GO TO Confronta-Importo-exit
           END-IF.
           MOVE FT-NUMERO TO WS-RATE-FATTURA.
           PERFORM Cerca-Rata-Dovuta THRU Cerca-Rata-Dovuta-exit.
           IF WS-RATA-TROVATA > 0 AND WS-DOVUTO-RATA = PG-IMPORTO
               ADD 1 TO WS-CANDIDATI
               MOVE WS-FATT-IDX TO WS-FATT-TROVATA
           END-IF.
       Confronta-Importo-exit.
           EXIT.

       Registra-Incasso.
      *    WS-IMPORTO-INCASSO posted on the invoice in FatturaRecord
      *    (row WS-FATT-TROVATA) and on its instalments.
           ADD WS-IMPORTO-INCASSO TO FT-PAGATO.
           IF FT-PAGATO >= FT-IMPORTO
               MOVE "P" TO FT-STATO
           END-IF.
           MOVE WS-ACC-OPERATORE TO FT-OPERATORE.
           MOVE FatturaRecord TO FA-REC (WS-FATT-TROVATA).
           MOVE FT-NUMERO TO WS-RATE-FATTURA.
           MOVE WS-IMPORTO-INCASSO TO WS-DA-RIPARTIRE.
           PERFORM Ripartisci-Su-Rate THRU Ripartisci-Su-Rate-exit.
       Registra-Incasso-exit.
           EXIT.

       Movimento-Incasso.
      *    The payment in PagamentoRecord, posted on the invoice in
      *    FatturaRecord.
           PERFORM Dati-Fattura-Movimento
                   THRU Dati-Fattura-Movimento-exit.
           MOVE "IN" TO MV-TIPO.
           MOVE PG-DATA TO MV-DATA-DOC.
           MOVE PG-IMPORTO TO MV-IMPORTO.
           PERFORM Registra-Movimento THRU Registra-Movimento-exit.
       Movimento-Incasso-exit.
           EXIT.

       Movimento-Sospeso.
      *    Money in or out of the suspense queue, on the suspended
      *    payment in SospesoRecord: no invoice, no course.
           MOVE SP-NUMERO TO MV-DOCUMENTO.
           MOVE SP-DATA-VALUTA TO MV-DATA-DOC.
           MOVE 0 TO MV-FATTURA.
           MOVE SP-MATRICOLA TO MV-MATRICOLA.
           MOVE 0 TO MV-CORSO.
           MOVE SP-IMPORTO TO MV-IMPORTO.
           PERFORM Registra-Movimento THRU Registra-Movimento-exit.
       Movimento-Sospeso-exit.
           EXIT.

       Sospendi-Pagamento.
      *    The payment in PagamentoRecord goes to the suspense queue,
      *    numbered from the SOSPESI series, with the reason it could
      *    not be posted. A number the generator cannot give is
      *    logged; the payment is parked all the same, never lost.
           MOVE WS-SERIE-SOSPESI TO WS-SEQ-SERIE.
           MOVE 0 TO WS-NUMERO-FATTURA.
           MOVE RETURN-CODE TO WS-RC-CHIAMANTE.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           MOVE WS-RC-CHIAMANTE TO RETURN-CODE.
           MOVE WS-SERIE-FATTURE TO WS-SEQ-SERIE.
           IF WS-SEQ-ESITO NOT = "0"
               DISPLAY "Numero di sospeso non assegnato (esito "
                       WS-SEQ-ESITO "): pagamento sospeso senza"
                       " numero."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Sospendi-Pagamento" TO WS-ERR-PARAGRAFO
               MOVE "numero di sospeso non assegnato"
                   TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               MOVE 0 TO WS-NUMERO-FATTURA
           END-IF.
           MOVE WS-NUMERO-FATTURA TO SP-NUMERO.
           MOVE WS-DATA-OGGI-N TO SP-DATA-INGRESSO.
           MOVE PG-RIFERIMENTO TO SP-RIFERIMENTO.
           MOVE PG-IMPORTO TO SP-IMPORTO.
           MOVE PG-DATA TO SP-DATA-VALUTA.
           MOVE PG-MATRICOLA TO SP-MATRICOLA.
           MOVE PG-ORDINANTE TO SP-ORDINANTE.
           MOVE WS-MOTIVO-SOSPESO TO SP-MOTIVO.
           MOVE "S" TO SP-STATO.
           MOVE 0 TO SP-FATTURA.
           MOVE SPACES TO SP-OPERATORE.
           MOVE 0 TO SP-DATA-ESITO.
           WRITE SospesoRecord.
           MOVE "SO" TO MV-TIPO.
           PERFORM Movimento-Sospeso THRU Movimento-Sospeso-exit.
           ADD 1 TO WS-PAG-SOSPESI.
           PERFORM Descrivi-Sospeso THRU Descrivi-Sospeso-exit.
           MOVE PG-IMPORTO TO WS-IMPORTO-ED.
           DISPLAY "Pagamento di " WS-IMPORTO-ED " rif. "
                   PG-RIFERIMENTO " matricola " PG-MATRICOLA
                   " in sospeso " SP-NUMERO ": "
                   FUNCTION TRIM (WS-DESCR-SOSPESO) ".".
       Sospendi-Pagamento-exit.
           EXIT.

       Descrivi-Sospeso.
           EVALUATE WS-MOTIVO-SOSPESO
               WHEN "CK"
                   MOVE "cifre di controllo del riferimento errate"
                       TO WS-DESCR-SOSPESO
               WHEN "NF"
                   MOVE "riferimento senza fattura a registro"
                       TO WS-DESCR-SOSPESO
               WHEN "MD"
                   MOVE "fattura del riferimento di altra matricola"
                       TO WS-DESCR-SOSPESO
               WHEN "AM"
                   MOVE "piu' fatture aperte con lo stesso importo"
                       TO WS-DESCR-SOSPESO
               WHEN OTHER
                   MOVE "nessuna fattura corrispondente"
                       TO WS-DESCR-SOSPESO
           END-EVALUATE.
       Descrivi-Sospeso-exit.
           EXIT.

       Calcola-Controllo.
      *    Check digits of the reference code of invoice
      *    WS-RIF-NUMERO: the complete code is then a multiple of 97
      *    plus one.
           COMPUTE WS-RIF-CONTROLLO =
               98 - FUNCTION MOD (WS-RIF-NUMERO * 100, 97).
       Calcola-Controllo-exit.
           EXIT.

       Stampa-Riferimento.
      *    The reference code of the invoice in FatturaRecord, as the
      *    student must quote it on the transfer.
           MOVE FT-NUMERO TO WS-RIF-NUMERO.
           PERFORM Calcola-Controllo THRU Calcola-Controllo-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   Codice di riferimento da citare nel pagamento: "
                      DELIMITED BY SIZE
                  WS-RIF-CODICE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Riferimento-exit.
           EXIT.
       Conguaglia-Passaggi.
      *    Every passaggio not yet settled: once the student has
      *    been invoiced for the year, the fee difference between
      *    the two courses is raised - a supplementary invoice
      *    (stato "A") when the new course costs more, a credit note
      *    (stato "C") when it costs less. The credit is first set
      *    against what is still open on the student's invoices for
      *    the year; the rest stays on the note, owed back. A
      *    passaggio with no invoice yet for the year needs nothing:
      *    the emission run bills the new course.
           PERFORM Carica-Passaggi THRU Carica-Passaggi-exit.
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
                   UNTIL WS-PASS-IDX > WS-NUM-PASSAGGI
               MOVE PS-REC (WS-PASS-IDX) TO PassaggioRecord
               IF PA-STATO = "D"
                   PERFORM Conguaglia-Un-Passaggio
                           THRU Conguaglia-Un-Passaggio-exit
                   MOVE PassaggioRecord TO PS-REC (WS-PASS-IDX)
               END-IF
           END-PERFORM.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           PERFORM Salva-Passaggi THRU Salva-Passaggi-exit.
           DISPLAY "Conguaglio passaggi: " WS-FATTURE-EMESSE
                   " fatture integrative, " WS-NOTE-CREDITO
                   " note di credito, " WS-PASS-SOSPESI
                   " passaggi in sospeso.".
           IF WS-PASS-SOSPESI > 0
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Conguaglia-Passaggi" TO WS-ERR-PARAGRAFO
               MOVE "passaggi senza tassa a tariffario"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Conguaglia-Passaggi-exit.
           EXIT.

       Conguaglia-Un-Passaggio.
      *    Invoiced for the year yet?
           MOVE 0 TO WS-FATT-TROVATA.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-MATRICOLA = PA-MATRICOLA
                  AND FT-ANNO-ACC = PA-ANNO-ACC
                  AND FT-STATO NOT = "C"
                   MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FATT-TROVATA = 0
               MOVE "N" TO PA-STATO
               GO TO Conguaglia-Un-Passaggio-exit
           END-IF.
      *    Cerca-Tassa-Corso prices SR-CORSO at the student's band
      *    for the year; the difference is then cut by the share of
      *    the fee the student is exempted from.
           MOVE PA-MATRICOLA TO SR-MATRICOLA.
           MOVE PA-ANNO-ACC TO WS-ANNO-TASSA.
           MOVE PA-CORSO-DA TO SR-CORSO.
           PERFORM Cerca-Tassa-Corso THRU Cerca-Tassa-Corso-exit.
           IF WS-TASSA-PRESENTE = "N"
               GO TO Conguaglia-Un-Passaggio-sospeso
           END-IF.
           MOVE WS-IMPORTO-CORSO TO WS-TASSA-PRIMA.
           MOVE PA-CORSO-A TO SR-CORSO.
           PERFORM Cerca-Tassa-Corso THRU Cerca-Tassa-Corso-exit.
           IF WS-TASSA-PRESENTE = "N"
               GO TO Conguaglia-Un-Passaggio-sospeso
           END-IF.
           COMPUTE WS-DIFFERENZA = WS-IMPORTO-CORSO - WS-TASSA-PRIMA.
           PERFORM Percentuale-Esente THRU Percentuale-Esente-exit.
           COMPUTE WS-DIFFERENZA ROUNDED =
               WS-DIFFERENZA * (100 - WS-PERC-ESENTE) / 100.
           IF WS-DIFFERENZA = 0
               MOVE "N" TO PA-STATO
               GO TO Conguaglia-Un-Passaggio-exit
           END-IF.
           IF WS-NUM-FATTURE >= WS-MAX-FATTURE
               DISPLAY "Registro fatture al limite: conguaglio"
                       " interrotto."
               MOVE 8 TO RETURN-CODE
               GO TO Conguaglia-Un-Passaggio-exit
           END-IF.
           MOVE 0 TO WS-NUMERO-FATTURA.
           MOVE RETURN-CODE TO WS-RC-CHIAMANTE.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           MOVE WS-RC-CHIAMANTE TO RETURN-CODE.
           IF WS-SEQ-ESITO NOT = "0"
               DISPLAY "Numero fattura non assegnato (esito "
                       WS-SEQ-ESITO "): passaggio della matricola "
                       PA-MATRICOLA " non conguagliato."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Conguaglia-Un-Passaggio" TO WS-ERR-PARAGRAFO
               MOVE "numero fattura non assegnato"
                   TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               GO TO Conguaglia-Un-Passaggio-exit
           END-IF.
           MOVE WS-NUMERO-FATTURA TO FT-NUMERO.
           MOVE PA-MATRICOLA TO FT-MATRICOLA.
           MOVE PA-CORSO-A TO FT-CORSO.
           MOVE PA-ANNO-ACC TO FT-ANNO-ACC.
           MOVE 0 TO FT-PAGATO.
           MOVE WS-DATA-OGGI TO FT-DATA.
           IF WS-DIFFERENZA > 0
               MOVE WS-DIFFERENZA TO FT-IMPORTO
               MOVE "A" TO FT-STATO
               ADD 1 TO WS-FATTURE-EMESSE
               MOVE FT-NUMERO TO WS-RIF-NUMERO
               PERFORM Calcola-Controllo THRU Calcola-Controllo-exit
               DISPLAY "Matricola " PA-MATRICOLA ": fattura"
                       " integrativa " FT-NUMERO " per il"
                       " passaggio al corso " PA-CORSO-A
                       ", riferimento " WS-RIF-CODICE "."
           ELSE
               COMPUTE FT-IMPORTO = 0 - WS-DIFFERENZA
               MOVE "C" TO FT-STATO
               ADD 1 TO WS-NOTE-CREDITO
               DISPLAY "Matricola " PA-MATRICOLA ": nota di"
                       " credito " FT-NUMERO " per il passaggio al"
                       " corso " PA-CORSO-A "."
           END-IF.
           ADD 1 TO WS-NUM-FATTURE.
           MOVE WS-ACC-OPERATORE TO FT-OPERATORE.
           MOVE FatturaRecord TO FA-REC (WS-NUM-FATTURE).
           PERFORM Dati-Fattura-Movimento
                   THRU Dati-Fattura-Movimento-exit.
           MOVE "FT" TO MV-TIPO.
           IF FT-STATO = "C"
               MOVE "NT" TO MV-TIPO
           END-IF.
           MOVE FT-IMPORTO TO MV-IMPORTO.
           PERFORM Registra-Movimento THRU Registra-Movimento-exit.
           MOVE "C" TO PA-STATO.
           MOVE FT-NUMERO TO PA-FATTURA.
           IF FT-STATO = "C"
               PERFORM Applica-Nota-Credito
                       THRU Applica-Nota-Credito-exit
           ELSE
      *        A supplementary invoice is paid in one instalment.
               MOVE "Y" TO WS-RATA-UNICA
               PERFORM Crea-Rate THRU Crea-Rate-exit
           END-IF.
           GO TO Conguaglia-Un-Passaggio-exit.
       Conguaglia-Un-Passaggio-sospeso.
           ADD 1 TO WS-PASS-SOSPESI.
           DISPLAY "Matricola " PA-MATRICOLA ": passaggio dal corso "
                   PA-CORSO-DA " al " PA-CORSO-A " senza tassa a"
                   " tariffario, resta da conguagliare.".
       Conguaglia-Un-Passaggio-exit.
           EXIT.

       Applica-Nota-Credito.
      *    The new note is the last row of the register: spend it
      *    on the year's open invoices of the same student, oldest
      *    first, as if it were a payment.
           MOVE FA-REC (WS-NUM-FATTURE) TO FatturaRecord.
           COMPUTE WS-CREDITO-RESIDUO = FT-IMPORTO - FT-PAGATO.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX >= WS-NUM-FATTURE
                      OR WS-CREDITO-RESIDUO = 0
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-MATRICOLA = PA-MATRICOLA
                  AND FT-ANNO-ACC = PA-ANNO-ACC
                  AND FT-STATO NOT = "C"
                  AND FT-STATO NOT = "P"
                   COMPUTE WS-DOVUTO = FT-IMPORTO - FT-PAGATO
                   IF WS-DOVUTO > WS-CREDITO-RESIDUO
                       MOVE WS-CREDITO-RESIDUO TO WS-DOVUTO
                   END-IF
                   ADD WS-DOVUTO TO FT-PAGATO
                   SUBTRACT WS-DOVUTO FROM WS-CREDITO-RESIDUO
                   IF FT-PAGATO >= FT-IMPORTO
                       MOVE "P" TO FT-STATO
                   END-IF
                   MOVE WS-ACC-OPERATORE TO FT-OPERATORE
                   MOVE FatturaRecord TO FA-REC (WS-FATT-IDX)
                   MOVE FT-NUMERO TO WS-RATE-FATTURA
                   MOVE WS-DOVUTO TO WS-DA-RIPARTIRE
                   PERFORM Ripartisci-Su-Rate
                           THRU Ripartisci-Su-Rate-exit
               END-IF
           END-PERFORM.
           MOVE FA-REC (WS-NUM-FATTURE) TO FatturaRecord.
           COMPUTE FT-PAGATO = FT-IMPORTO - WS-CREDITO-RESIDUO.
           MOVE WS-ACC-OPERATORE TO FT-OPERATORE.
           MOVE FatturaRecord TO FA-REC (WS-NUM-FATTURE).
       Applica-Nota-Credito-exit.
           EXIT.

       Carica-Regole-Rate.
      *    The regulation's instalments and surcharge steps. A due
      *    date table that does not add up to the whole invoice, or
      *    names an impossible day, is not used: the built-in dates
      *    apply and the error is logged for the bursar.
           MOVE 0 TO WS-NUM-SCADENZE.
           MOVE 0 TO WS-NUM-MORE.
           INITIALIZE SCADENZE-TAB.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RegoleRateFile.
           IF WS-FS-REGOLE NOT = "00"
               GO TO Carica-Regole-Rate-verifica
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegoleRateFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       EVALUATE RR-TIPO
                           WHEN "S"
                               IF RR-NUMERO > 0
                                   MOVE RR-MESE
                                       TO SC-MESE (RR-NUMERO)
                                   MOVE RR-GIORNO
                                       TO SC-GIORNO (RR-NUMERO)
                                   MOVE RR-PERCENTUALE
                                       TO SC-PERCENTUALE (RR-NUMERO)
                                   IF RR-NUMERO > WS-NUM-SCADENZE
                                       MOVE RR-NUMERO
                                           TO WS-NUM-SCADENZE
                                   END-IF
                               END-IF
                           WHEN "M"
                               IF WS-NUM-MORE < 9
                                   ADD 1 TO WS-NUM-MORE
                                   MOVE RR-GIORNI
                                       TO MO-GIORNI (WS-NUM-MORE)
                                   MOVE RR-IMPORTO
                                       TO MO-IMPORTO (WS-NUM-MORE)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE RegoleRateFile.
       Carica-Regole-Rate-verifica.
           MOVE 0 TO WS-PERC-TOTALE.
           PERFORM VARYING WS-SCAD-IDX FROM 1 BY 1
                   UNTIL WS-SCAD-IDX > WS-NUM-SCADENZE
               ADD SC-PERCENTUALE (WS-SCAD-IDX) TO WS-PERC-TOTALE
      *        Checked against a common year: no 29 February.
               COMPUTE WS-DATA-CONV = 20010000
                   + SC-MESE (WS-SCAD-IDX) * 100
                   + SC-GIORNO (WS-SCAD-IDX)
               IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-CONV) NOT = 0
                   MOVE 999 TO WS-PERC-TOTALE
               END-IF
           END-PERFORM.
           IF WS-NUM-SCADENZE > 0 AND WS-PERC-TOTALE NOT = 100
               DISPLAY "Scadenze delle rate in REGOLE_RATE.DAT non"
                       " valide: applicate quelle predefinite."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Carica-Regole-Rate" TO WS-ERR-PARAGRAFO
               MOVE "scadenze delle rate non valide"
                   TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               MOVE 0 TO WS-NUM-SCADENZE
           END-IF.
           IF WS-NUM-SCADENZE = 0
               MOVE 3 TO WS-NUM-SCADENZE
               MOVE 11 TO SC-MESE (1)
               MOVE 5 TO SC-GIORNO (1)
               MOVE 40 TO SC-PERCENTUALE (1)
               MOVE 3 TO SC-MESE (2)
               MOVE 31 TO SC-GIORNO (2)
               MOVE 30 TO SC-PERCENTUALE (2)
               MOVE 5 TO SC-MESE (3)
               MOVE 31 TO SC-GIORNO (3)
               MOVE 30 TO SC-PERCENTUALE (3)
           END-IF.
           IF WS-NUM-MORE = 0
               MOVE 3 TO WS-NUM-MORE
               MOVE 0 TO MO-GIORNI (1)
               MOVE 20 TO MO-IMPORTO (1)
               MOVE 30 TO MO-GIORNI (2)
               MOVE 40 TO MO-IMPORTO (2)
               MOVE 60 TO MO-GIORNI (3)
               MOVE 60 TO MO-IMPORTO (3)
           END-IF.
       Carica-Regole-Rate-exit.
           EXIT.

       Carica-Rate.
           MOVE 0 TO WS-NUM-RATE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RateFile.
           IF WS-FS-RATE NOT = "00"
               GO TO Carica-Rate-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RateFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-RATE < WS-MAX-RATE
                           ADD 1 TO WS-NUM-RATE
                           MOVE RataRecord TO RA-REC (WS-NUM-RATE)
                       ELSE
                           DISPLAY "Registro rate oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RateFile.
       Carica-Rate-exit.
           EXIT.

       Salva-Rate.
           IF WS-NUM-RATE = 0
               GO TO Salva-Rate-exit
           END-IF.
           OPEN OUTPUT RateFile.
           PERFORM VARYING WS-RATA-IDX FROM 1 BY 1
                   UNTIL WS-RATA-IDX > WS-NUM-RATE
               MOVE RA-REC (WS-RATA-IDX) TO RataRecord
               WRITE RataRecord
           END-PERFORM.
           CLOSE RateFile.
       Salva-Rate-exit.
           EXIT.

       Crea-Rate.
      *    The instalment plan of the invoice in FatturaRecord: one
      *    instalment per due date of the regulation, each its share
      *    of FT-IMPORTO, the last taking what the rounding left; a
      *    supplementary invoice (WS-RATA-UNICA "Y") is one single
      *    instalment. A due date already past on the invoice date
      *    moves to WS-GIORNI-PAGAMENTO days after it. The emission
      *    run prints the plan on the invoice.
           IF FT-IMPORTO = 0
               GO TO Crea-Rate-exit
           END-IF.
           IF WS-RATA-UNICA = "Y"
               MOVE 1 TO RT-NUMERO
               MOVE FT-IMPORTO TO RT-IMPORTO
               MOVE 0 TO WS-DATA-SCADENZA
               PERFORM Aggiungi-Rata THRU Aggiungi-Rata-exit
               GO TO Crea-Rate-exit
           END-IF.
           MOVE 0 TO WS-RATE-ASSEGNATE.
           PERFORM VARYING WS-SCAD-IDX FROM 1 BY 1
                   UNTIL WS-SCAD-IDX > WS-NUM-SCADENZE
               MOVE WS-SCAD-IDX TO RT-NUMERO
               IF WS-SCAD-IDX = WS-NUM-SCADENZE
                   COMPUTE RT-IMPORTO =
                       FT-IMPORTO - WS-RATE-ASSEGNATE
               ELSE
                   COMPUTE RT-IMPORTO ROUNDED = FT-IMPORTO
                       * SC-PERCENTUALE (WS-SCAD-IDX) / 100
               END-IF
               ADD RT-IMPORTO TO WS-RATE-ASSEGNATE
               IF SC-MESE (WS-SCAD-IDX) >= 9
                   COMPUTE WS-DATA-SCADENZA = FT-ANNO-ACC * 10000
                       + SC-MESE (WS-SCAD-IDX) * 100
                       + SC-GIORNO (WS-SCAD-IDX)
               ELSE
                   COMPUTE WS-DATA-SCADENZA =
                       (FT-ANNO-ACC + 1) * 10000
                       + SC-MESE (WS-SCAD-IDX) * 100
                       + SC-GIORNO (WS-SCAD-IDX)
               END-IF
               IF RT-IMPORTO > 0
                   PERFORM Aggiungi-Rata THRU Aggiungi-Rata-exit
               END-IF
           END-PERFORM.
       Crea-Rate-exit.
           EXIT.

       Aggiungi-Rata.
           IF WS-DATA-SCADENZA < FT-DATA
               COMPUTE WS-DATA-SCADENZA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FT-DATA)
                    + WS-GIORNI-PAGAMENTO)
           END-IF.
           IF WS-NUM-RATE >= WS-MAX-RATE
               DISPLAY "Registro rate al limite: fattura " FT-NUMERO
                       " senza rata " RT-NUMERO "."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Aggiungi-Rata" TO WS-ERR-PARAGRAFO
               MOVE "registro rate al limite" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Aggiungi-Rata-exit
           END-IF.
           MOVE FT-NUMERO TO RT-FATTURA.
           MOVE WS-DATA-SCADENZA TO RT-SCADENZA.
           MOVE 0 TO RT-MORA.
           MOVE 0 TO RT-PAGATO.
           MOVE "A" TO RT-STATO.
           ADD 1 TO WS-NUM-RATE.
           MOVE RataRecord TO RA-REC (WS-NUM-RATE).
           IF WS-RATA-UNICA = "N"
               MOVE RT-SCADENZA TO WS-DATA-CONV
               PERFORM Formatta-Data THRU Formatta-Data-exit
               MOVE RT-IMPORTO TO WS-IMPORTO-ED
               MOVE SPACES TO RapportoLine
               STRING "      rata " DELIMITED BY SIZE
                      RT-NUMERO DELIMITED BY SIZE
                      " entro il " DELIMITED BY SIZE
                      WS-DATA-ED DELIMITED BY SIZE
                      INTO RapportoLine
               MOVE WS-IMPORTO-ED TO RapportoLine (52:10)
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
       Aggiungi-Rata-exit.
           EXIT.

       Ripartisci-Su-Rate.
      *    WS-DA-RIPARTIRE, paid or credited on invoice
      *    WS-RATE-FATTURA, settles its open instalments, the one
      *    due first before the others. An invoice issued before
      *    the instalment plans has none and needs nothing here.
           MOVE 1 TO WS-RATA-TROVATA.
           PERFORM Paga-Rata-Scaduta-Prima
                   THRU Paga-Rata-Scaduta-Prima-exit
               UNTIL WS-DA-RIPARTIRE = 0 OR WS-RATA-TROVATA = 0.
       Ripartisci-Su-Rate-exit.
           EXIT.

       Paga-Rata-Scaduta-Prima.
           PERFORM Cerca-Rata-Dovuta THRU Cerca-Rata-Dovuta-exit.
           IF WS-RATA-TROVATA = 0
               GO TO Paga-Rata-Scaduta-Prima-exit
           END-IF.
           IF WS-DOVUTO-RATA > WS-DA-RIPARTIRE
               MOVE WS-DA-RIPARTIRE TO WS-DOVUTO-RATA
           END-IF.
           ADD WS-DOVUTO-RATA TO RT-PAGATO.
           SUBTRACT WS-DOVUTO-RATA FROM WS-DA-RIPARTIRE.
           IF RT-PAGATO >= RT-IMPORTO + RT-MORA
               MOVE "P" TO RT-STATO
           END-IF.
           MOVE RataRecord TO RA-REC (WS-RATA-TROVATA).
       Paga-Rata-Scaduta-Prima-exit.
           EXIT.

       Cerca-Rata-Dovuta.
      *    The open instalment of invoice WS-RATE-FATTURA due first,
      *    left in RataRecord with what is still owed on it
      *    (WS-DOVUTO-RATA); WS-RATA-TROVATA zero when none is open.
           MOVE 0 TO WS-RATA-TROVATA.
           MOVE 0 TO WS-DOVUTO-RATA.
           PERFORM VARYING WS-RATA-IDX FROM 1 BY 1
                   UNTIL WS-RATA-IDX > WS-NUM-RATE
               MOVE RA-REC (WS-RATA-IDX) TO RataRecord
               IF RT-FATTURA = WS-RATE-FATTURA AND RT-STATO = "A"
                   IF WS-RATA-TROVATA = 0
                       MOVE WS-RATA-IDX TO WS-RATA-TROVATA
                       MOVE RT-SCADENZA TO WS-DATA-SCADENZA
                   ELSE
                       IF RT-SCADENZA < WS-DATA-SCADENZA
                           MOVE WS-RATA-IDX TO WS-RATA-TROVATA
                           MOVE RT-SCADENZA TO WS-DATA-SCADENZA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RATA-TROVATA = 0
               GO TO Cerca-Rata-Dovuta-exit
           END-IF.
           MOVE RA-REC (WS-RATA-TROVATA) TO RataRecord.
           COMPUTE WS-DOVUTO-RATA = RT-IMPORTO + RT-MORA - RT-PAGATO.
       Cerca-Rata-Dovuta-exit.
           EXIT.

       Formatta-Data.
      *    WS-DATA-CONV (AAAAMMGG) -> WS-DATA-ED (GG/MM/AAAA).
           MOVE WS-DATA-CONV (7:2) TO WS-DATA-ED (1:2).
           MOVE "/" TO WS-DATA-ED (3:1).
           MOVE WS-DATA-CONV (5:2) TO WS-DATA-ED (4:2).
           MOVE "/" TO WS-DATA-ED (6:1).
           MOVE WS-DATA-CONV (1:4) TO WS-DATA-ED (7:4).
       Formatta-Data-exit.
           EXIT.

       Carica-Passaggi.
           MOVE 0 TO WS-NUM-PASSAGGI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PassaggiFile.
           IF WS-FS-PASSAGGI NOT = "00"
               GO TO Carica-Passaggi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PassaggiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-PASSAGGI < WS-MAX-PASSAGGI
                           ADD 1 TO WS-NUM-PASSAGGI
                           MOVE PassaggioRecord
                               TO PS-REC (WS-NUM-PASSAGGI)
                       ELSE
                           DISPLAY "Registro passaggi oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PassaggiFile.
       Carica-Passaggi-exit.
           EXIT.

       Salva-Passaggi.
           IF WS-NUM-PASSAGGI = 0
               GO TO Salva-Passaggi-exit
           END-IF.
           OPEN OUTPUT PassaggiFile.
           PERFORM VARYING WS-PASS-IDX FROM 1 BY 1
                   UNTIL WS-PASS-IDX > WS-NUM-PASSAGGI
               MOVE PS-REC (WS-PASS-IDX) TO PassaggioRecord
               WRITE PassaggioRecord
           END-PERFORM.
           CLOSE PassaggiFile.
       Salva-Passaggi-exit.
           EXIT.

       Mesi-Trascorsi.
      *    Months of the academic year elapsed at the run date (the
      *    year starts in September and bills over ten months).
           IF WS-OGGI-MESE >= 9
               COMPUTE WS-MESI-TRASCORSI = WS-OGGI-MESE - 8
           ELSE
               COMPUTE WS-MESI-TRASCORSI = WS-OGGI-MESE + 4
           END-IF.
           IF WS-MESI-TRASCORSI > 10
               MOVE 10 TO WS-MESI-TRASCORSI
           END-IF.
           IF WS-MESI-TRASCORSI < 1
               MOVE 1 TO WS-MESI-TRASCORSI
           END-IF.
       Mesi-Trascorsi-exit.
           EXIT.

       Quota-Maturata.
      *    The share of FT-IMPORTO accrued over WS-MESI-TRASCORSI of
      *    the ten months billed, into WS-MATURATO: the desk's
      *    PRORATA formula (P1 fee, P2 months elapsed, P3 months
      *    billed) when it is on the library, the plain tenths
      *    otherwise. A formula answer outside nought to the fee is
      *    logged and the tenths stand.
           COMPUTE WS-MATURATO ROUNDED =
               FT-IMPORTO * WS-MESI-TRASCORSI / 10.
           IF FT-IMPORTO > 999999.99
               GO TO Quota-Maturata-exit
           END-IF.
           MOVE "PRORATA" TO WS-FML-NOME.
           PERFORM Azzera-Valori-Formula
                   THRU Azzera-Valori-Formula-exit.
           MOVE FT-IMPORTO TO WS-FML-VALORE (1).
           MOVE WS-MESI-TRASCORSI TO WS-FML-VALORE (2).
           MOVE 10 TO WS-FML-VALORE (3).
           PERFORM Chiama-Formula THRU Chiama-Formula-exit.
           IF WS-FML-ESITO NOT = "0"
               GO TO Quota-Maturata-exit
           END-IF.
           IF WS-FML-RISULTATO < 0 OR WS-FML-RISULTATO > FT-IMPORTO
               DISPLAY "Formula PRORATA fuori intervallo per la"
                       " fattura " FT-NUMERO ": quota standard."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Quota-Maturata" TO WS-ERR-PARAGRAFO
               MOVE "formula PRORATA fuori intervallo: quota standard"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Quota-Maturata-exit
           END-IF.
           MOVE WS-FML-RISULTATO TO WS-MATURATO.
       Quota-Maturata-exit.
           EXIT.

       Mora-Da-Formula.
      *    The desk's MORA formula, when on the library, decides the
      *    surcharge due on the instalment (P1 days late, P2 the
      *    instalment amount, P3 the stepped surcharge of the
      *    table, P4 what is paid on it) in place of the step
      *    reached; without one the step stands. A negative or
      *    oversized answer is logged and the step stands.
           MOVE "MORA" TO WS-FML-NOME.
           PERFORM Azzera-Valori-Formula
                   THRU Azzera-Valori-Formula-exit.
           MOVE WS-GIORNI-RITARDO TO WS-FML-VALORE (1).
           MOVE RT-IMPORTO TO WS-FML-VALORE (2).
           MOVE WS-MORA-DOVUTA TO WS-FML-VALORE (3).
           MOVE RT-PAGATO TO WS-FML-VALORE (4).
           PERFORM Chiama-Formula THRU Chiama-Formula-exit.
           IF WS-FML-ESITO NOT = "0"
               GO TO Mora-Da-Formula-exit
           END-IF.
           IF WS-FML-RISULTATO < 0 OR WS-FML-RISULTATO > 99999.99
               DISPLAY "Formula MORA fuori intervallo per la rata "
                       RT-FATTURA "/" RT-NUMERO ": mora a scaglioni."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Mora-Da-Formula" TO WS-ERR-PARAGRAFO
               MOVE "formula MORA fuori intervallo: mora a scaglioni"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Mora-Da-Formula-exit
           END-IF.
           MOVE WS-FML-RISULTATO TO WS-MORA-DOVUTA.
       Mora-Da-Formula-exit.
           EXIT.

       Azzera-Valori-Formula.
           PERFORM VARYING WS-FML-IDX FROM 1 BY 1
                   UNTIL WS-FML-IDX > 9
               MOVE 0 TO WS-FML-VALORE (WS-FML-IDX)
           END-PERFORM.
           MOVE WS-DATA-OGGI-N TO WS-FML-DATA-VALUTA.
       Azzera-Valori-Formula-exit.
           EXIT.

       Chiama-Formula.
      *    One call of the formula service. A formula not on the
      *    library ("F") is the normal case of a calculation the
      *    desk has not taken over and is silent; any other failure
      *    is logged as a warning and the caller keeps its standard
      *    figure.
           MOVE RETURN-CODE TO WS-RC-CHIAMANTE.
           CALL "MotoreFormule" USING WS-RICHIESTA-FORMULA.
           MOVE WS-RC-CHIAMANTE TO RETURN-CODE.
           IF WS-FML-ESITO = "0" OR WS-FML-ESITO = "F"
               GO TO Chiama-Formula-exit
           END-IF.
           DISPLAY "Formula " FUNCTION TRIM (WS-FML-NOME)
                   " non calcolata (esito " WS-FML-ESITO ", passo "
                   WS-FML-PASSO "): calcolo standard.".
           MOVE "Fatturazione" TO WS-ERR-PROGRAMMA.
           MOVE "Chiama-Formula" TO WS-ERR-PARAGRAFO.
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "formula " DELIMITED BY SIZE
                  WS-FML-NOME DELIMITED BY SPACE
                  " esito " DELIMITED BY SIZE
                  WS-FML-ESITO DELIMITED BY SIZE
                  ": calcolo standard" DELIMITED BY SIZE
                  INTO WS-ERR-MESSAGGIO.
           MOVE "A" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       Chiama-Formula-exit.
           EXIT.

       Rapporto-Morosita.
      *    Open balances grouped by course. A withdrawn student's
      *    open invoice shows the pro-rata position: the year's fee
      *    scaled to the months elapsed, less what was paid.
           PERFORM Mesi-Trascorsi THRU Mesi-Trascorsi-exit.
           OPEN OUTPUT RapportoFile.
           MOVE "Fatturazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "MOROSITA' PER CORSO" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           OPEN INPUT StudentiFile.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-STATO NOT = "P" AND FT-STATO NOT = "C"
                   PERFORM Riporta-Una-Fattura
                           THRU Riporta-Una-Fattura-exit
               END-IF
           END-PERFORM.
           CLOSE StudentiFile.
           PERFORM Carica-Titoli-Morosi
                   THRU Carica-Titoli-Morosi-exit.
           MOVE "-- Residuo per corso --" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-CORSO-IDX FROM 1 BY 1
                   UNTIL WS-CORSO-IDX > WS-NUM-CORSI
               MOVE SPACES TO RapportoLine
               STRING MR-CORSO (WS-CORSO-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM (MR-TITOLO (WS-CORSO-IDX))
                          DELIMITED BY SIZE
                      "  posizioni=" DELIMITED BY SIZE
                      MR-CONTA (WS-CORSO-IDX) DELIMITED BY SIZE
                      "  residuo=" DELIMITED BY SIZE
                      MR-RESIDUO (WS-CORSO-IDX) DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto morosita' in " WS-FILE-RAPPORTO ".".
       Rapporto-Morosita-exit.
           EXIT.

       Riporta-Una-Fattura.
           MOVE "N" TO WS-PRO-RATA.
           MOVE FT-IMPORTO TO WS-DOVUTO.
           MOVE FT-MATRICOLA TO SR-MATRICOLA.
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SR-STATO = "R" AND FT-STATO NOT = "R"
      *                    A withdrawal stops the accrual: the due
      *                    amount becomes the months actually spent
      *                    enrolled, out of the ten billed. Once the
      *                    refund credit note is approved the invoice
      *                    itself is cut (stato "R").
                           PERFORM Quota-Maturata
                                   THRU Quota-Maturata-exit
                           MOVE WS-MATURATO TO WS-DOVUTO
                           MOVE "Y" TO WS-PRO-RATA
                       END-IF
               END-READ
       Carica-Titoli-Morosi-exit.
           EXIT.

       Rapporto-Esenzioni.
      *    Revenue given up through exemptions in an academic year,
      *    for the finance office: every exemption applied on an
      *    invoice, then the amount waived and the students for each
      *    ground. Exemptions granted but not yet on an invoice are
      *    counted apart; they waive nothing until billed.
           DISPLAY "Anno accademico (0 = corrente, "
                   WS-ANNO-ACC-CORRENTE "): ".
           ACCEPT WS-ANNO-RAPPORTO.
           IF WS-ANNO-RAPPORTO = 0
               MOVE WS-ANNO-ACC-CORRENTE TO WS-ANNO-RAPPORTO
           END-IF.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "ESENZIONI_" DELIMITED BY SIZE
                  WS-ANNO-RAPPORTO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           PERFORM VARYING WS-MOTIVO-IDX FROM 1 BY 1
                   UNTIL WS-MOTIVO-IDX > 4
               MOVE 0 TO MT-CONTA (WS-MOTIVO-IDX)
               MOVE 0 TO MT-IMPORTO (WS-MOTIVO-IDX)
           END-PERFORM.
           OPEN OUTPUT RapportoFile.
           MOVE "Fatturazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "MINORI ENTRATE PER ESENZIONI - ANNO ACCADEMICO "
                      DELIMITED BY SIZE
                  WS-ANNO-RAPPORTO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "Matr.  Fattura    Motivo                       Perc"
               TO RapportoLine.
           MOVE "Esentato" TO RapportoLine (54:8).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-ESENZIONE-IDX FROM 1 BY 1
                   UNTIL WS-ESENZIONE-IDX > WS-NUM-ESENZIONI
               MOVE EX-REC (WS-ESENZIONE-IDX) TO EsenzioneRecord
               IF EZ-ANNO-ACC = WS-ANNO-RAPPORTO
                   PERFORM Riporta-Una-Esenzione
                           THRU Riporta-Una-Esenzione-exit
               END-IF
           END-PERFORM.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "-- Minori entrate per motivo --" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 0 TO WS-TOT-ESENZIONI.
           PERFORM VARYING WS-MOTIVO-IDX FROM 1 BY 1
                   UNTIL WS-MOTIVO-IDX > 4
               MOVE WS-MOTIVI-CODICI (WS-MOTIVO-IDX:1) TO WS-MOTIVO
               PERFORM Descrivi-Motivo THRU Descrivi-Motivo-exit
               MOVE MT-CONTA (WS-MOTIVO-IDX) TO WS-NUM-ED
               MOVE MT-IMPORTO (WS-MOTIVO-IDX) TO WS-TOTALE-ED
               ADD MT-IMPORTO (WS-MOTIVO-IDX) TO WS-TOT-ESENZIONI
               MOVE SPACES TO RapportoLine
               STRING WS-MOTIVO-DESCR DELIMITED BY SIZE
                      " studenti " DELIMITED BY SIZE
                      WS-NUM-ED DELIMITED BY SIZE
                      INTO RapportoLine
               MOVE WS-TOTALE-ED TO RapportoLine (50:12)
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           MOVE WS-TOT-ESENZIONI TO WS-TOTALE-ED.
           MOVE "Totale minori entrate" TO RapportoLine.
           MOVE WS-TOTALE-ED TO RapportoLine (50:12).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-ESENZ-IN-ATTESA TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Esenzioni concesse non ancora fatturate: "
                      DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto esenzioni in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
       Rapporto-Esenzioni-exit.
           EXIT.

       Riporta-Una-Esenzione.
           IF EZ-FATTURA = 0
               ADD 1 TO WS-ESENZ-IN-ATTESA
               GO TO Riporta-Una-Esenzione-exit
           END-IF.
           ADD 1 TO WS-ESENZ-APPLICATE.
           MOVE EZ-MOTIVO TO WS-MOTIVO.
           PERFORM Descrivi-Motivo THRU Descrivi-Motivo-exit.
           ADD 1 TO MT-CONTA (WS-MOTIVO-IDX).
           ADD EZ-IMPORTO TO MT-IMPORTO (WS-MOTIVO-IDX).
           MOVE EZ-PERCENTUALE TO WS-PERC-ED.
           MOVE EZ-IMPORTO TO WS-IMPORTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING EZ-MATRICOLA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  EZ-FATTURA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MOTIVO-DESCR DELIMITED BY SIZE
                  WS-PERC-ED DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Riporta-Una-Esenzione-exit.
           EXIT.

       Solleciti.
      *    The nightly chase of overdue instalments. Every
      *    instalment still open past its due date, on an invoice
      *    still owed, carries the surcharge for how late it is -
      *    the highest step reached, what it adds over the
      *    surcharge already carried going onto the invoice too -
      *    and, once WS-GIORNI-TRA-SOLLECITI days have passed since
      *    the last letter, gets the next notice: first reminder,
      *    second reminder, final notice. Letters are printed on
      *    SOLLECITI_<data>_<ora>.TXT, addressed from the contact
      *    file, and each is recorded in SOLLECITI.DAT against the
      *    invoice and instalment, so no notice goes out twice. A
      *    withdrawn student is not chased (the arrears report
      *    shows the pro-rata position); a student with no address
      *    on file gets no letter and is reported for tracing.
           MOVE WS-DATA-OGGI-N TO WS-DATA-CONV.
           COMPUTE WS-GIORNO-OGGI =
               FUNCTION INTEGER-OF-DATE (WS-DATA-CONV).
           MOVE WS-GIORNI-TRA-SOLLECITI TO WS-GIORNI-ED.
           MOVE 0 TO WS-LETTERE-LIVELLO (1).
           MOVE 0 TO WS-LETTERE-LIVELLO (2).
           MOVE 0 TO WS-LETTERE-LIVELLO (3).
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): nessun sollecito."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Solleciti" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Solleciti-exit
           END-IF.
           PERFORM Carica-Solleciti THRU Carica-Solleciti-exit.
           OPEN INPUT RecapitiFile.
           OPEN EXTEND SollecitiFile.
           IF WS-FS-SOLLECITI = "35"
               OPEN OUTPUT SollecitiFile
           END-IF.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "SOLLECITI_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-ORA-OGGI (1:6) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "Fatturazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "SOLLECITI DI PAGAMENTO DEL " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-RATA-IDX FROM 1 BY 1
                   UNTIL WS-RATA-IDX > WS-NUM-RATE
               MOVE RA-REC (WS-RATA-IDX) TO RataRecord
               IF RT-STATO = "A" AND RT-SCADENZA < WS-DATA-OGGI-N
                   PERFORM Sollecita-Una-Rata
                           THRU Sollecita-Una-Rata-exit
               END-IF
           END-PERFORM.
           CLOSE StudentiFile.
           CLOSE RecapitiFile.
           CLOSE SollecitiFile.
           PERFORM Riepilogo-Solleciti THRU Riepilogo-Solleciti-exit.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           DISPLAY "Solleciti completati: " WS-RATE-SCADUTE
                   " rate scadute, " WS-MORE-APPLICATE
                   " more applicate, lettere " WS-LETTERE-LIVELLO (1)
                   "/" WS-LETTERE-LIVELLO (2) "/"
                   WS-LETTERE-LIVELLO (3) ", senza recapito "
                   WS-SENZA-RECAPITO ".".
           DISPLAY "Lettere stampate in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
           IF WS-SENZA-RECAPITO > 0
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Solleciti" TO WS-ERR-PARAGRAFO
               MOVE "morosi senza recapito: sollecito non inviato"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Solleciti-exit.
           EXIT.

       Carica-Solleciti.
           MOVE 0 TO WS-NUM-SOLLECITI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT SollecitiFile.
           IF WS-FS-SOLLECITI NOT = "00"
               GO TO Carica-Solleciti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SollecitiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-SOLLECITI < WS-MAX-SOLLECITI
                           ADD 1 TO WS-NUM-SOLLECITI
                           MOVE SL-FATTURA
                               TO SO-FATTURA (WS-NUM-SOLLECITI)
                           MOVE SL-RATA TO SO-RATA (WS-NUM-SOLLECITI)
                           MOVE SL-LIVELLO
                               TO SO-LIVELLO (WS-NUM-SOLLECITI)
                           MOVE SL-DATA TO SO-DATA (WS-NUM-SOLLECITI)
                       ELSE
                           DISPLAY "Registro solleciti oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SollecitiFile.
       Carica-Solleciti-exit.
           EXIT.

       Sollecita-Una-Rata.
      *    The invoice the instalment belongs to, still owed?
           MOVE 0 TO WS-FATT-TROVATA.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-NUMERO = RT-FATTURA
                   MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FATT-TROVATA = 0
               GO TO Sollecita-Una-Rata-exit
           END-IF.
           MOVE FA-REC (WS-FATT-TROVATA) TO FatturaRecord.
           IF FT-STATO NOT = "A"
               GO TO Sollecita-Una-Rata-exit
           END-IF.
           MOVE FT-MATRICOLA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   MOVE SPACES TO SR-NOME
                   MOVE SPACES TO SR-COGNOME
                   MOVE SPACE TO SR-STATO
           END-READ.
           IF SR-STATO = "R"
               GO TO Sollecita-Una-Rata-exit
           END-IF.
           ADD 1 TO WS-RATE-SCADUTE.
      *    Surcharge for the days late: the highest step reached.
           COMPUTE WS-GIORNI-RITARDO = WS-GIORNO-OGGI
               - FUNCTION INTEGER-OF-DATE (RT-SCADENZA).
           MOVE 0 TO WS-MORA-DOVUTA.
           PERFORM VARYING WS-MORA-IDX FROM 1 BY 1
                   UNTIL WS-MORA-IDX > WS-NUM-MORE
               IF WS-GIORNI-RITARDO > MO-GIORNI (WS-MORA-IDX)
                  AND MO-IMPORTO (WS-MORA-IDX) > WS-MORA-DOVUTA
                   MOVE MO-IMPORTO (WS-MORA-IDX) TO WS-MORA-DOVUTA
               END-IF
           END-PERFORM.
           PERFORM Mora-Da-Formula THRU Mora-Da-Formula-exit.
           IF WS-MORA-DOVUTA > RT-MORA
               COMPUTE WS-MORA-AGGIUNTA = WS-MORA-DOVUTA - RT-MORA
               MOVE WS-MORA-DOVUTA TO RT-MORA
               ADD WS-MORA-AGGIUNTA TO FT-IMPORTO
               ADD WS-MORA-AGGIUNTA TO WS-TOT-MORE
               ADD 1 TO WS-MORE-APPLICATE
               MOVE RataRecord TO RA-REC (WS-RATA-IDX)
               MOVE WS-ACC-OPERATORE TO FT-OPERATORE
               MOVE FatturaRecord TO FA-REC (WS-FATT-TROVATA)
               PERFORM Dati-Fattura-Movimento
                       THRU Dati-Fattura-Movimento-exit
               MOVE "MO" TO MV-TIPO
               MOVE WS-DATA-OGGI-N TO MV-DATA-DOC
               MOVE WS-MORA-AGGIUNTA TO MV-IMPORTO
               PERFORM Registra-Movimento
                       THRU Registra-Movimento-exit
           END-IF.
      *    Which notice is due: the one after the last sent, once
      *    the interval has passed.
           MOVE 0 TO WS-LIVELLO.
           MOVE 0 TO WS-DATA-LIVELLO.
           PERFORM VARYING WS-SOLL-IDX FROM 1 BY 1
                   UNTIL WS-SOLL-IDX > WS-NUM-SOLLECITI
               IF SO-FATTURA (WS-SOLL-IDX) = RT-FATTURA
                  AND SO-RATA (WS-SOLL-IDX) = RT-NUMERO
                  AND SO-LIVELLO (WS-SOLL-IDX) > WS-LIVELLO
                   MOVE SO-LIVELLO (WS-SOLL-IDX) TO WS-LIVELLO
                   MOVE SO-DATA (WS-SOLL-IDX) TO WS-DATA-LIVELLO
               END-IF
           END-PERFORM.
           IF WS-LIVELLO >= 3
               ADD 1 TO WS-DIFFIDE-SCADUTE
               GO TO Sollecita-Una-Rata-exit
           END-IF.
           IF WS-LIVELLO > 0
               IF WS-GIORNO-OGGI
                  - FUNCTION INTEGER-OF-DATE (WS-DATA-LIVELLO)
                  < WS-GIORNI-TRA-SOLLECITI
                   GO TO Sollecita-Una-Rata-exit
               END-IF
           END-IF.
           ADD 1 TO WS-LIVELLO.
           MOVE FT-MATRICOLA TO RP-MATRICOLA.
           MOVE SPACES TO RP-INDIRIZZO.
           IF WS-FS-RECAPITI = "00"
               READ RecapitiFile
                   KEY IS RP-MATRICOLA
                   INVALID KEY
                       MOVE SPACES TO RP-INDIRIZZO
               END-READ
           END-IF.
           IF RP-INDIRIZZO = SPACES
               ADD 1 TO WS-SENZA-RECAPITO
               DISPLAY "Matricola " FT-MATRICOLA ": fattura "
                       FT-NUMERO " rata " RT-NUMERO
                       " scaduta, nessun indirizzo a registro:"
                       " sollecito non inviato."
               GO TO Sollecita-Una-Rata-exit
           END-IF.
           COMPUTE WS-RESIDUO-RATA = RT-IMPORTO + RT-MORA - RT-PAGATO.
           PERFORM Stampa-Sollecito THRU Stampa-Sollecito-exit.
           MOVE RT-FATTURA TO SL-FATTURA.
           MOVE RT-NUMERO TO SL-RATA.
           MOVE WS-LIVELLO TO SL-LIVELLO.
           MOVE WS-DATA-OGGI-N TO SL-DATA.
           MOVE FT-MATRICOLA TO SL-MATRICOLA.
           MOVE WS-RESIDUO-RATA TO SL-RESIDUO.
           MOVE RT-MORA TO SL-MORA.
           WRITE SollecitoRecord.
           ADD 1 TO WS-LETTERE-LIVELLO (WS-LIVELLO).
       Sollecita-Una-Rata-exit.
           EXIT.

       Stampa-Sollecito.
           MOVE ALL "-" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE RP-INDIRIZZO TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING RP-CAP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (RP-CITTA) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RP-PROVINCIA DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           EVALUATE WS-LIVELLO
               WHEN 1
                   MOVE "Oggetto: PRIMO SOLLECITO DI PAGAMENTO"
                       TO RapportoLine
               WHEN 2
                   MOVE "Oggetto: SECONDO SOLLECITO DI PAGAMENTO"
                       TO RapportoLine
               WHEN OTHER
                   MOVE "Oggetto: DIFFIDA AD ADEMPIERE - ULTIMO AVVISO"
                       TO RapportoLine
           END-EVALUATE.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE RT-SCADENZA TO WS-DATA-CONV.
           PERFORM Formatta-Data THRU Formatta-Data-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Matricola " DELIMITED BY SIZE
                  FT-MATRICOLA DELIMITED BY SIZE
                  " - fattura n. " DELIMITED BY SIZE
                  FT-NUMERO DELIMITED BY SIZE
                  ", rata " DELIMITED BY SIZE
                  RT-NUMERO DELIMITED BY SIZE
                  " scaduta il " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE RT-IMPORTO TO WS-IMPORTO-ED.
           MOVE "   Importo della rata" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE RT-MORA TO WS-IMPORTO-ED.
           MOVE "   Maggiorazione per ritardato pagamento"
               TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE RT-PAGATO TO WS-IMPORTO-ED.
           MOVE "   Gia' versato" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-RESIDUO-RATA TO WS-IMPORTO-ED.
           MOVE "   Da versare" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM Stampa-Riferimento THRU Stampa-Riferimento-exit.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           EVALUATE WS-LIVELLO
               WHEN 1
                   MOVE "Non risulta ancora pervenuto il pagamento"
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   MOVE "della rata indicata."
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               WHEN 2
                   MOVE "Nonostante il precedente sollecito, il"
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   MOVE "pagamento della rata non e' pervenuto."
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               WHEN OTHER
                   MOVE "Ultimo avviso: trascorso il termine senza il"
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   MOVE "pagamento, la posizione passera' all'ufficio"
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   MOVE "legale per il recupero del credito."
                       TO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-EVALUATE.
           MOVE SPACES TO RapportoLine.
           STRING "La invitiamo a versare quanto dovuto entro "
                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-GIORNI-ED) DELIMITED BY SIZE
                  " giorni." DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Sollecito-exit.
           EXIT.

       Riepilogo-Solleciti.
      *    Control page for the bursar after the letters.
           MOVE ALL "-" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "-- Riepilogo solleciti --" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-RATE-SCADUTE TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Rate scadute e non pagate:        " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-MORE-APPLICATE TO WS-NUM-ED.
           MOVE WS-TOT-MORE TO WS-TOTALE-ED.
           MOVE SPACES TO RapportoLine.
           STRING "More applicate o aumentate:       " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  "  per " DELIMITED BY SIZE
                  WS-TOTALE-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-LETTERE-LIVELLO (1) TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Primi solleciti:                  " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-LETTERE-LIVELLO (2) TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Secondi solleciti:                " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-LETTERE-LIVELLO (3) TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Diffide:                          " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-DIFFIDE-SCADUTE TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Rate gia' diffidate, senza esito: " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-SENZA-RECAPITO TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Solleciti non inviati, senza recapito: "
                      DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
       Riepilogo-Solleciti-exit.
           EXIT.

       Emetti-Note-Credito.
      *    Refund credit notes, one per invoice owing money back: a
      *    withdrawn student's invoice for the current year is
      *    credited the months not accrued (the same pro-rata the
      *    arrears report shows), the rest of the fee becoming
      *    refundable for what was paid over it; any other invoice
      *    paid beyond its amount is credited the excess. Each note
      *    is numbered from the NOTECRED series, printed on
      *    NOTE_CREDITO_<data>_<ora>.TXT and left "D" for the
      *    bursar's approval (mode V); nothing on the invoice moves
      *    until then. An invoice with a note still pending,
      *    approved or rejected gets no second one.
           PERFORM Mesi-Trascorsi THRU Mesi-Trascorsi-exit.
           PERFORM Carica-Note THRU Carica-Note-exit.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): nessuna nota di credito."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Emetti-Note-Credito" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Emetti-Note-Credito-exit
           END-IF.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "NOTE_CREDITO_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-ORA-OGGI (1:6) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "Fatturazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "NOTE DI CREDITO DI RIMBORSO DEL " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-STATO NOT = "C"
                   PERFORM Nota-Una-Fattura
                           THRU Nota-Una-Fattura-exit
               END-IF
           END-PERFORM.
           CLOSE StudentiFile.
           PERFORM Salva-Note THRU Salva-Note-exit.
           MOVE ALL "-" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-NOTE-EMESSE TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Note di credito emesse: " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-TOT-NOTE TO WS-TOTALE-ED.
           MOVE "Totale accreditato" TO RapportoLine.
           MOVE WS-TOTALE-ED TO RapportoLine (50:12).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-TOT-RIMBORSI TO WS-TOTALE-ED.
           MOVE "Totale da rimborsare" TO RapportoLine.
           MOVE WS-TOTALE-ED TO RapportoLine (50:12).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Note di credito emesse: " WS-NOTE-EMESSE
                   ", in attesa di approvazione.".
           DISPLAY "Note stampate in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
       Emetti-Note-Credito-exit.
           EXIT.

       Nota-Una-Fattura.
      *    Notes already raised on the invoice: a live one (pending,
      *    approved, rejected) blocks a new one; a closed withdrawal
      *    note means the pro-rata is settled, only an overpayment
      *    can still arise.
           MOVE "N" TO WS-NOTA-BLOCCA.
           MOVE "N" TO WS-RITIRO-CHIUSO.
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX > WS-NUM-NOTE
               MOVE NT-REC (WS-NOTA-IDX) TO NotaCreditoRecord
               IF NC-FATTURA = FT-NUMERO
                   IF NC-STATO = "C"
                       IF NC-CAUSALE = "R"
                           MOVE "Y" TO WS-RITIRO-CHIUSO
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-NOTA-BLOCCA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NOTA-BLOCCA = "Y"
               GO TO Nota-Una-Fattura-exit
           END-IF.
           MOVE FT-MATRICOLA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   MOVE SPACES TO SR-NOME
                   MOVE SPACES TO SR-COGNOME
                   MOVE SPACE TO SR-STATO
           END-READ.
           MOVE FT-NUMERO TO NC-FATTURA.
           MOVE FT-MATRICOLA TO NC-MATRICOLA.
           MOVE FT-ANNO-ACC TO NC-ANNO-ACC.
           MOVE 0 TO NC-IMPORTO.
           MOVE 0 TO NC-RIMBORSO.
           IF SR-STATO = "R"
              AND FT-ANNO-ACC = WS-ANNO-ACC-CORRENTE
              AND FT-STATO NOT = "R"
              AND WS-RITIRO-CHIUSO = "N"
               PERFORM Quota-Maturata THRU Quota-Maturata-exit
               IF WS-MATURATO < FT-IMPORTO
                   MOVE "R" TO NC-CAUSALE
                   COMPUTE NC-IMPORTO = FT-IMPORTO - WS-MATURATO
                   IF FT-PAGATO > WS-MATURATO
                       COMPUTE NC-RIMBORSO = FT-PAGATO - WS-MATURATO
                   END-IF
               END-IF
           END-IF.
           IF NC-IMPORTO = 0 AND FT-PAGATO > FT-IMPORTO
               MOVE "E" TO NC-CAUSALE
               COMPUTE NC-IMPORTO = FT-PAGATO - FT-IMPORTO
               MOVE NC-IMPORTO TO NC-RIMBORSO
           END-IF.
           IF NC-IMPORTO = 0
               GO TO Nota-Una-Fattura-exit
           END-IF.
           IF WS-NUM-NOTE >= WS-MAX-NOTE
               DISPLAY "Registro note di credito al limite: fattura "
                       FT-NUMERO " senza nota."
               MOVE 8 TO RETURN-CODE
               GO TO Nota-Una-Fattura-exit
           END-IF.
           MOVE WS-SERIE-NOTE TO WS-SEQ-SERIE.
           MOVE 0 TO WS-NUMERO-FATTURA.
           MOVE RETURN-CODE TO WS-RC-CHIAMANTE.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           MOVE WS-RC-CHIAMANTE TO RETURN-CODE.
           MOVE WS-SERIE-FATTURE TO WS-SEQ-SERIE.
           IF WS-SEQ-ESITO NOT = "0"
               DISPLAY "Numero nota di credito non assegnato (esito "
                       WS-SEQ-ESITO "): fattura " FT-NUMERO
                       " senza nota."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Nota-Una-Fattura" TO WS-ERR-PARAGRAFO
               MOVE "numero nota di credito non assegnato"
                   TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               GO TO Nota-Una-Fattura-exit
           END-IF.
           MOVE WS-NUMERO-FATTURA TO NC-NUMERO.
           MOVE WS-DATA-OGGI-N TO NC-DATA.
           MOVE "D" TO NC-STATO.
           MOVE SPACES TO NC-APPROVATORE.
           MOVE 0 TO NC-DATA-APPROV.
           MOVE 0 TO NC-DATA-RIMBORSO.
           MOVE SPACES TO NC-IBAN.
           ADD 1 TO WS-NUM-NOTE.
           MOVE NotaCreditoRecord TO NT-REC (WS-NUM-NOTE).
           ADD 1 TO WS-NOTE-EMESSE.
           ADD NC-IMPORTO TO WS-TOT-NOTE.
           ADD NC-RIMBORSO TO WS-TOT-RIMBORSI.
           PERFORM Stampa-Nota-Credito THRU Stampa-Nota-Credito-exit.
       Nota-Una-Fattura-exit.
           EXIT.

       Stampa-Nota-Credito.
      *    The note as the student sees it, against its invoice.
           MOVE ALL "-" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE NC-DATA TO WS-DATA-CONV.
           PERFORM Formatta-Data THRU Formatta-Data-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Nota di credito n. " DELIMITED BY SIZE
                  NC-NUMERO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  " - anno accademico " DELIMITED BY SIZE
                  NC-ANNO-ACC DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   Matricola " DELIMITED BY SIZE
                  NC-MATRICOLA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE FT-DATA TO WS-DATA-CONV.
           PERFORM Formatta-Data THRU Formatta-Data-exit.
           MOVE SPACES TO RapportoLine.
           STRING "   A rettifica della fattura n. " DELIMITED BY SIZE
                  FT-NUMERO DELIMITED BY SIZE
                  " del " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           IF NC-CAUSALE = "R"
               MOVE WS-MESI-TRASCORSI TO WS-MESI-ED
               STRING "   Causale: ritiro, maturati " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-MESI-ED) DELIMITED BY SIZE
                      " mesi su 10" DELIMITED BY SIZE
                      INTO RapportoLine
           ELSE
               MOVE "   Causale: versato in eccedenza sulla fattura"
                   TO RapportoLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE FT-IMPORTO TO WS-IMPORTO-ED.
           MOVE "   Importo della fattura" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE FT-PAGATO TO WS-IMPORTO-ED.
           MOVE "   Gia' versato" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE NC-IMPORTO TO WS-IMPORTO-ED.
           MOVE "   Importo accreditato" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE NC-RIMBORSO TO WS-IMPORTO-ED.
           MOVE "   Da rimborsare" TO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Nota-Credito-exit.
           EXIT.

       Approva-Note-Credito.
      *    The bursar's supervised step: a supervisor code from the
      *    operators' roster, then every pending note in turn,
      *    approved, rejected or left for later. An approved
      *    withdrawal note cuts the invoice (stato "R") and its last
      *    instalments; the refund is worked out again on the
      *    invoice as it stands, so a payment arrived since the note
      *    was raised is not refunded short or twice. A note with
      *    nothing to refund closes at once; the others wait for the
      *    bank file (mode B). Approver and date stay on the note.
           PERFORM Carica-Note THRU Carica-Note-exit.
           PERFORM Autorizza-Supervisore
                   THRU Autorizza-Supervisore-exit.
           IF WS-SUPER-OK = "N"
               DISPLAY "Nessuna autorizzazione di supervisore: note"
                       " di credito non approvate."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Approva-Note-Credito" TO WS-ERR-PARAGRAFO
               MOVE "approvazione note rifiutata senza supervisore"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 4 TO RETURN-CODE
               GO TO Approva-Note-Credito-exit
           END-IF.
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX > WS-NUM-NOTE
               MOVE NT-REC (WS-NOTA-IDX) TO NotaCreditoRecord
               IF NC-STATO = "D"
                   PERFORM Approva-Una-Nota
                           THRU Approva-Una-Nota-exit
                   MOVE NotaCreditoRecord TO NT-REC (WS-NOTA-IDX)
               END-IF
           END-PERFORM.
           PERFORM Salva-Note THRU Salva-Note-exit.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           DISPLAY "Approvazione completata: " WS-NOTE-APPROVATE
                   " approvate, " WS-NOTE-RESPINTE " respinte, "
                   WS-NOTE-RINVIATE " rinviate.".
       Approva-Note-Credito-exit.
           EXIT.

       Approva-Una-Nota.
           MOVE 0 TO WS-FATT-TROVATA.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-NUMERO = NC-FATTURA
                   MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FATT-TROVATA = 0
               ADD 1 TO WS-NOTE-RINVIATE
               DISPLAY "Nota " NC-NUMERO ": fattura " NC-FATTURA
                       " non a registro, nota lasciata in sospeso."
               GO TO Approva-Una-Nota-exit
           END-IF.
           MOVE FA-REC (WS-FATT-TROVATA) TO FatturaRecord.
           MOVE NC-IMPORTO TO WS-IMPORTO-ED.
           DISPLAY "Nota " NC-NUMERO " matricola " NC-MATRICOLA
                   " fattura " NC-FATTURA " causale " NC-CAUSALE
                   " accredito " WS-IMPORTO-ED.
           MOVE NC-RIMBORSO TO WS-IMPORTO-ED.
           DISPLAY "   da rimborsare " WS-IMPORTO-ED
                   " - A=approva, R=respingi, S=salta: ".
           ACCEPT WS-DECISIONE.
           MOVE FUNCTION UPPER-CASE (WS-DECISIONE) TO WS-DECISIONE.
           EVALUATE WS-DECISIONE
               WHEN "A"
                   CONTINUE
               WHEN "R"
                   MOVE "X" TO NC-STATO
                   MOVE WS-CODICE-SUPER TO NC-APPROVATORE
                   MOVE WS-DATA-OGGI-N TO NC-DATA-APPROV
                   ADD 1 TO WS-NOTE-RESPINTE
                   GO TO Approva-Una-Nota-exit
               WHEN OTHER
                   ADD 1 TO WS-NOTE-RINVIATE
                   GO TO Approva-Una-Nota-exit
           END-EVALUATE.
           IF NC-CAUSALE = "R"
               IF NC-IMPORTO > FT-IMPORTO
                   MOVE FT-IMPORTO TO NC-IMPORTO
               END-IF
               SUBTRACT NC-IMPORTO FROM FT-IMPORTO
               MOVE "R" TO FT-STATO
               MOVE FT-NUMERO TO WS-RATE-FATTURA
               MOVE NC-IMPORTO TO WS-DA-RIDURRE
               PERFORM Riduci-Rate THRU Riduci-Rate-exit
               PERFORM Dati-Fattura-Movimento
                       THRU Dati-Fattura-Movimento-exit
               MOVE "NC" TO MV-TIPO
               MOVE NC-NUMERO TO MV-DOCUMENTO
               MOVE NC-DATA TO MV-DATA-DOC
               MOVE NC-IMPORTO TO MV-IMPORTO
               PERFORM Registra-Movimento
                       THRU Registra-Movimento-exit
           END-IF.
           MOVE 0 TO NC-RIMBORSO.
           IF FT-PAGATO > FT-IMPORTO
               COMPUTE NC-RIMBORSO = FT-PAGATO - FT-IMPORTO
           END-IF.
           IF NC-CAUSALE = "E"
               MOVE NC-RIMBORSO TO NC-IMPORTO
           END-IF.
           IF FT-PAGATO >= FT-IMPORTO
               MOVE "P" TO FT-STATO
           END-IF.
           MOVE WS-ACC-OPERATORE TO FT-OPERATORE.
           MOVE FatturaRecord TO FA-REC (WS-FATT-TROVATA).
           IF NC-RIMBORSO > 0
               MOVE "A" TO NC-STATO
           ELSE
               MOVE "C" TO NC-STATO
           END-IF.
           MOVE WS-CODICE-SUPER TO NC-APPROVATORE.
           MOVE WS-DATA-OGGI-N TO NC-DATA-APPROV.
           ADD 1 TO WS-NOTE-APPROVATE.
       Approva-Una-Nota-exit.
           EXIT.

       Riduci-Rate.
      *    WS-DA-RIDURRE comes off the instalments of invoice
      *    WS-RATE-FATTURA, the last due first: the months not
      *    accrued are the last of the year. What was already paid on
      *    an instalment cut below it stays there as paid over, until
      *    the refund takes it back (Storna-Rate).
           PERFORM VARYING WS-NUMERO-RATA FROM 9 BY -1
                   UNTIL WS-NUMERO-RATA < 1 OR WS-DA-RIDURRE = 0
               PERFORM VARYING WS-RATA-IDX FROM 1 BY 1
                       UNTIL WS-RATA-IDX > WS-NUM-RATE
                   MOVE RA-REC (WS-RATA-IDX) TO RataRecord
                   IF RT-FATTURA = WS-RATE-FATTURA
                      AND RT-NUMERO = WS-NUMERO-RATA
                      AND RT-IMPORTO > 0
                       MOVE RT-IMPORTO TO WS-RIDUZIONE
                       IF WS-RIDUZIONE > WS-DA-RIDURRE
                           MOVE WS-DA-RIDURRE TO WS-RIDUZIONE
                       END-IF
                       SUBTRACT WS-RIDUZIONE FROM RT-IMPORTO
                       SUBTRACT WS-RIDUZIONE FROM WS-DA-RIDURRE
                       IF RT-PAGATO >= RT-IMPORTO + RT-MORA
                           MOVE "P" TO RT-STATO
                       END-IF
                       MOVE RataRecord TO RA-REC (WS-RATA-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       Riduci-Rate-exit.
           EXIT.

       Storna-Rate.
      *    The refund WS-DA-RIDURRE of invoice WS-RATE-FATTURA takes
      *    back what its instalments show paid over their amount.
           PERFORM VARYING WS-RATA-IDX FROM 1 BY 1
                   UNTIL WS-RATA-IDX > WS-NUM-RATE
                      OR WS-DA-RIDURRE = 0
               MOVE RA-REC (WS-RATA-IDX) TO RataRecord
               IF RT-FATTURA = WS-RATE-FATTURA
                  AND RT-PAGATO > RT-IMPORTO + RT-MORA
                   COMPUTE WS-RIDUZIONE =
                       RT-PAGATO - RT-IMPORTO - RT-MORA
                   IF WS-RIDUZIONE > WS-DA-RIDURRE
                       MOVE WS-DA-RIDURRE TO WS-RIDUZIONE
                   END-IF
                   SUBTRACT WS-RIDUZIONE FROM RT-PAGATO
                   SUBTRACT WS-RIDUZIONE FROM WS-DA-RIDURRE
                   MOVE RataRecord TO RA-REC (WS-RATA-IDX)
               END-IF
           END-PERFORM.
       Storna-Rate-exit.
           EXIT.

       Autorizza-Supervisore.
      *    Authorized by a named supervisor code checked against the
      *    roster; the code goes on every note decided.
           MOVE "N" TO WS-SUPER-OK.
           DISPLAY "Codice supervisore che approva le note di"
                   " credito: ".
           ACCEPT WS-CODICE-SUPER.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT OperatoriFile.
           IF WS-FS-OPERATORI NOT = "00"
               DISPLAY "Ruolo operatori non disponibile:"
                       " approvazione non autorizzabile."
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

       Disponi-Rimborsi.
      *    Every approved note still to refund goes on the bank
      *    payment file BONIFICI_<data>_<ora>.DAT, paid to the IBAN
      *    on the student's contact record, with a control trailer;
      *    the refund comes off what the invoice shows paid, so
      *    invoice, note and refund leave the student at zero, and
      *    the note closes with the IBAN and date it was paid on. A
      *    student with no IBAN on file stays approved for the next
      *    run and is reported for tracing. The listing for the
      *    bursar is RIMBORSI_<data>_<ora>.TXT.
           PERFORM Carica-Note THRU Carica-Note-exit.
           OPEN INPUT StudentiFile.
           OPEN INPUT RecapitiFile.
           MOVE SPACES TO WS-FILE-BONIFICI.
           STRING "BONIFICI_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-ORA-OGGI (1:6) DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-BONIFICI.
           OPEN OUTPUT BonificiFile.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "RIMBORSI_" DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-ORA-OGGI (1:6) DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "Fatturazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "RIMBORSI DISPOSTI CON BONIFICO DEL "
                      DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "Nota      Matr. Fattura   Beneficiario / IBAN"
               TO RapportoLine.
           MOVE "Rimborso" TO RapportoLine (54:8).
           MOVE "Saldo" TO RapportoLine (69:5).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX > WS-NUM-NOTE
               MOVE NT-REC (WS-NOTA-IDX) TO NotaCreditoRecord
               IF NC-STATO = "A"
                   PERFORM Rimborsa-Una-Nota
                           THRU Rimborsa-Una-Nota-exit
                   MOVE NotaCreditoRecord TO NT-REC (WS-NOTA-IDX)
               END-IF
           END-PERFORM.
           MOVE SPACES TO BonificoCodaRecord.
           MOVE "T" TO BC-TIPO.
           MOVE WS-BONIFICI-DISPOSTI TO BC-CONTA.
           MOVE WS-TOT-BONIFICI TO BC-TOTALE.
           WRITE BonificoCodaRecord.
           CLOSE BonificiFile.
           CLOSE StudentiFile.
           CLOSE RecapitiFile.
           PERFORM Salva-Note THRU Salva-Note-exit.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           MOVE ALL "-" TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-BONIFICI-DISPOSTI TO WS-NUM-ED.
           MOVE WS-TOT-BONIFICI TO WS-TOTALE-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Bonifici disposti: " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE WS-TOTALE-ED TO RapportoLine (50:12).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-SENZA-IBAN TO WS-NUM-ED.
           MOVE SPACES TO RapportoLine.
           STRING "Rimborsi sospesi, senza IBAN: " DELIMITED BY SIZE
                  WS-NUM-ED DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rimborsi: " WS-BONIFICI-DISPOSTI
                   " bonifici disposti, " WS-SENZA-IBAN
                   " sospesi senza IBAN.".
           DISPLAY "Bonifici in " FUNCTION TRIM (WS-FILE-BONIFICI)
                   ", distinta in " FUNCTION TRIM (WS-FILE-RAPPORTO)
                   ".".
           IF WS-SENZA-IBAN > 0
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Disponi-Rimborsi" TO WS-ERR-PARAGRAFO
               MOVE "rimborsi sospesi: studente senza IBAN"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Disponi-Rimborsi-exit.
           EXIT.

       Rimborsa-Una-Nota.
           MOVE 0 TO WS-FATT-TROVATA.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-NUMERO = NC-FATTURA
                   MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FATT-TROVATA = 0
               DISPLAY "Nota " NC-NUMERO ": fattura " NC-FATTURA
                       " non a registro, rimborso non disposto."
               GO TO Rimborsa-Una-Nota-exit
           END-IF.
           MOVE FA-REC (WS-FATT-TROVATA) TO FatturaRecord.
           MOVE NC-MATRICOLA TO RP-MATRICOLA.
           MOVE SPACES TO RP-IBAN.
           IF WS-FS-RECAPITI = "00"
               READ RecapitiFile
                   KEY IS RP-MATRICOLA
                   INVALID KEY
                       MOVE SPACES TO RP-IBAN
               END-READ
           END-IF.
           IF RP-IBAN = SPACES
               ADD 1 TO WS-SENZA-IBAN
               DISPLAY "Matricola " NC-MATRICOLA ": nota " NC-NUMERO
                       " approvata, nessun IBAN a registro:"
                       " rimborso sospeso."
               GO TO Rimborsa-Una-Nota-exit
           END-IF.
           MOVE NC-MATRICOLA TO SR-MATRICOLA.
           MOVE SPACES TO SR-NOME.
           MOVE SPACES TO SR-COGNOME.
           IF WS-FS-STUDENTI = "00"
               READ StudentiFile
                   KEY IS SR-MATRICOLA
                   INVALID KEY
                       MOVE SPACES TO SR-NOME
                       MOVE SPACES TO SR-COGNOME
               END-READ
           END-IF.
           MOVE "D" TO BO-TIPO.
           MOVE NC-NUMERO TO BO-NOTA.
           MOVE NC-FATTURA TO BO-FATTURA.
           MOVE NC-MATRICOLA TO BO-MATRICOLA.
           MOVE SPACES TO BO-BENEFICIARIO.
           STRING FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  INTO BO-BENEFICIARIO.
           MOVE RP-IBAN TO BO-IBAN.
           MOVE NC-RIMBORSO TO BO-IMPORTO.
           MOVE WS-DATA-OGGI-N TO BO-DATA.
           MOVE SPACES TO BO-CAUSALE.
           STRING "RIMB. NOTA CREDITO " DELIMITED BY SIZE
                  NC-NUMERO DELIMITED BY SIZE
                  " MATR. " DELIMITED BY SIZE
                  NC-MATRICOLA DELIMITED BY SIZE
                  INTO BO-CAUSALE.
           WRITE BonificoRecord.
           ADD 1 TO WS-BONIFICI-DISPOSTI.
           ADD NC-RIMBORSO TO WS-TOT-BONIFICI.
           IF NC-RIMBORSO > FT-PAGATO
               MOVE 0 TO FT-PAGATO
           ELSE
               SUBTRACT NC-RIMBORSO FROM FT-PAGATO
           END-IF.
           IF FT-PAGATO >= FT-IMPORTO
               MOVE "P" TO FT-STATO
           END-IF.
           MOVE WS-ACC-OPERATORE TO FT-OPERATORE.
           MOVE FatturaRecord TO FA-REC (WS-FATT-TROVATA).
           MOVE FT-NUMERO TO WS-RATE-FATTURA.
           MOVE NC-RIMBORSO TO WS-DA-RIDURRE.
           PERFORM Storna-Rate THRU Storna-Rate-exit.
           PERFORM Dati-Fattura-Movimento
                   THRU Dati-Fattura-Movimento-exit.
           MOVE "RB" TO MV-TIPO.
           MOVE NC-NUMERO TO MV-DOCUMENTO.
           MOVE WS-DATA-OGGI-N TO MV-DATA-DOC.
           MOVE NC-RIMBORSO TO MV-IMPORTO.
           PERFORM Registra-Movimento THRU Registra-Movimento-exit.
           MOVE "C" TO NC-STATO.
           MOVE RP-IBAN TO NC-IBAN.
           MOVE WS-DATA-OGGI-N TO NC-DATA-RIMBORSO.
           COMPUTE WS-RESIDUO = FT-IMPORTO - FT-PAGATO.
           MOVE NC-RIMBORSO TO WS-IMPORTO-ED.
           MOVE WS-RESIDUO TO WS-SCONTO-ED.
           MOVE SPACES TO RapportoLine.
           STRING NC-NUMERO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NC-MATRICOLA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NC-FATTURA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BO-BENEFICIARIO (1:24) DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE WS-IMPORTO-ED TO RapportoLine (52:10).
           MOVE WS-SCONTO-ED TO RapportoLine (63:11).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           MOVE RP-IBAN TO RapportoLine (27:34).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Rimborsa-Una-Nota-exit.
           EXIT.

       Carica-Note.
           MOVE 0 TO WS-NUM-NOTE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT NoteCreditoFile.
           IF WS-FS-NOTE NOT = "00"
               GO TO Carica-Note-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ NoteCreditoFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-NOTE < WS-MAX-NOTE
                           ADD 1 TO WS-NUM-NOTE
                           MOVE NotaCreditoRecord
                               TO NT-REC (WS-NUM-NOTE)
                       ELSE
                           DISPLAY "Registro note di credito oltre"
                                   " il limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NoteCreditoFile.
       Carica-Note-exit.
           EXIT.

       Salva-Note.
           IF WS-NUM-NOTE = 0
               GO TO Salva-Note-exit
           END-IF.
           OPEN OUTPUT NoteCreditoFile.
           PERFORM VARYING WS-NOTA-IDX FROM 1 BY 1
                   UNTIL WS-NOTA-IDX > WS-NUM-NOTE
               MOVE NT-REC (WS-NOTA-IDX) TO NotaCreditoRecord
               WRITE NotaCreditoRecord
           END-PERFORM.
           CLOSE NoteCreditoFile.
       Salva-Note-exit.
           EXIT.

       Sportello-Sospesi.
      *    The bursar's desk on the suspense queue: an operator from
      *    the roster works the payments still parked, oldest first,
      *    assigning each to an invoice (posted as any payment) or
      *    returning it to the payer; a payment skipped stays in the
      *    queue. Every decision, with the operator's note, is
      *    appended to INCASSI_SOSPESI.LOG and stays on the suspended
      *    payment itself.
           PERFORM Riconosci-Operatore THRU Riconosci-Operatore-exit.
           IF WS-OPERATORE-OK = "N"
               DISPLAY "Operatore non riconosciuto: sportello"
                       " incassi sospesi non aperto."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Sportello-Sospesi" TO WS-ERR-PARAGRAFO
               MOVE "sportello sospesi rifiutato: operatore ignoto"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 4 TO RETURN-CODE
               GO TO Sportello-Sospesi-exit
           END-IF.
           MOVE WS-OPERATORE TO WS-ERR-OPERATORE.
           PERFORM Carica-Sospesi THRU Carica-Sospesi-exit.
           OPEN EXTEND EsitiSospesiFile.
           IF WS-FS-ESITI = "35"
               OPEN OUTPUT EsitiSospesiFile
           END-IF.
           MOVE SPACE TO WS-DECISIONE.
           PERFORM VARYING WS-SOSP-IDX FROM 1 BY 1
                   UNTIL WS-SOSP-IDX > WS-NUM-SOSPESI
                      OR WS-DECISIONE = "F"
               MOVE SS-REC (WS-SOSP-IDX) TO SospesoRecord
               IF SP-STATO = "S"
                   PERFORM Lavora-Un-Sospeso
                           THRU Lavora-Un-Sospeso-exit
                   MOVE SospesoRecord TO SS-REC (WS-SOSP-IDX)
               END-IF
           END-PERFORM.
           CLOSE EsitiSospesiFile.
           PERFORM Salva-Sospesi THRU Salva-Sospesi-exit.
           PERFORM Salva-Fatture THRU Salva-Fatture-exit.
           PERFORM Salva-Rate THRU Salva-Rate-exit.
           DISPLAY "Sportello chiuso: " WS-SOSP-ASSEGNATI
                   " assegnati, " WS-SOSP-RESTITUITI " restituiti, "
                   WS-SOSP-RINVIATI " lasciati in sospeso.".
       Sportello-Sospesi-exit.
           EXIT.

       Lavora-Un-Sospeso.
           MOVE SP-MOTIVO TO WS-MOTIVO-SOSPESO.
           PERFORM Descrivi-Sospeso THRU Descrivi-Sospeso-exit.
           MOVE SP-IMPORTO TO WS-IMPORTO-ED.
           DISPLAY "Sospeso " SP-NUMERO " del " SP-DATA-INGRESSO
                   ": " WS-IMPORTO-ED " valuta " SP-DATA-VALUTA.
           DISPLAY "   rif. " SP-RIFERIMENTO " matricola "
                   SP-MATRICOLA " ordinante " SP-ORDINANTE.
           DISPLAY "   motivo: " WS-DESCR-SOSPESO.
      *    The Matricola's invoices still open, to choose from.
           IF SP-MATRICOLA > 0
               PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                       UNTIL WS-FATT-IDX > WS-NUM-FATTURE
                   MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
                   IF FT-MATRICOLA = SP-MATRICOLA
                      AND FT-STATO NOT = "C"
                      AND FT-STATO NOT = "P"
                       COMPUTE WS-DOVUTO = FT-IMPORTO - FT-PAGATO
                       MOVE WS-DOVUTO TO WS-IMPORTO-ED
                       DISPLAY "   fattura aperta " FT-NUMERO
                               " anno " FT-ANNO-ACC
                               " residuo " WS-IMPORTO-ED
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "A=assegna a una fattura, R=restituisci,"
                   " S=salta, F=fine: ".
           ACCEPT WS-DECISIONE.
           MOVE FUNCTION UPPER-CASE (WS-DECISIONE) TO WS-DECISIONE.
           EVALUATE WS-DECISIONE
               WHEN "A"
                   PERFORM Assegna-Sospeso THRU Assegna-Sospeso-exit
               WHEN "R"
                   PERFORM Restituisci-Sospeso
                           THRU Restituisci-Sospeso-exit
               WHEN "F"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-SOSP-RINVIATI
           END-EVALUATE.
       Lavora-Un-Sospeso-exit.
           EXIT.

       Assegna-Sospeso.
           DISPLAY "Numero della fattura: ".
           ACCEPT WS-FATTURA-SCELTA.
           MOVE 0 TO WS-FATT-TROVATA.
           PERFORM VARYING WS-FATT-IDX FROM 1 BY 1
                   UNTIL WS-FATT-IDX > WS-NUM-FATTURE
               MOVE FA-REC (WS-FATT-IDX) TO FatturaRecord
               IF FT-NUMERO = WS-FATTURA-SCELTA AND FT-STATO NOT = "C"
                   MOVE WS-FATT-IDX TO WS-FATT-TROVATA
               END-IF
           END-PERFORM.
           IF WS-FATT-TROVATA = 0
               DISPLAY "Fattura " WS-FATTURA-SCELTA " non a registro:"
                       " pagamento lasciato in sospeso."
               ADD 1 TO WS-SOSP-RINVIATI
               GO TO Assegna-Sospeso-exit
           END-IF.
           DISPLAY "Annotazione: ".
           ACCEPT WS-NOTA-ESITO.
           MOVE FA-REC (WS-FATT-TROVATA) TO FatturaRecord.
           MOVE SP-IMPORTO TO WS-IMPORTO-INCASSO.
           PERFORM Registra-Incasso THRU Registra-Incasso-exit.
           PERFORM Dati-Fattura-Movimento
                   THRU Dati-Fattura-Movimento-exit.
           MOVE "SA" TO MV-TIPO.
           MOVE SP-NUMERO TO MV-DOCUMENTO.
           MOVE SP-DATA-VALUTA TO MV-DATA-DOC.
           MOVE SP-IMPORTO TO MV-IMPORTO.
           PERFORM Registra-Movimento THRU Registra-Movimento-exit.
           MOVE "A" TO SP-STATO.
           MOVE FT-NUMERO TO SP-FATTURA.
           PERFORM Chiudi-Sospeso THRU Chiudi-Sospeso-exit.
           ADD 1 TO WS-SOSP-ASSEGNATI.
           DISPLAY "Pagamento assegnato alla fattura " FT-NUMERO
                   " della matricola " FT-MATRICOLA ".".
       Assegna-Sospeso-exit.
           EXIT.

       Restituisci-Sospeso.
           DISPLAY "Motivo della restituzione: ".
           ACCEPT WS-NOTA-ESITO.
           MOVE "R" TO SP-STATO.
           MOVE 0 TO SP-FATTURA.
           MOVE "SR" TO MV-TIPO.
           PERFORM Movimento-Sospeso THRU Movimento-Sospeso-exit.
           PERFORM Chiudi-Sospeso THRU Chiudi-Sospeso-exit.
           ADD 1 TO WS-SOSP-RESTITUITI.
       Restituisci-Sospeso-exit.
           EXIT.

       Chiudi-Sospeso.
      *    The decision stays on the suspended payment and goes on
      *    the log.
           MOVE WS-OPERATORE TO SP-OPERATORE.
           MOVE WS-DATA-OGGI-N TO SP-DATA-ESITO.
           ACCEPT WS-ORA-ESITO FROM TIME.
           MOVE WS-DATA-OGGI-N TO ES-DATA.
           MOVE WS-ORA-ESITO (1:6) TO ES-ORA.
           MOVE WS-OPERATORE TO ES-OPERATORE.
           MOVE SP-NUMERO TO ES-SOSPESO.
           MOVE SP-STATO TO ES-ESITO.
           MOVE SP-FATTURA TO ES-FATTURA.
           MOVE SP-MATRICOLA TO ES-MATRICOLA.
           MOVE SP-IMPORTO TO ES-IMPORTO.
           MOVE WS-NOTA-ESITO TO ES-NOTA.
           WRITE EsitoSospesoRecord.
       Chiudi-Sospeso-exit.
           EXIT.

       Riconosci-Operatore.
      *    Any operator active on the roster may work the desk; the
      *    code signed on at the start of the session goes on every
      *    decision.
           MOVE "N" TO WS-OPERATORE-OK.
           MOVE WS-ACC-OPERATORE TO WS-OPERATORE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT OperatoriFile.
           IF WS-FS-OPERATORI NOT = "00"
               DISPLAY "Ruolo operatori non disponibile."
               GO TO Riconosci-Operatore-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ OperatoriFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF OP-CODICE = WS-OPERATORE
                          AND OP-STATO NOT = "I"
                           MOVE "Y" TO WS-OPERATORE-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OperatoriFile.
       Riconosci-Operatore-exit.
           EXIT.

       Carica-Sospesi.
           MOVE 0 TO WS-NUM-SOSPESI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT SospesiFile.
           IF WS-FS-SOSPESI NOT = "00"
               GO TO Carica-Sospesi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SospesiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-SOSPESI < WS-MAX-SOSPESI
                           ADD 1 TO WS-NUM-SOSPESI
                           MOVE SospesoRecord
                               TO SS-REC (WS-NUM-SOSPESI)
                       ELSE
                           DISPLAY "Coda dei sospesi oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SospesiFile.
       Carica-Sospesi-exit.
           EXIT.

       Salva-Sospesi.
           IF WS-NUM-SOSPESI = 0
               GO TO Salva-Sospesi-exit
           END-IF.
           OPEN OUTPUT SospesiFile.
           PERFORM VARYING WS-SOSP-IDX FROM 1 BY 1
                   UNTIL WS-SOSP-IDX > WS-NUM-SOSPESI
               MOVE SS-REC (WS-SOSP-IDX) TO SospesoRecord
               WRITE SospesoRecord
           END-PERFORM.
           CLOSE SospesiFile.
       Salva-Sospesi-exit.
           EXIT.

       Apri-Movimenti.
      *    Every mode that moves money appends its accounting events
      *    to MOVIMENTI_CONTABILI.DAT; without the register the run
      *    does not start, or the ledger would miss the day's work.
           MOVE "N" TO WS-MOVIMENTI-APERTI.
           OPEN EXTEND MovimentiFile.
           IF WS-FS-MOVIMENTI = "35"
               OPEN OUTPUT MovimentiFile
           END-IF.
           IF WS-FS-MOVIMENTI NOT = "00"
               DISPLAY "Registro movimenti " WS-FILE-MOVIMENTI
                       " non scrivibile (stato " WS-FS-MOVIMENTI
                       "): elaborazione non eseguita."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Apri-Movimenti" TO WS-ERR-PARAGRAFO
               MOVE "registro movimenti contabili non scrivibile"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Apri-Movimenti-exit
           END-IF.
           MOVE "Y" TO WS-MOVIMENTI-APERTI.
       Apri-Movimenti-exit.
           EXIT.

       Dati-Fattura-Movimento.
      *    The accounting event stands on the invoice in
      *    FatturaRecord unless the caller names another document.
           MOVE FT-NUMERO TO MV-DOCUMENTO.
           MOVE FT-DATA TO MV-DATA-DOC.
           MOVE FT-NUMERO TO MV-FATTURA.
           MOVE FT-MATRICOLA TO MV-MATRICOLA.
           MOVE FT-CORSO TO MV-CORSO.
       Dati-Fattura-Movimento-exit.
           EXIT.

       Registra-Movimento.
      *    MovimentoRecord prepared by the caller, stamped with the
      *    day and time it was posted. Nothing moves on a zero
      *    amount, so nothing is recorded.
           IF MV-IMPORTO = 0
               GO TO Registra-Movimento-exit
           END-IF.
           MOVE WS-DATA-OGGI-N TO MV-DATA.
           MOVE WS-ORA-OGGI (1:6) TO MV-ORA.
           WRITE MovimentoRecord.
       Registra-Movimento-exit.
           EXIT.

       Giornale-Contabile.
      *    The general-ledger journal of one day (today unless
      *    another date is given) or of a period (a last day given
      *    as well, or 0 for the whole of the previous month - what
      *    MONTHRUN asks for): every accounting event posted in it
      *    on MOVIMENTI_CONTABILI.DAT becomes a double entry on
      *    PRIMANOTA_<data>.DAT, or PRIMANOTA_<dal>_<al>.DAT for a
      *    period, so a month's journal never overwrites the
      *    nightly one of its last day - debit and credit account from
      *    the event type's line of CONTI_CONTABILI.DAT, cost centre
      *    from the course's - closed by a trailer with the counts
      *    and the debit and credit totals. The whole day is mapped
      *    before a line is written: an event whose type or course
      *    has no line stops the extract, logged, so a partial or
      *    unbalanced journal never reaches the ledger. A rerun for
      *    the same day or period rewrites the same file.
           DISPLAY "Data contabile (AAAAMMGG, invio per oggi, 0 per"
                   " il mese precedente): ".
           MOVE SPACES TO WS-DATA-CONTABILE.
           ACCEPT WS-DATA-CONTABILE.
           IF WS-DATA-CONTABILE = "0"
               PERFORM Periodo-Mese-Precedente
                       THRU Periodo-Mese-Precedente-exit
               GO TO Giornale-Contabile-conti
           END-IF.
           IF WS-DATA-CONTABILE = SPACES
               MOVE WS-DATA-OGGI TO WS-DATA-CONTABILE
           END-IF.
           IF WS-DATA-CONTABILE IS NOT NUMERIC
               DISPLAY "Data contabile " WS-DATA-CONTABILE
                       " non valida: giornale non emesso."
               MOVE 8 TO RETURN-CODE
               GO TO Giornale-Contabile-exit
           END-IF.
           MOVE WS-DATA-CONTABILE TO WS-DATA-GIORNALE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-GIORNALE) NOT = 0
               DISPLAY "Data contabile " WS-DATA-CONTABILE
                       " non valida: giornale non emesso."
               MOVE 8 TO RETURN-CODE
               GO TO Giornale-Contabile-exit
           END-IF.
           DISPLAY "Ultimo giorno del periodo (AAAAMMGG, invio per"
                   " il solo giorno " WS-DATA-GIORNALE "): ".
           MOVE SPACES TO WS-FINE-PERIODO.
           ACCEPT WS-FINE-PERIODO.
           IF WS-FINE-PERIODO = SPACES
               MOVE WS-DATA-GIORNALE TO WS-DATA-GIORNALE-FINE
               GO TO Giornale-Contabile-conti
           END-IF.
           IF WS-FINE-PERIODO IS NOT NUMERIC
               DISPLAY "Ultimo giorno " WS-FINE-PERIODO
                       " non valido: giornale non emesso."
               MOVE 8 TO RETURN-CODE
               GO TO Giornale-Contabile-exit
           END-IF.
           MOVE WS-FINE-PERIODO TO WS-DATA-GIORNALE-FINE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-GIORNALE-FINE)
                  NOT = 0
              OR WS-DATA-GIORNALE-FINE < WS-DATA-GIORNALE
               DISPLAY "Ultimo giorno " WS-FINE-PERIODO
                       " non valido o anteriore al primo:"
                       " giornale non emesso."
               MOVE 8 TO RETURN-CODE
               GO TO Giornale-Contabile-exit
           END-IF.
       Giornale-Contabile-conti.
           PERFORM Carica-Conti THRU Carica-Conti-exit.
      *    First pass: every event of the period must map.
           MOVE 0 TO WS-GL-MOVIMENTI.
           MOVE 0 TO WS-GL-NON-MAPPATI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT MovimentiFile.
           IF WS-FS-MOVIMENTI = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ MovimentiFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF MV-DATA >= WS-DATA-GIORNALE
                              AND MV-DATA <= WS-DATA-GIORNALE-FINE
                              AND MV-IMPORTO > 0
                               ADD 1 TO WS-GL-MOVIMENTI
                               PERFORM Mappa-Movimento
                                       THRU Mappa-Movimento-exit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MovimentiFile
           END-IF.
           IF WS-GL-NON-MAPPATI > 0
               DISPLAY "Giornale del " WS-DATA-GIORNALE
                       " non emesso: " WS-GL-NON-MAPPATI
                       " movimenti senza conto o centro di costo."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Giornale-Contabile" TO WS-ERR-PARAGRAFO
               MOVE "giornale non emesso: movimenti senza conto"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Giornale-Contabile-exit
           END-IF.
      *    Second pass: the double entries and the trailer.
           MOVE SPACES TO WS-FILE-GIORNALE.
           IF WS-DATA-GIORNALE-FINE = WS-DATA-GIORNALE
               STRING "PRIMANOTA_" DELIMITED BY SIZE
                      WS-DATA-GIORNALE DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-FILE-GIORNALE
           ELSE
               STRING "PRIMANOTA_" DELIMITED BY SIZE
                      WS-DATA-GIORNALE DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-DATA-GIORNALE-FINE DELIMITED BY SIZE
                      ".DAT" DELIMITED BY SIZE
                      INTO WS-FILE-GIORNALE
           END-IF.
           OPEN OUTPUT GiornaleFile.
           IF WS-FS-GIORNALE NOT = "00"
               DISPLAY "Giornale " FUNCTION TRIM (WS-FILE-GIORNALE)
                       " non scrivibile (stato " WS-FS-GIORNALE ")."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Giornale-Contabile" TO WS-ERR-PARAGRAFO
               MOVE "file del giornale contabile non scrivibile"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Giornale-Contabile-exit
           END-IF.
           MOVE 0 TO WS-GL-REGISTRAZIONI.
           MOVE 0 TO WS-GL-RIGHE.
           MOVE 0 TO WS-GL-TOT-DARE.
           MOVE 0 TO WS-GL-TOT-AVERE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT MovimentiFile.
           IF WS-FS-MOVIMENTI = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ MovimentiFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF MV-DATA >= WS-DATA-GIORNALE
                              AND MV-DATA <= WS-DATA-GIORNALE-FINE
                              AND MV-IMPORTO > 0
                               PERFORM Mappa-Movimento
                                       THRU Mappa-Movimento-exit
                               PERFORM Scrivi-Registrazione
                                       THRU Scrivi-Registrazione-exit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MovimentiFile
           END-IF.
           MOVE SPACES TO GiornaleCodaRecord.
           MOVE "T" TO GC-TIPO.
           MOVE WS-DATA-GIORNALE TO GC-DATA.
           MOVE WS-DATA-GIORNALE-FINE TO GC-DATA-FINE.
           MOVE WS-GL-REGISTRAZIONI TO GC-REGISTRAZIONI.
           MOVE WS-GL-RIGHE TO GC-RIGHE.
           MOVE WS-GL-TOT-DARE TO GC-TOT-DARE.
           MOVE WS-GL-TOT-AVERE TO GC-TOT-AVERE.
           WRITE GiornaleCodaRecord.
           CLOSE GiornaleFile.
           MOVE WS-GL-TOT-DARE TO WS-TOTALE-GL-ED.
           DISPLAY "Giornale in " FUNCTION TRIM (WS-FILE-GIORNALE)
                   ": " WS-GL-REGISTRAZIONI " registrazioni, "
                   WS-GL-RIGHE " righe, dare " WS-TOTALE-GL-ED.
           MOVE WS-GL-TOT-AVERE TO WS-TOTALE-GL-ED.
           DISPLAY "   avere " WS-TOTALE-GL-ED.
      *    Events read and entries written go on the control figures:
      *    the job-stream balancing ties one to the other.
           MOVE "FATTURAZ" TO WS-CF-PASSO.
           MOVE "GL-MOVIMENTI" TO WS-CF-VOCE.
           MOVE WS-GL-MOVIMENTI TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "GL-REGISTRAZ" TO WS-CF-VOCE.
           MOVE WS-GL-REGISTRAZIONI TO WS-CF-VALORE.
           COPY CTRFIG.
      *    Each entry balances by construction; the totals are the
      *    control the ledger will apply, so they are checked here
      *    first.
           IF WS-GL-TOT-DARE NOT = WS-GL-TOT-AVERE
               DISPLAY "Giornale non bilanciato: da non trasmettere."
               MOVE "Fatturazione" TO WS-ERR-PROGRAMMA
               MOVE "Giornale-Contabile" TO WS-ERR-PARAGRAFO
               MOVE "giornale contabile non bilanciato"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
           END-IF.
       Giornale-Contabile-exit.
           EXIT.

       Periodo-Mese-Precedente.
      *    The journal period "0": first to last day of the month
      *    before today's, whatever day of the month the run falls on.
           COMPUTE WS-MESE-GIORNALE = WS-DATA-OGGI-N / 100.
           COMPUTE WS-DATA-GIORNALE = WS-MESE-GIORNALE * 100 + 1.
           COMPUTE WS-DATA-GIORNALE-FINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-GIORNALE) - 1).
           COMPUTE WS-MESE-GIORNALE = WS-DATA-GIORNALE-FINE / 100.
           COMPUTE WS-DATA-GIORNALE = WS-MESE-GIORNALE * 100 + 1.
           DISPLAY "Periodo del giornale: dal " WS-DATA-GIORNALE
                   " al " WS-DATA-GIORNALE-FINE ".".
       Periodo-Mese-Precedente-exit.
           EXIT.

       Carica-Conti.
           MOVE 0 TO WS-NUM-CONTI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT MappaContiFile.
           IF WS-FS-CONTI NOT = "00"
               DISPLAY "Tabella dei conti " WS-FILE-CONTI
                       " non trovata."
               GO TO Carica-Conti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ MappaContiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-CONTI < WS-MAX-CONTI
                           ADD 1 TO WS-NUM-CONTI
                           MOVE MappaContoRecord
                               TO CT-REC (WS-NUM-CONTI)
                       ELSE
                           DISPLAY "Tabella dei conti oltre il"
                                   " limite: voce ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MappaContiFile.
       Carica-Conti-exit.
           EXIT.

       Mappa-Movimento.
      *    The line of the event type (WS-CONTO-TROVATO) and of its
      *    course (WS-CDC-TROVATO) in the account mapping.
           MOVE 0 TO WS-CONTO-TROVATO.
           MOVE 0 TO WS-CDC-TROVATO.
           MOVE MV-CORSO TO WS-CHIAVE-CORSO.
           PERFORM VARYING WS-CONTO-IDX FROM 1 BY 1
                   UNTIL WS-CONTO-IDX > WS-NUM-CONTI
               MOVE CT-REC (WS-CONTO-IDX) TO MappaContoRecord
               IF MC-TIPO = "D" AND MC-CHIAVE = MV-TIPO
                  AND MC-CONTO-DARE NOT = SPACES
                  AND MC-CONTO-AVERE NOT = SPACES
                   MOVE WS-CONTO-IDX TO WS-CONTO-TROVATO
               END-IF
               IF MC-TIPO = "C" AND MC-CHIAVE = WS-CHIAVE-CORSO
                  AND MC-CDC NOT = SPACES
                   MOVE WS-CONTO-IDX TO WS-CDC-TROVATO
               END-IF
           END-PERFORM.
           IF WS-CONTO-TROVATO = 0
               ADD 1 TO WS-GL-NON-MAPPATI
               DISPLAY "Movimento " MV-TIPO " documento "
                       MV-DOCUMENTO ": nessun conto per il tipo "
                       MV-TIPO "."
               GO TO Mappa-Movimento-exit
           END-IF.
           IF WS-CDC-TROVATO = 0
               ADD 1 TO WS-GL-NON-MAPPATI
               DISPLAY "Movimento " MV-TIPO " documento "
                       MV-DOCUMENTO ": nessun centro di costo per il"
                       " corso " MV-CORSO "."
           END-IF.
       Mappa-Movimento-exit.
           EXIT.

       Scrivi-Registrazione.
      *    The event as one posting: the debit line, then the credit
      *    line, under the same posting number.
           ADD 1 TO WS-GL-REGISTRAZIONI.
           MOVE SPACES TO GiornaleRecord.
           MOVE "R" TO GL-TIPO.
           MOVE MV-DATA TO GL-DATA.
           MOVE WS-GL-REGISTRAZIONI TO GL-REGISTRAZIONE.
           MOVE MV-IMPORTO TO GL-IMPORTO.
           MOVE MV-TIPO TO GL-DOC-TIPO.
           MOVE MV-DOCUMENTO TO GL-DOC-NUMERO.
           MOVE MV-DATA-DOC TO GL-DATA-DOC.
           MOVE MV-MATRICOLA TO GL-MATRICOLA.
           MOVE CT-REC (WS-CDC-TROVATO) TO MappaContoRecord.
           MOVE MC-CDC TO GL-CDC.
           MOVE CT-REC (WS-CONTO-TROVATO) TO MappaContoRecord.
           MOVE MC-DESCRIZIONE TO GL-DESCRIZIONE.
           MOVE MC-CONTO-DARE TO GL-CONTO.
           MOVE "D" TO GL-SEGNO.
           WRITE GiornaleRecord.
           ADD MV-IMPORTO TO WS-GL-TOT-DARE.
           MOVE MC-CONTO-AVERE TO GL-CONTO.
           MOVE "A" TO GL-SEGNO.
           WRITE GiornaleRecord.
           ADD MV-IMPORTO TO WS-GL-TOT-AVERE.
           ADD 2 TO WS-GL-RIGHE.
       Scrivi-Registrazione-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE RapportoLine TO WS-RIGA-SALVA
