      *          advance a contest's state once the follow-up action
      *          (recount, runoff, discrepancy review) is resolved.
      * Tectonics: cobc
      * Mod: 15/10/2026 - no contest reaches CE without the sample
      *      hand count: the desk refuses CE unless ElezCampione
      *      has filed the contest's outcome on
      *      VERIFICA_CAMPIONE.DAT as passed ("P").
      * Mod: 15/10/2026 - referendum outcomes: ElezConsolida files
      *      each final referendum on the register under seggio
      *      "PROVINCIA" as AP (approvato), RS (respinto) or NQ
      *      (nullo per mancato quorum). These are final states like
      *      CE - reported with the certified contests, never aged -
      *      and the desk can set them.
      * Mod: 31/08/2026 - the statutory certification deadline per
      *      election now lives on SCADENZE_CERT.DAT (desk mode "S"
      *      sets it) instead of a wall calendar: the status report
      *      generates the second round): the status report names it
      *      and the desk can advance to or from it, so one register
      *      entry shows a contest going tie -> runoff -> certified.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezCert.
           SELECT ScadenzeFile ASSIGN TO WS-FILE-SCADENZE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCADENZE.
           SELECT VerificaCampioneFile ASSIGN TO WS-FILE-VERIFICA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-VERIFICA.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       01  ScadenzaRecord.
           05 SD-DATA-ELEZIONE PIC 9(8).
           05 SD-DATA-SCADENZA PIC 9(8).
           COPY ELEZVCAD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-REGCERT     PIC X(50) VALUE "REGCERT.DAT".
       01  WS-ORD-SCAN         PIC 9(3) VALUE 0.
       01  WS-ORD-TEMP         PIC 9(3) VALUE 0.
       01  WS-SCADUTE          PIC 9(3) VALUE 0.
      * The sample hand count's outcome for the contest being
      * certified.
       01  WS-FILE-VERIFICA    PIC X(50)
                               VALUE "VERIFICA_CAMPIONE.DAT".
       01  WS-FS-VERIFICA      PIC XX VALUE "00".
       01  WS-EOF-VERIFICA     PIC X VALUE "N".
       01  WS-ESITO-CAMPIONE   PIC X VALUE SPACE.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Registro delle certificazioni ::".
                   " stato, S=imposta scadenza di legge): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ElezCert" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Registro THRU Carica-Registro-exit.
           PERFORM Carica-Scadenze THRU Carica-Scadenze-exit.
           IF WS-MODALITA = "S"
                           WS-SERIALE-GIORNO - WS-SER-OGGI
                   END-IF
               END-PERFORM
               IF RC-STATO NOT = "CE" AND RC-STATO NOT = "AP"
                  AND RC-STATO NOT = "RS" AND RC-STATO NOT = "NQ"
                   ADD 1 TO WS-NUM-ORDINE
                   MOVE WS-REGCERT-IDX
                       TO ORDINE-VOCE (WS-NUM-ORDINE)
           MOVE RG-REC (WS-REGCERT-TROVATO) TO RegCertRecord.
           DISPLAY "Stato attuale: " RC-STATO " ("
                   FUNCTION TRIM (RC-NOME) ")".
           DISPLAY "Nuovo stato (CO/RI/BA/B2/SO/CE/AP/RS/NQ): ".
           ACCEPT WS-NUOVO-STATO.
           IF WS-NUOVO-STATO NOT = "CO" AND WS-NUOVO-STATO NOT = "RI"
              AND WS-NUOVO-STATO NOT = "BA"
              AND WS-NUOVO-STATO NOT = "B2"
              AND WS-NUOVO-STATO NOT = "SO"
              AND WS-NUOVO-STATO NOT = "CE"
              AND WS-NUOVO-STATO NOT = "AP"
              AND WS-NUOVO-STATO NOT = "RS"
              AND WS-NUOVO-STATO NOT = "NQ"
               DISPLAY "Stato " WS-NUOVO-STATO " non riconosciuto:"
                       " nessun avanzamento."
               MOVE "ElezCert" TO WS-ERR-PROGRAMMA
               COPY ERRLOG.
               GO TO Avanza-Stato-exit
           END-IF.
           IF WS-NUOVO-STATO = "CE"
               PERFORM Verifica-Campione THRU Verifica-Campione-exit
               IF WS-ESITO-CAMPIONE NOT = "P"
                   GO TO Avanza-Stato-exit
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           MOVE WS-NUOVO-STATO TO RC-STATO.
           MOVE WS-CDC-DATA TO RC-DATA-AGG.
       Avanza-Stato-exit.
           EXIT.

       Verifica-Campione.
      *    CE needs the proof that machine and paper agree: the
      *    sample hand count's outcome for this election and
      *    contest must be "P". Anything else - no outcome on
      *    file, count still open, sample extended, contest sent
      *    to recount - refuses the step.
           MOVE SPACE TO WS-ESITO-CAMPIONE.
           MOVE "N" TO WS-EOF-VERIFICA.
           OPEN INPUT VerificaCampioneFile.
           IF WS-FS-VERIFICA = "00"
               PERFORM UNTIL WS-EOF-VERIFICA = "Y"
                   READ VerificaCampioneFile
                       AT END MOVE "Y" TO WS-EOF-VERIFICA
                       NOT AT END
                           IF VC-DATA-ELEZIONE = RC-DATA-ELEZIONE
                              AND VC-CONTESTA = RC-CONTESTA
                               MOVE VC-ESITO TO WS-ESITO-CAMPIONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VerificaCampioneFile
           END-IF.
           IF WS-ESITO-CAMPIONE NOT = "P"
               EVALUATE WS-ESITO-CAMPIONE
                   WHEN "I"
                       DISPLAY "Spoglio manuale a campione ancora"
                               " incompleto per la contesa."
                   WHEN "E"
                       DISPLAY "Campione esteso per differenze:"
                               " seconda estrazione da contare."
                   WHEN "R"
                       DISPLAY "Contesa rinviata a riconteggio dalla"
                               " verifica a campione."
                   WHEN OTHER
                       DISPLAY "Nessuna verifica a campione"
                               " registrata per la contesa."
               END-EVALUATE
               DISPLAY "Certificazione rifiutata."
               MOVE "ElezCert" TO WS-ERR-PROGRAMMA
               MOVE "Verifica-Campione" TO WS-ERR-PARAGRAFO
               MOVE "CE rifiutato: verifica a campione non superata"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           END-IF.
       Verifica-Campione-exit.
           EXIT.

       Stampa-Stato.
           OPEN OUTPUT RapportoFile.
           MOVE "ElezCert" TO WS-HDR-PROGRAMMA.
           PERFORM VARYING WS-REGCERT-IDX FROM 1 BY 1
                   UNTIL WS-REGCERT-IDX > WS-NUM-REGCERT
               MOVE RG-REC (WS-REGCERT-IDX) TO RegCertRecord
               IF RC-STATO = "CE" OR RC-STATO = "AP"
                  OR RC-STATO = "RS" OR RC-STATO = "NQ"
                   PERFORM Stampa-Voce-Stato
                           THRU Stampa-Voce-Stato-exit
               END-IF
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Stampa-Stato-exit.
           EXIT.

                   ADD 1 TO WS-BLOCCANTI
               WHEN "CE"
                   MOVE "certificata" TO WS-DESCR-STATO
               WHEN "AP"
                   MOVE "referendum approvato" TO WS-DESCR-STATO
               WHEN "RS"
                   MOVE "referendum respinto" TO WS-DESCR-STATO
               WHEN "NQ"
                   MOVE "referendum nullo (quorum)" TO WS-DESCR-STATO
               WHEN OTHER
                   MOVE "stato sconosciuto" TO WS-DESCR-STATO
           END-EVALUATE.
           MOVE SPACES TO RapportoLine.
           EVALUATE TRUE
               WHEN RC-STATO = "CE" OR RC-STATO = "AP"
                 OR RC-STATO = "RS" OR RC-STATO = "NQ"
                   STRING RC-SEGGIO DELIMITED BY SIZE
                          " C" DELIMITED BY SIZE
                          RC-CONTESTA DELIMITED BY SIZE
