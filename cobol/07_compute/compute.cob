      *      SeqAudit proves a numbered series continuous from the
      *      ledger: the counter alone could only ever show where
      *      the series had got to, never where number 1042 went.
      * Mod: 15/10/2026 - block reservation for offline seggi: a
      *      request with LK-BLOCCO over 1 reserves that many
      *      consecutive numbers for the seggio named in
      *      LK-RIFERIMENTO, advances the counter past them and
      *      hands back the first; the ledger records the block as
      *      one "P" range. Ledger records now carry a type and a
      *      range end ("E" emesso, "P" prenotato, "U" emesso da
      *      blocco, "V" annullato - the last two merged back by
      *      SeqBlocchi when the block returns).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IncrementoDecremento.
           05 EM-DATA          PIC 9(8).
           05 EM-ORA           PIC 9(6).
           05 EM-CHIAMANTE     PIC X(10).
      *    "E" (or SPACES, before the field existed) one number
      *    issued; "P" a block reserved for the seggio in
      *    EM-RIFERIMENTO; "U" a number the seggio issued from its
      *    block; "V" block numbers returned unused and voided. A
      *    range runs EM-NUMERO to EM-FINE.
           05 EM-TIPO          PIC X.
           05 EM-FINE          PIC 9(9).
           05 EM-RIFERIMENTO   PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-FILE-SEQUENZA    PIC X(50) VALUE "SEQUENZA.DAT".
       01  WS-FS-SEQUENZA      PIC XX VALUE "00".
       01  WS-SERIE-IDX        PIC 9(3) VALUE 0.
       01  WS-SERIE-TROVATA    PIC 9(3) VALUE 0.
       01  WS-RECUPERATE       PIC 9(3) VALUE 0.
       01  WS-QUANTITA         PIC 9(9) VALUE 1.
       01  WS-FINE-BLOCCO      PIC 9(10) VALUE 0.
       01  SERIE-TAB.
           05 SERIE-ROW OCCURS 50 TIMES.
              10 SE-SERIE       PIC X(10).
      * reset ("S" restarts the series each January), the outcome
      * code ("0" ok, "L" limite superato, "E" generatore occupato o
      * tabella serie piena), and the calling program's name for the
      * issuance ledger. LK-BLOCCO over 1 reserves a block of that
      * many numbers (the first comes back in LK-PROSSIMO-NUMERO)
      * for the seggio in LK-RIFERIMENTO; 0 or 1 is one number.
       01  LK-RICHIESTA.
           05 LK-SERIE             PIC X(10).
           05 LK-PROSSIMO-NUMERO   PIC 9(9).
           05 LK-AZZERA-ANNUALE    PIC X.
           05 LK-ESITO             PIC X.
           05 LK-CHIAMANTE         PIC X(10).
           05 LK-BLOCCO            PIC 9(9).
           05 LK-RIFERIMENTO       PIC X(10).
       PROCEDURE DIVISION USING LK-RICHIESTA.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           IF WS-SERIE-RICHIESTA = SPACES
               MOVE "GLOBALE" TO WS-SERIE-RICHIESTA
           END-IF.
           MOVE 1 TO WS-QUANTITA.
           IF LK-BLOCCO IS NUMERIC AND LK-BLOCCO > 1
               MOVE LK-BLOCCO TO WS-QUANTITA
           END-IF.
           PERFORM Prendi-Serratura THRU Prendi-Serratura-exit.
           IF WS-SERRATURA-PRESA = "N"
               MOVE "E" TO LK-ESITO
               PERFORM Salva-Serie THRU Salva-Serie-exit
               PERFORM Registra-Emissione
                       THRU Registra-Emissione-exit
               IF WS-QUANTITA > 1
                   DISPLAY "Serie " WS-SERIE-RICHIESTA
                           ": blocco " LK-PROSSIMO-NUMERO " - "
                           SE-ULTIMO (WS-SERIE-TROVATA)
                           " prenotato per " LK-RIFERIMENTO
               ELSE
                   DISPLAY "Serie " WS-SERIE-RICHIESTA
                           ": prossimo numero " LK-PROSSIMO-NUMERO
               END-IF
           END-IF.
           CLOSE SerraturaFile.
           GOBACK.
           MOVE WS-DATA-OGGI TO EM-DATA.
           COMPUTE EM-ORA = WS-ORA-ADESSO / 100.
           MOVE LK-CHIAMANTE TO EM-CHIAMANTE.
           IF WS-QUANTITA > 1
               MOVE "P" TO EM-TIPO
               MOVE SE-ULTIMO (WS-SERIE-TROVATA) TO EM-FINE
               MOVE LK-RIFERIMENTO TO EM-RIFERIMENTO
           ELSE
               MOVE "E" TO EM-TIPO
               MOVE LK-PROSSIMO-NUMERO TO EM-FINE
               MOVE SPACES TO EM-RIFERIMENTO
           END-IF.
           WRITE EmissioneRecord.
           CLOSE EmissioniFile.
       Registra-Emissione-exit.
      *    Yearly reset first (a receipt series legally restarts
      *    each January), then the increment, then the upper bound:
      *    a bound hit answers esito "L" and hands out nothing - a
      *    wrapped "unique" number would be anything but. A block
      *    must fit whole under the bound, or nothing is reserved.
           MOVE "0" TO LK-ESITO.
           IF LK-AZZERA-ANNUALE = "S"
              AND SE-ANNO (WS-SERIE-TROVATA) NOT = WS-ANNO-OGGI
               END-IF
               MOVE WS-ANNO-OGGI TO SE-ANNO (WS-SERIE-TROVATA)
           END-IF.
           COMPUTE WS-FINE-BLOCCO =
               SE-ULTIMO (WS-SERIE-TROVATA) + WS-QUANTITA.
           IF WS-FINE-BLOCCO > 999999999
              OR (LK-LIMITE IS NUMERIC AND LK-LIMITE > 0
                  AND WS-FINE-BLOCCO > LK-LIMITE)
               MOVE "L" TO LK-ESITO
               DISPLAY "Serie " WS-SERIE-RICHIESTA
                       " al limite di " LK-LIMITE
           END-IF.
           ADD 1 TO SE-ULTIMO (WS-SERIE-TROVATA).
           MOVE SE-ULTIMO (WS-SERIE-TROVATA) TO LK-PROSSIMO-NUMERO.
           MOVE WS-FINE-BLOCCO TO SE-ULTIMO (WS-SERIE-TROVATA).
       Prossimo-Numero-exit.
           EXIT.

