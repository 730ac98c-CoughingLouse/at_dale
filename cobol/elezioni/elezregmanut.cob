      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Maintenance desk for the public-election voter
      *          registers (REG_<seggio>.DAT), which today arrive as
      *          a flat file from the registry office and were edited
      *          by hand: enrol a voter, strike one off with the
      *          grounds and the effective date, and transfer a
      *          voter from one seggio's register to another's in a
      *          single transaction - never on one register without
      *          the other. Every change is appended to the revision
      *          log (REVISIONI_REG.LOG, layout ELEZREVD) and the
      *          per-seggio revision list the electoral commission
      *          signs is printed from it. Once an election's freeze
      *          date (CONGELAMENTO_REG.DAT) is reached no change is
      *          accepted until that election is past.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezRegManut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistroFile ASSIGN TO WS-FILE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT RevisioniFile ASSIGN TO WS-FILE-REVISIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REVISIONI.
           SELECT CongelaFile ASSIGN TO WS-FILE-CONGELA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONGELA.
           SELECT ListaRevFile ASSIGN TO WS-FILE-LISTA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       FD  RegistroFile.
       01  RegistroRecord      PIC X(20).
           COPY ELEZREVD.
      * One record per election: from CG-DATA-CONGELA up to and
      * including election day the registers are closed to changes.
       FD  CongelaFile.
       01  CongelaRecord.
           05 CG-DATA-ELEZIONE PIC 9(8).
           05 CG-DATA-CONGELA  PIC 9(8).
       FD  ListaRevFile.
       01  ListaRevLine        PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-REGISTRO    PIC X(50) VALUE SPACES.
       01  WS-FS-REGISTRO      PIC XX VALUE "00".
       01  WS-FILE-REVISIONI   PIC X(50) VALUE "REVISIONI_REG.LOG".
       01  WS-FS-REVISIONI     PIC XX VALUE "00".
       01  WS-FILE-CONGELA     PIC X(50) VALUE "CONGELAMENTO_REG.DAT".
       01  WS-FS-CONGELA       PIC XX VALUE "00".
       01  WS-FILE-LISTA       PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-MODALITA         PIC X VALUE "R".
       01  WS-SEGGIO           PIC X(10) VALUE SPACES.
      * WS-SEGGIO is the register being loaded or saved; a transfer
      * keeps its two ends in WS-SEGGIO-ORIG and WS-SEGGIO-DEST, and
      * WS-SEGGIO-ALTRO is the other end named on a revision record.
       01  WS-SEGGIO-ORIG      PIC X(10) VALUE SPACES.
       01  WS-SEGGIO-DEST      PIC X(10) VALUE SPACES.
       01  WS-SEGGIO-ALTRO     PIC X(10) VALUE SPACES.
       01  WS-TIPO-REV         PIC X VALUE SPACES.
       01  WS-ID-ELETTORE      PIC X(20) VALUE SPACES.
       01  WS-DATA-EFFETTO     PIC 9(8) VALUE 0.
       01  WS-MOTIVO           PIC XX VALUE SPACES.
       01  WS-NOTA             PIC X(30) VALUE SPACES.
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA      PIC 9(8).
           05 WS-CDC-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
       01  WS-MAX-REGISTRO     PIC 9(5) VALUE 15000.
       01  WS-NUM-REGISTRO     PIC 9(5) VALUE 0.
       01  WS-REG-IDX          PIC 9(5) VALUE 0.
       01  WS-REG-TROVATO      PIC 9(5) VALUE 0.
       01  REGISTRO-TAB.
           05 RG-ID OCCURS 15000 TIMES PIC X(20).
      * The destination register of a transfer, held while the
      * source is loaded, so both are rewritten together.
       01  WS-NUM-REGISTRO-DEST PIC 9(5) VALUE 0.
       01  REGISTRO-DEST-TAB.
           05 RD-ID OCCURS 15000 TIMES PIC X(20).
      * Freeze check: "Y" when today falls inside some election's
      * freeze window; the election concerned is kept for the
      * refusal message.
       01  WS-CONGELATO        PIC X VALUE "N".
       01  WS-ELEZIONE-CONGELATA PIC 9(8) VALUE 0.
       01  WS-DATA-CONGELA     PIC 9(8) VALUE 0.
       01  WS-DATA-ELEZIONE    PIC 9(8) VALUE 0.
       01  WS-MAX-CONGELA      PIC 9(3) VALUE 100.
       01  WS-NUM-CONGELA      PIC 9(3) VALUE 0.
       01  WS-CONGELA-IDX      PIC 9(3) VALUE 0.
       01  CONGELA-TAB.
           05 CONGELA-REC OCCURS 100 TIMES PIC X(16).
      * Revision list: optional lower bound on the filing date, and
      * the counts per change type the commission signs against.
       01  WS-DATA-DAL         PIC 9(8) VALUE 0.
       01  WS-CONTA-I          PIC 9(5) VALUE 0.
       01  WS-CONTA-C          PIC 9(5) VALUE 0.
       01  WS-CONTA-U          PIC 9(5) VALUE 0.
       01  WS-CONTA-E          PIC 9(5) VALUE 0.
       01  WS-DESCR-TIPO       PIC X(12) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Revisione dei registri elettorali ::".
           DISPLAY "Modalita' (I=iscrizione, C=cancellazione,"
                   " T=trasferimento tra seggi, F=data di"
                   " congelamento, R=lista revisioni del seggio): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ElezRegManut" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           EVALUATE WS-MODALITA
               WHEN "I"
                   PERFORM Iscrivi-Elettore THRU Iscrivi-Elettore-exit
               WHEN "C"
                   PERFORM Cancella-Elettore
                           THRU Cancella-Elettore-exit
               WHEN "T"
                   PERFORM Trasferisci-Elettore
                           THRU Trasferisci-Elettore-exit
               WHEN "F"
                   PERFORM Fissa-Congelamento
                           THRU Fissa-Congelamento-exit
               WHEN OTHER
                   PERFORM Stampa-Lista-Revisioni
                           THRU Stampa-Lista-Revisioni-exit
           END-EVALUATE.
           STOP RUN.

       Verifica-Congelamento.
      *    The registers are closed from an election's freeze date
      *    through election day itself: the register the seggio
      *    checks voters against must be the one the commission
      *    signed. No freeze file means no election is scheduled.
           MOVE "N" TO WS-CONGELATO.
           MOVE 0 TO WS-ELEZIONE-CONGELATA.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT CongelaFile.
           IF WS-FS-CONGELA NOT = "00"
               GO TO Verifica-Congelamento-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ CongelaFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF CG-DATA-CONGELA IS NUMERIC
                          AND CG-DATA-ELEZIONE IS NUMERIC
                          AND WS-CDC-DATA >= CG-DATA-CONGELA
                          AND WS-CDC-DATA <= CG-DATA-ELEZIONE
                           MOVE "Y" TO WS-CONGELATO
                           MOVE CG-DATA-ELEZIONE
                               TO WS-ELEZIONE-CONGELATA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CongelaFile.
           IF WS-CONGELATO = "Y"
               DISPLAY "Registri congelati per l'elezione del "
                       WS-ELEZIONE-CONGELATA ": nessuna modifica"
                       " ammessa fino al giorno dopo il voto."
               MOVE "ElezRegManut" TO WS-ERR-PROGRAMMA
               MOVE "Verifica-Congelamento" TO WS-ERR-PARAGRAFO
               MOVE "modifica registro rifiutata: registri congelati"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           END-IF.
       Verifica-Congelamento-exit.
           EXIT.

       Fissa-Congelamento.
      *    File the freeze date for a coming election. An election
      *    already on file has its date replaced, never duplicated;
      *    a window already running cannot be moved or reopened.
           DISPLAY "Data dell'elezione (AAAAMMGG): ".
           ACCEPT WS-DATA-ELEZIONE.
           DISPLAY "Data di congelamento dei registri (AAAAMMGG): ".
           ACCEPT WS-DATA-CONGELA.
           IF WS-DATA-CONGELA > WS-DATA-ELEZIONE
               DISPLAY "La data di congelamento non puo' seguire"
                       " quella dell'elezione."
               GO TO Fissa-Congelamento-exit
           END-IF.
           PERFORM Verifica-Congelamento
                   THRU Verifica-Congelamento-exit.
           IF WS-CONGELATO = "Y"
               GO TO Fissa-Congelamento-exit
           END-IF.
           MOVE 0 TO WS-NUM-CONGELA.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT CongelaFile.
           IF WS-FS-CONGELA = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ CongelaFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF CG-DATA-ELEZIONE NOT = WS-DATA-ELEZIONE
                              AND WS-NUM-CONGELA < WS-MAX-CONGELA
                               ADD 1 TO WS-NUM-CONGELA
                               MOVE CongelaRecord
                                   TO CONGELA-REC (WS-NUM-CONGELA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CongelaFile
           END-IF.
           OPEN OUTPUT CongelaFile.
           PERFORM VARYING WS-CONGELA-IDX FROM 1 BY 1
                   UNTIL WS-CONGELA-IDX > WS-NUM-CONGELA
               MOVE CONGELA-REC (WS-CONGELA-IDX) TO CongelaRecord
               WRITE CongelaRecord
           END-PERFORM.
           MOVE WS-DATA-ELEZIONE TO CG-DATA-ELEZIONE.
           MOVE WS-DATA-CONGELA TO CG-DATA-CONGELA.
           WRITE CongelaRecord.
           CLOSE CongelaFile.
           DISPLAY "Registri congelati dal " WS-DATA-CONGELA
                   " per l'elezione del " WS-DATA-ELEZIONE ".".
       Fissa-Congelamento-exit.
           EXIT.

       Componi-Nome-Registro.
           MOVE SPACES TO WS-FILE-REGISTRO.
           STRING "REG_" DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-REGISTRO.
       Componi-Nome-Registro-exit.
           EXIT.

       Carica-Registro.
      *    The register of WS-SEGGIO, whole, into REGISTRO-TAB. A
      *    seggio with no register yet starts from an empty one.
           PERFORM Componi-Nome-Registro
                   THRU Componi-Nome-Registro-exit.
           MOVE 0 TO WS-NUM-REGISTRO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RegistroFile.
           IF WS-FS-REGISTRO NOT = "00"
               DISPLAY "Registro " WS-FILE-REGISTRO " non trovato:"
                       " si parte da un registro vuoto."
               GO TO Carica-Registro-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegistroFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-REGISTRO < WS-MAX-REGISTRO
                           ADD 1 TO WS-NUM-REGISTRO
                           MOVE RegistroRecord
                               TO RG-ID (WS-NUM-REGISTRO)
                       ELSE
                           DISPLAY "Registro oltre il limite di "
                                   WS-MAX-REGISTRO " elettori: voce"
                                   " ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegistroFile.
       Carica-Registro-exit.
           EXIT.

       Salva-Registro.
           PERFORM Componi-Nome-Registro
                   THRU Componi-Nome-Registro-exit.
           OPEN OUTPUT RegistroFile.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-NUM-REGISTRO
               MOVE RG-ID (WS-REG-IDX) TO RegistroRecord
               WRITE RegistroRecord
           END-PERFORM.
           CLOSE RegistroFile.
       Salva-Registro-exit.
           EXIT.

       Cerca-Elettore.
           MOVE 0 TO WS-REG-TROVATO.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-NUM-REGISTRO
               IF RG-ID (WS-REG-IDX) = WS-ID-ELETTORE
                   MOVE WS-REG-IDX TO WS-REG-TROVATO
               END-IF
           END-PERFORM.
       Cerca-Elettore-exit.
           EXIT.

       Togli-Elettore.
      *    Close the gap left by the voter at WS-REG-TROVATO.
           PERFORM VARYING WS-REG-IDX FROM WS-REG-TROVATO BY 1
                   UNTIL WS-REG-IDX >= WS-NUM-REGISTRO
               MOVE RG-ID (WS-REG-IDX + 1) TO RG-ID (WS-REG-IDX)
           END-PERFORM.
           MOVE SPACES TO RG-ID (WS-NUM-REGISTRO).
           SUBTRACT 1 FROM WS-NUM-REGISTRO.
       Togli-Elettore-exit.
           EXIT.

       Iscrivi-Elettore.
           PERFORM Verifica-Congelamento
                   THRU Verifica-Congelamento-exit.
           IF WS-CONGELATO = "Y"
               GO TO Iscrivi-Elettore-exit
           END-IF.
           DISPLAY "Codice del seggio: ".
           ACCEPT WS-SEGGIO.
           DISPLAY "Codice identificativo dell'elettore: ".
           ACCEPT WS-ID-ELETTORE.
           IF WS-SEGGIO = SPACES OR WS-ID-ELETTORE = SPACES
               DISPLAY "Seggio e codice elettore sono obbligatori."
               GO TO Iscrivi-Elettore-exit
           END-IF.
           PERFORM Carica-Registro THRU Carica-Registro-exit.
           PERFORM Cerca-Elettore THRU Cerca-Elettore-exit.
           IF WS-REG-TROVATO > 0
               DISPLAY "Elettore " WS-ID-ELETTORE " gia' iscritto al"
                       " registro del seggio " WS-SEGGIO "."
               MOVE "ElezRegManut" TO WS-ERR-PROGRAMMA
               MOVE "Iscrivi-Elettore" TO WS-ERR-PARAGRAFO
               MOVE "iscrizione doppia rifiutata" TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Iscrivi-Elettore-exit
           END-IF.
           IF WS-NUM-REGISTRO >= WS-MAX-REGISTRO
               DISPLAY "Registro al limite di " WS-MAX-REGISTRO
                       " elettori: nessuna iscrizione."
               GO TO Iscrivi-Elettore-exit
           END-IF.
           DISPLAY "Data di effetto dell'iscrizione (AAAAMMGG): ".
           ACCEPT WS-DATA-EFFETTO.
           DISPLAY "Annotazione (es. maggiore eta', immigrazione): ".
           ACCEPT WS-NOTA.
           ADD 1 TO WS-NUM-REGISTRO.
           MOVE WS-ID-ELETTORE TO RG-ID (WS-NUM-REGISTRO).
           PERFORM Salva-Registro THRU Salva-Registro-exit.
           MOVE "I" TO WS-TIPO-REV.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SPACES TO WS-SEGGIO-ALTRO.
           PERFORM Scrivi-Revisione THRU Scrivi-Revisione-exit.
           DISPLAY "Elettore " WS-ID-ELETTORE " iscritto al registro"
                   " del seggio " WS-SEGGIO ".".
       Iscrivi-Elettore-exit.
           EXIT.

       Cancella-Elettore.
      *    Strike-off, with the legal grounds and the date it takes
      *    effect: the voter leaves the register, the revision log
      *    keeps why and when.
           PERFORM Verifica-Congelamento
                   THRU Verifica-Congelamento-exit.
           IF WS-CONGELATO = "Y"
               GO TO Cancella-Elettore-exit
           END-IF.
           DISPLAY "Codice del seggio: ".
           ACCEPT WS-SEGGIO.
           DISPLAY "Codice identificativo dell'elettore: ".
           ACCEPT WS-ID-ELETTORE.
           PERFORM Carica-Registro THRU Carica-Registro-exit.
           PERFORM Cerca-Elettore THRU Cerca-Elettore-exit.
           IF WS-REG-TROVATO = 0
               DISPLAY "Elettore " WS-ID-ELETTORE " non iscritto al"
                       " registro del seggio " WS-SEGGIO "."
               GO TO Cancella-Elettore-exit
           END-IF.
           DISPLAY "Motivo (DE=decesso, EM=emigrazione, PD=perdita"
                   " del diritto, DU=iscrizione doppia, AL=altro): ".
           ACCEPT WS-MOTIVO.
           MOVE FUNCTION UPPER-CASE (WS-MOTIVO) TO WS-MOTIVO.
           IF WS-MOTIVO NOT = "DE" AND WS-MOTIVO NOT = "EM"
              AND WS-MOTIVO NOT = "PD" AND WS-MOTIVO NOT = "DU"
               MOVE "AL" TO WS-MOTIVO
           END-IF.
           DISPLAY "Data di effetto della cancellazione (AAAAMMGG): ".
           ACCEPT WS-DATA-EFFETTO.
           DISPLAY "Annotazione (estremi dell'atto): ".
           ACCEPT WS-NOTA.
           PERFORM Togli-Elettore THRU Togli-Elettore-exit.
           PERFORM Salva-Registro THRU Salva-Registro-exit.
           MOVE "C" TO WS-TIPO-REV.
           MOVE SPACES TO WS-SEGGIO-ALTRO.
           PERFORM Scrivi-Revisione THRU Scrivi-Revisione-exit.
           DISPLAY "Elettore " WS-ID-ELETTORE " cancellato dal"
                   " registro del seggio " WS-SEGGIO " (motivo "
                   WS-MOTIVO ").".
       Cancella-Elettore-exit.
           EXIT.


       Trasferisci-Elettore.
      *    A move between seggi is one transaction: both registers
      *    are checked before either is touched, then both are
      *    rewritten and both halves go on the revision log, so a
      *    voter is never on two registers or on none.
           PERFORM Verifica-Congelamento
                   THRU Verifica-Congelamento-exit.
           IF WS-CONGELATO = "Y"
               GO TO Trasferisci-Elettore-exit
           END-IF.
           DISPLAY "Codice identificativo dell'elettore: ".
           ACCEPT WS-ID-ELETTORE.
           DISPLAY "Seggio di provenienza: ".
           ACCEPT WS-SEGGIO-ORIG.
           DISPLAY "Seggio di destinazione: ".
           ACCEPT WS-SEGGIO-DEST.
           IF WS-SEGGIO-ORIG = WS-SEGGIO-DEST
               DISPLAY "Provenienza e destinazione coincidono:"
                       " nessun trasferimento."
               GO TO Trasferisci-Elettore-exit
           END-IF.
      *    Destination first, parked in REGISTRO-DEST-TAB while the
      *    source register is loaded into REGISTRO-TAB.
           MOVE WS-SEGGIO-DEST TO WS-SEGGIO.
           PERFORM Carica-Registro THRU Carica-Registro-exit.
           PERFORM Cerca-Elettore THRU Cerca-Elettore-exit.
           IF WS-REG-TROVATO > 0
               DISPLAY "Elettore " WS-ID-ELETTORE " gia' iscritto al"
                       " seggio di destinazione " WS-SEGGIO-DEST
                       ": nessun trasferimento."
               GO TO Trasferisci-Elettore-exit
           END-IF.
           IF WS-NUM-REGISTRO >= WS-MAX-REGISTRO
               DISPLAY "Registro di destinazione al limite: nessun"
                       " trasferimento."
               GO TO Trasferisci-Elettore-exit
           END-IF.
           MOVE REGISTRO-TAB TO REGISTRO-DEST-TAB.
           MOVE WS-NUM-REGISTRO TO WS-NUM-REGISTRO-DEST.
           MOVE WS-SEGGIO-ORIG TO WS-SEGGIO.
           PERFORM Carica-Registro THRU Carica-Registro-exit.
           PERFORM Cerca-Elettore THRU Cerca-Elettore-exit.
           IF WS-REG-TROVATO = 0
               DISPLAY "Elettore " WS-ID-ELETTORE " non iscritto al"
                       " seggio di provenienza " WS-SEGGIO-ORIG
                       ": nessun trasferimento."
               GO TO Trasferisci-Elettore-exit
           END-IF.
           DISPLAY "Data di effetto del trasferimento (AAAAMMGG): ".
           ACCEPT WS-DATA-EFFETTO.
           DISPLAY "Annotazione (es. cambio di residenza): ".
           ACCEPT WS-NOTA.
           MOVE "TR" TO WS-MOTIVO.
      *    Both registers are rewritten before either log record.
           PERFORM Togli-Elettore THRU Togli-Elettore-exit.
           PERFORM Salva-Registro THRU Salva-Registro-exit.
           MOVE REGISTRO-DEST-TAB TO REGISTRO-TAB.
           MOVE WS-NUM-REGISTRO-DEST TO WS-NUM-REGISTRO.
           ADD 1 TO WS-NUM-REGISTRO.
           MOVE WS-ID-ELETTORE TO RG-ID (WS-NUM-REGISTRO).
           MOVE WS-SEGGIO-DEST TO WS-SEGGIO.
           PERFORM Salva-Registro THRU Salva-Registro-exit.
      *    The outgoing half is logged against the old seggio, the
      *    incoming one against the new, each naming the other.
           MOVE WS-SEGGIO-ORIG TO WS-SEGGIO.
           MOVE WS-SEGGIO-DEST TO WS-SEGGIO-ALTRO.
           MOVE "U" TO WS-TIPO-REV.
           PERFORM Scrivi-Revisione THRU Scrivi-Revisione-exit.
           MOVE WS-SEGGIO-DEST TO WS-SEGGIO.
           MOVE WS-SEGGIO-ORIG TO WS-SEGGIO-ALTRO.
           MOVE "E" TO WS-TIPO-REV.
           PERFORM Scrivi-Revisione THRU Scrivi-Revisione-exit.
           DISPLAY "Elettore " WS-ID-ELETTORE " trasferito dal seggio "
                   WS-SEGGIO-ORIG " al seggio " WS-SEGGIO-DEST ".".
       Trasferisci-Elettore-exit.
           EXIT.

       Scrivi-Revisione.
      *    Append one revision record for the change just made to
      *    the register of WS-SEGGIO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           OPEN EXTEND RevisioniFile.
           IF WS-FS-REVISIONI = "35"
               OPEN OUTPUT RevisioniFile
               CLOSE RevisioniFile
               OPEN EXTEND RevisioniFile
           END-IF.
           MOVE WS-CDC-DATA TO RV-DATA.
           MOVE WS-CDC-ORA TO RV-ORA.
           MOVE WS-SEGGIO TO RV-SEGGIO.
           MOVE WS-TIPO-REV TO RV-TIPO.
           MOVE WS-ID-ELETTORE TO RV-ID-ELETTORE.
           MOVE WS-DATA-EFFETTO TO RV-DATA-EFFETTO.
           MOVE WS-MOTIVO TO RV-MOTIVO.
           MOVE WS-NOTA TO RV-NOTA.
           MOVE WS-SEGGIO-ALTRO TO RV-SEGGIO-ALTRO.
           WRITE RevisioneRecord.
           CLOSE RevisioniFile.
       Scrivi-Revisione-exit.
           EXIT.

       Stampa-Lista-Revisioni.
      *    The revision list the electoral commission signs: every
      *    change filed against one seggio's register since a given
      *    date, the counts per type, and the signature blocks.
           DISPLAY "Codice del seggio: ".
           ACCEPT WS-SEGGIO.
           DISPLAY "Revisioni registrate dal (AAAAMMGG, 0 = tutte): ".
           ACCEPT WS-DATA-DAL.
           MOVE SPACES TO WS-FILE-LISTA.
           STRING "REVISIONI_" DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-LISTA.
           MOVE 0 TO WS-CONTA-I.
           MOVE 0 TO WS-CONTA-C.
           MOVE 0 TO WS-CONTA-U.
           MOVE 0 TO WS-CONTA-E.
           OPEN OUTPUT ListaRevFile.
           MOVE "ElezRegManut" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO ListaRevLine.
           STRING "LISTA DELLE REVISIONI - REGISTRO DEL SEGGIO "
                      DELIMITED BY SIZE
                  WS-SEGGIO DELIMITED BY SPACE
                  INTO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO ListaRevLine.
           STRING "DATA     TIPO         ELETTORE" DELIMITED BY SIZE
                  "             EFFETTO  MOT ALTRO SEGGIO"
                      DELIMITED BY SIZE
                  INTO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RevisioniFile.
           IF WS-FS-REVISIONI = "00"
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ RevisioniFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           IF RV-SEGGIO = WS-SEGGIO
                              AND RV-DATA >= WS-DATA-DAL
                               PERFORM Stampa-Revisione
                                       THRU Stampa-Revisione-exit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RevisioniFile
           END-IF.
           MOVE SPACES TO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO ListaRevLine.
           STRING "Iscrizioni: " DELIMITED BY SIZE
                  WS-CONTA-I DELIMITED BY SIZE
                  "  cancellazioni: " DELIMITED BY SIZE
                  WS-CONTA-C DELIMITED BY SIZE
                  "  trasf. in uscita: " DELIMITED BY SIZE
                  WS-CONTA-U DELIMITED BY SIZE
                  "  in entrata: " DELIMITED BY SIZE
                  WS-CONTA-E DELIMITED BY SIZE
                  INTO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "Il presidente della commissione: ____________________"
               TO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "Il segretario: ______________________"
               TO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO ListaRevLine.
           WRITE ListaRevLine.
           DISPLAY ListaRevLine.
           CLOSE ListaRevFile.
           MOVE WS-FILE-LISTA TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Lista delle revisioni in " WS-FILE-LISTA ".".
       Stampa-Lista-Revisioni-exit.
           EXIT.

       Stampa-Revisione.
           EVALUATE RV-TIPO
               WHEN "I"
                   MOVE "ISCRIZIONE" TO WS-DESCR-TIPO
                   ADD 1 TO WS-CONTA-I
               WHEN "C"
                   MOVE "CANCELLAZ." TO WS-DESCR-TIPO
                   ADD 1 TO WS-CONTA-C
               WHEN "U"
                   MOVE "TRASF.USCITA" TO WS-DESCR-TIPO
                   ADD 1 TO WS-CONTA-U
               WHEN OTHER
                   MOVE "TRASF.ENTR." TO WS-DESCR-TIPO
                   ADD 1 TO WS-CONTA-E
           END-EVALUATE.
           MOVE SPACES TO ListaRevLine.
           STRING RV-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DESCR-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RV-ID-ELETTORE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RV-DATA-EFFETTO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RV-MOTIVO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RV-SEGGIO-ALTRO DELIMITED BY SIZE
                  INTO ListaRevLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF RV-NOTA NOT = SPACES
               MOVE SPACES TO ListaRevLine
               STRING "         " DELIMITED BY SIZE
                      RV-NOTA DELIMITED BY SIZE
                      INTO ListaRevLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
       Stampa-Revisione-exit.
           EXIT.

       Scrivi-Riga.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE ListaRevLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO ListaRevLine
               WRITE ListaRevLine
               DISPLAY ListaRevLine
               MOVE 1 TO WS-HDR-CONTA-RIGHE
               ADD 1 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO ListaRevLine
           END-IF.
           WRITE ListaRevLine.
           DISPLAY ListaRevLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM ElezRegManut.
