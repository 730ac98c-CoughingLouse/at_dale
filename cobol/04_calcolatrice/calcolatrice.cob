      *      (transactions read, calculated, rejected) to the shop's
      *      nightly control file (CTRFIG copybooks) for the
      *      end-of-night balancing.
      * Mod: 15/10/2026 - dated rate tables: TASSI.DAT (copybook
      *      TASSID) holds named rates - exchange, VAT, legal
      *      interest - each with an effective-from date. Mode T
      *      adds a value from a date after the rate's latest, so
      *      history is only ever appended to (logged on FORMULE.LOG).
      *      A formula operand T:<nome> takes the value in force on
      *      the value date (asked once; an L row may carry its own),
      *      and every F/L result is followed by the rates, values
      *      and effective dates it used. Operands now hold six
      *      decimals so a rate like 1.0856 is not cut to 1.08; the
      *      placeholder loop counter no longer wraps at 9.
      * Mod: 15/10/2026 - the FORMULE.DAT record layout moved to
      *      copybook FORMULED, shared with the callable formula
      *      service MotoreFormule.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  Calcolatrice.
           SELECT RigheFormulaFile ASSIGN TO WS-FILE-RIGHE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RIGHE.
           SELECT TassiFile ASSIGN TO "TASSI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASSI.
           COPY RUNCTLS.
           COPY CTRFIGS.
           COPY ERRLOGS.
           05 SC-NUM1          PIC S9(6)V99.
           05 SC-OPERATORE     PIC X.
           05 SC-NUM2          PIC S9(6)V99.
           COPY FORMULED.
       FD  FormuleLogFile.
       01  FormulaLogLine      PIC X(80).
       FD  RigheFormulaFile.
      *    One batch input row: up to five placeholder values and,
      *    optionally, the row's own value date for T: rates.
       01  RigaFormulaRecord.
           05 RF-VALORE OCCURS 5 TIMES PIC S9(6)V99.
           05 RF-DATA-VALUTA   PIC X(8).
           COPY TASSID.
           COPY RUNCTLD.
           COPY CTRFIGD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01 Num1                 PIC S9(6)V9(6).
       01 Num2                 PIC S9(6)V9(6).
       01 Operatore             PIC X.
       01 Risultato             PIC S9(12)V99 SIGN IS LEADING SEPARATE.
       01 WS-QUOZIENTE          PIC S9(8).
      * persist until the session ends.
       01 WS-CONTINUA           PIC X VALUE "S".
       01 WS-OPERANDO-INPUT     PIC X(20) VALUE SPACES.
       01 WS-OPERANDO           PIC S9(6)V9(6) VALUE 0.
       01 WS-OPERANDO-OK        PIC X VALUE "N".
       01 WS-COMANDO            PIC XX VALUE SPACES.
       01 WS-REGISTRO-N         PIC 9 VALUE 0.
                               PIC S9(6)V99 VALUE 0.
       01 WS-P-USATO-TAB.
          05 WS-P-USATO OCCURS 9 TIMES PIC X VALUE "N".
       01 WS-P-IDX              PIC 99 VALUE 0.
       01 WS-RIGHE-FORMULA      PIC 9(7) VALUE 0.
       01 WS-RIGHE-CALCOLATE    PIC 9(7) VALUE 0.
       01 WS-RIGHE-SCARTATE-F   PIC 9(7) VALUE 0.
       01 WS-FORMULA-FALLITA    PIC X VALUE "N".
      * The dated rate tables in memory, the value date a formula
      * run resolves its T: rates on, and the rates the last run
      * actually used (printed with every result).
       01 WS-FS-TASSI           PIC XX VALUE "00".
       01 WS-EOF-TASSI          PIC X VALUE "N".
       01 WS-MAX-TASSI          PIC 9(3) VALUE 500.
       01 WS-NUM-TASSI          PIC 9(3) VALUE 0.
       01 WS-TASSO-IDX          PIC 9(3) VALUE 0.
       01 WS-TASSO-TROVATO      PIC 9(3) VALUE 0.
       01 TASSI-TAB.
          05 TASSO-ROW OCCURS 500 TIMES.
             10 TT-NOME         PIC X(8).
             10 TT-DATA-DA      PIC 9(8).
             10 TT-VALORE       PIC S9(6)V9(6).
             10 TT-DESCRIZIONE  PIC X(30).
             10 TT-DATA-INSERIMENTO PIC 9(8).
       01 WS-NOME-TASSO         PIC X(8) VALUE SPACES.
       01 WS-DATA-TASSO         PIC X(8) VALUE SPACES.
       01 WS-DATA-TASSO-N       PIC 9(8) VALUE 0.
       01 WS-ULTIMA-DATA-TASSO  PIC 9(8) VALUE 0.
       01 WS-VALORE-TASSO       PIC S9(6)V9(6) VALUE 0.
       01 WS-DESCRIZIONE-TASSO  PIC X(30) VALUE SPACES.
       01 WS-VALORE-EDIT        PIC -(6)9.9(6).
       01 WS-USA-TASSI          PIC X VALUE "N".
       01 WS-DATA-VALUTA        PIC X(8) VALUE SPACES.
       01 WS-DATA-VALUTA-RUN    PIC 9(8) VALUE 0.
       01 WS-DATA-VALUTA-N      PIC 9(8) VALUE 0.
       01 WS-DATA-VALUTA-OK     PIC X VALUE "Y".
       01 WS-NUM-USATI          PIC 99 VALUE 0.
       01 WS-USATO-IDX          PIC 99 VALUE 0.
       01 WS-USATO-GIA          PIC X VALUE "N".
       01 TASSI-USATI-TAB.
          05 TASSO-USATO OCCURS 10 TIMES.
             10 TU-NOME         PIC X(8).
             10 TU-DATA-DA      PIC 9(8).
             10 TU-VALORE       PIC S9(6)V9(6).
       01 WS-DATA-ORA-LOG.
          05 WS-LOG-DATA        PIC 9(8).
          05 WS-LOG-ORA         PIC 9(6).
          05 FILLER             PIC X(7).
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY RUNCTLW.
           COPY CTRFIGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Modalita' (I=interattiva, B=file di transazioni,"
                   " F=formula interattiva, D=definisci formula,"
                   " L=formula su file di righe, T=tassi datati): "
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Calcolatrice" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           EVALUATE WS-MODALITA
               WHEN "B"
                   PERFORM Elabora-Batch THRU Elabora-Batch-exit
               WHEN "F"
                   PERFORM Carica-Formule THRU Carica-Formule-exit
                   PERFORM Carica-Tassi THRU Carica-Tassi-exit
                   PERFORM Formula-Interattiva
                           THRU Formula-Interattiva-exit
               WHEN "D"
                           THRU Definisci-Formula-exit
               WHEN "L"
                   PERFORM Carica-Formule THRU Carica-Formule-exit
                   PERFORM Carica-Tassi THRU Carica-Tassi-exit
                   PERFORM Formula-Su-File
                           THRU Formula-Su-File-exit
               WHEN "T"
                   PERFORM Carica-Tassi THRU Carica-Tassi-exit
                   PERFORM Aggiungi-Tasso THRU Aggiungi-Tasso-exit
               WHEN OTHER
                   PERFORM Elabora-Interattiva
                           THRU Elabora-Interattiva-exit
               MOVE WS-NOME-FORMULA TO FS-NOME (WS-NUM-PASSI)
               MOVE WS-PASSO-CORRENTE TO FS-PASSO (WS-NUM-PASSI)
               DISPLAY "Passo " WS-PASSO-CORRENTE
                       " - primo operando (P1-P9, R, M1-M5,"
                       " T:nome tasso o numero): "
               ACCEPT FS-OP1 (WS-NUM-PASSI)
               DISPLAY "Passo " WS-PASSO-CORRENTE
                       " - operatore (+ - * / % ^): "
       Risolvi-Operando-Formula.
      *    One template token into WS-OPERANDO: a placeholder takes
      *    the keyed (or batch-row) value, R the previous result,
      *    M<n> a register, T:<nome> the named rate in force on the
      *    value date, anything else reads as a number.
           MOVE "Y" TO WS-TOKEN-OK.
           EVALUATE TRUE
               WHEN (WS-TOKEN (1:1) = "P" OR WS-TOKEN (1:1) = "p")
                AND WS-TOKEN (2:1) <= "5"
                   MOVE WS-TOKEN (2:1) TO WS-REGISTRO-N
                   MOVE WS-MEMORIA (WS-REGISTRO-N) TO WS-OPERANDO
               WHEN WS-TOKEN (1:2) = "T:" OR WS-TOKEN (1:2) = "t:"
                   MOVE FUNCTION UPPER-CASE (WS-TOKEN (3:8))
                       TO WS-NOME-TASSO
                   PERFORM Cerca-Tasso THRU Cerca-Tasso-exit
                   IF WS-TASSO-TROVATO = 0
                       MOVE "N" TO WS-TOKEN-OK
                       DISPLAY "Errore: nessun valore del tasso "
                               FUNCTION TRIM (WS-NOME-TASSO)
                               " in vigore al " WS-DATA-VALUTA-N "."
                       MOVE "Calcolatrice" TO WS-ERR-PROGRAMMA
                       MOVE "Risolvi-Operando-Formula"
                           TO WS-ERR-PARAGRAFO
                       MOVE "tasso non in vigore alla data valuta"
                           TO WS-ERR-MESSAGGIO
                       MOVE "A" TO WS-ERR-SEVERITA
                       COPY ERRLOG.
                   ELSE
                       MOVE TT-VALORE (WS-TASSO-TROVATO)
                           TO WS-OPERANDO
                       PERFORM Annota-Tasso-Usato
                               THRU Annota-Tasso-Usato-exit
                   END-IF
               WHEN OTHER
                   MOVE FUNCTION NUMVAL (WS-TOKEN) TO WS-OPERANDO
           END-EVALUATE.
      *    token fails the whole run, never a half-result.
           MOVE "N" TO WS-FORMULA-FALLITA.
           MOVE 0 TO Risultato.
           MOVE 0 TO WS-NUM-USATI.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-NUM-PASSI
                   OR WS-FORMULA-FALLITA = "Y"

       Scegli-Formula.
      *    Name a template and make sure it exists; the placeholders
      *    it uses are marked so only those get prompted, and a
      *    template naming any T: rate asks for a value date.
           DISPLAY "Nome della formula: ".
           ACCEPT WS-NOME-FORMULA.
           MOVE FUNCTION UPPER-CASE (WS-NOME-FORMULA)
               TO WS-NOME-FORMULA.
           MOVE "N" TO WS-FORMULA-TROVATA.
           MOVE "N" TO WS-USA-TASSI.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > 9
               MOVE "N" TO WS-P-USATO (WS-P-IDX)
                           TO WS-P-IDX
                       MOVE "Y" TO WS-P-USATO (WS-P-IDX)
                   END-IF
                   IF FS-OP1 (WS-PASSO-IDX) (1:2) = "T:"
                      OR FS-OP1 (WS-PASSO-IDX) (1:2) = "t:"
                      OR FS-OP2 (WS-PASSO-IDX) (1:2) = "T:"
                      OR FS-OP2 (WS-PASSO-IDX) (1:2) = "t:"
                       MOVE "Y" TO WS-USA-TASSI
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FORMULA-TROVATA = "N"
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > 9
               IF WS-P-USATO (WS-P-IDX) = "Y"
                   DISPLAY "Valore del segnaposto P" WS-P-IDX (2:1)
                           ": "
                   ACCEPT WS-VALORE-P (WS-P-IDX)
               END-IF
           END-PERFORM.
           IF WS-USA-TASSI = "Y"
               PERFORM Chiedi-Data-Valuta THRU Chiedi-Data-Valuta-exit
               IF WS-DATA-VALUTA-OK = "N"
                   DISPLAY "Data valuta " WS-DATA-VALUTA
                           " non valida: formula non eseguita."
                   GO TO Formula-Interattiva-exit
               END-IF
           END-IF.
           PERFORM Esegui-Formula THRU Esegui-Formula-exit.
           IF WS-FORMULA-FALLITA = "Y"
               DISPLAY "Formula non completata: vedere gli errori"
               DISPLAY "Risultato della formula "
                       FUNCTION TRIM (WS-NOME-FORMULA) ": "
                       Risultato
               PERFORM Scrivi-Tassi-Usati THRU Scrivi-Tassi-Usati-exit
           END-IF.
       Formula-Interattiva-exit.
           EXIT.
       Formula-Su-File.
      *    The named formula applied to every row of an input file
      *    (five placeholder values per row, P1-P5), one report line
      *    per row on the results file. T: rates resolve on the
      *    run's value date unless a row carries its own, and each
      *    result is followed by the rates it used.
           PERFORM Scegli-Formula THRU Scegli-Formula-exit.
           IF WS-FORMULA-TROVATA = "N"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "Nome del file di righe di ingresso: ".
           ACCEPT WS-FILE-RIGHE.
           IF WS-USA-TASSI = "Y"
               PERFORM Chiedi-Data-Valuta THRU Chiedi-Data-Valuta-exit
               IF WS-DATA-VALUTA-OK = "N"
                   DISPLAY "Data valuta " WS-DATA-VALUTA
                           " non valida: formula non eseguita."
                   MOVE 8 TO RETURN-CODE
                   GO TO Formula-Su-File-exit
               END-IF
           END-IF.
           MOVE WS-DATA-VALUTA-N TO WS-DATA-VALUTA-RUN.
           MOVE "N" TO WS-EOF-FORMULE.
           OPEN INPUT RigheFormulaFile.
           IF WS-FS-RIGHE NOT = "00"
                           MOVE RF-VALORE (WS-P-IDX)
                               TO WS-VALORE-P (WS-P-IDX)
                       END-PERFORM
                       MOVE WS-DATA-VALUTA-RUN TO WS-DATA-VALUTA-N
                       MOVE "Y" TO WS-DATA-VALUTA-OK
                       IF WS-USA-TASSI = "Y"
                          AND RF-DATA-VALUTA NOT = SPACES
                           MOVE RF-DATA-VALUTA TO WS-DATA-VALUTA
                           PERFORM Controlla-Data-Valuta
                                   THRU Controlla-Data-Valuta-exit
                       END-IF
                       IF WS-DATA-VALUTA-OK = "Y"
                           PERFORM Esegui-Formula
                                   THRU Esegui-Formula-exit
                       ELSE
                           DISPLAY "Riga " WS-RIGHE-FORMULA
                                   ": data valuta " WS-DATA-VALUTA
                                   " non valida."
                           MOVE "Y" TO WS-FORMULA-FALLITA
                       END-IF
                       MOVE SPACES TO WS-RIGA
                       IF WS-FORMULA-FALLITA = "Y"
                           ADD 1 TO WS-RIGHE-SCARTATE-F
                       MOVE WS-RIGA TO RisultatiLine
                       WRITE RisultatiLine
                       DISPLAY WS-RIGA
                       IF WS-FORMULA-FALLITA = "N"
                           PERFORM Scrivi-Tassi-Usati
                                   THRU Scrivi-Tassi-Usati-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RigheFormulaFile.
       Formula-Su-File-exit.
           EXIT.

       Carica-Tassi.
           MOVE 0 TO WS-NUM-TASSI.
           MOVE "N" TO WS-EOF-TASSI.
           OPEN INPUT TassiFile.
           IF WS-FS-TASSI NOT = "00"
               GO TO Carica-Tassi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-TASSI = "Y"
               READ TassiFile
                   AT END MOVE "Y" TO WS-EOF-TASSI
                   NOT AT END
                       IF WS-NUM-TASSI < WS-MAX-TASSI
                           ADD 1 TO WS-NUM-TASSI
                           MOVE TS-NOME TO TT-NOME (WS-NUM-TASSI)
                           MOVE TS-DATA-DA
                               TO TT-DATA-DA (WS-NUM-TASSI)
                           MOVE TS-VALORE TO TT-VALORE (WS-NUM-TASSI)
                           MOVE TS-DESCRIZIONE
                               TO TT-DESCRIZIONE (WS-NUM-TASSI)
                           MOVE TS-DATA-INSERIMENTO
                               TO TT-DATA-INSERIMENTO (WS-NUM-TASSI)
                       ELSE
                           DISPLAY "Tabella tassi oltre il limite:"
                                   " valore ignorato."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TassiFile.
       Carica-Tassi-exit.
           EXIT.

       Cerca-Tasso.
      *    The value of WS-NOME-TASSO in force on WS-DATA-VALUTA-N:
      *    the one with the latest effective-from date not after
      *    it. WS-TASSO-TROVATO stays 0 when the rate did not yet
      *    exist on that date.
           MOVE 0 TO WS-TASSO-TROVATO.
           PERFORM VARYING WS-TASSO-IDX FROM 1 BY 1
                   UNTIL WS-TASSO-IDX > WS-NUM-TASSI
               IF TT-NOME (WS-TASSO-IDX) = WS-NOME-TASSO
                  AND TT-DATA-DA (WS-TASSO-IDX) <= WS-DATA-VALUTA-N
                   IF WS-TASSO-TROVATO = 0
                       MOVE WS-TASSO-IDX TO WS-TASSO-TROVATO
                   ELSE
                       IF TT-DATA-DA (WS-TASSO-IDX)
                          > TT-DATA-DA (WS-TASSO-TROVATO)
                           MOVE WS-TASSO-IDX TO WS-TASSO-TROVATO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       Cerca-Tasso-exit.
           EXIT.

       Annota-Tasso-Usato.
      *    Remember the rate value just used, once per run, so the
      *    result can be printed with everything needed to redo it.
           MOVE "N" TO WS-USATO-GIA.
           PERFORM VARYING WS-USATO-IDX FROM 1 BY 1
                   UNTIL WS-USATO-IDX > WS-NUM-USATI
               IF TU-NOME (WS-USATO-IDX) = WS-NOME-TASSO
                   MOVE "Y" TO WS-USATO-GIA
               END-IF
           END-PERFORM.
           IF WS-USATO-GIA = "N" AND WS-NUM-USATI < 10
               ADD 1 TO WS-NUM-USATI
               MOVE WS-NOME-TASSO TO TU-NOME (WS-NUM-USATI)
               MOVE TT-DATA-DA (WS-TASSO-TROVATO)
                   TO TU-DATA-DA (WS-NUM-USATI)
               MOVE TT-VALORE (WS-TASSO-TROVATO)
                   TO TU-VALORE (WS-NUM-USATI)
           END-IF.
       Annota-Tasso-Usato-exit.
           EXIT.

       Scrivi-Tassi-Usati.
      *    One line per rate behind the result just printed: value,
      *    effective-from date and the value date it was taken on.
      *    Mode L files them on the report under the row's line.
           PERFORM VARYING WS-USATO-IDX FROM 1 BY 1
                   UNTIL WS-USATO-IDX > WS-NUM-USATI
               MOVE TU-VALORE (WS-USATO-IDX) TO WS-VALORE-EDIT
               MOVE SPACES TO WS-RIGA
               STRING "  tasso " DELIMITED BY SIZE
                      TU-NOME (WS-USATO-IDX) DELIMITED BY SIZE
                      " = " DELIMITED BY SIZE
                      WS-VALORE-EDIT DELIMITED BY SIZE
                      " in vigore dal " DELIMITED BY SIZE
                      TU-DATA-DA (WS-USATO-IDX) DELIMITED BY SIZE
                      " (valuta " DELIMITED BY SIZE
                      WS-DATA-VALUTA-N DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-RIGA
               DISPLAY WS-RIGA
               IF WS-MODALITA = "L"
                   MOVE WS-RIGA TO RisultatiLine
                   WRITE RisultatiLine
               END-IF
           END-PERFORM.
       Scrivi-Tassi-Usati-exit.
           EXIT.

       Chiedi-Data-Valuta.
           DISPLAY "Data valuta dei tassi (AAAAMMGG, invio per oggi): ".
           MOVE SPACES TO WS-DATA-VALUTA.
           ACCEPT WS-DATA-VALUTA.
           IF WS-DATA-VALUTA = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-VALUTA
           END-IF.
           PERFORM Controlla-Data-Valuta
                   THRU Controlla-Data-Valuta-exit.
       Chiedi-Data-Valuta-exit.
           EXIT.

       Controlla-Data-Valuta.
           MOVE "N" TO WS-DATA-VALUTA-OK.
           IF WS-DATA-VALUTA IS NOT NUMERIC
               GO TO Controlla-Data-Valuta-exit
           END-IF.
           MOVE WS-DATA-VALUTA TO WS-DATA-VALUTA-N.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-VALUTA-N) NOT = 0
               GO TO Controlla-Data-Valuta-exit
           END-IF.
           MOVE "Y" TO WS-DATA-VALUTA-OK.
       Controlla-Data-Valuta-exit.
           EXIT.

       Aggiungi-Tasso.
      *    A new value of a named rate, in force from its own date
      *    onwards. The table is only appended to: a date on or
      *    before the rate's latest one is refused, so no figure
      *    already produced on an earlier value date can change
      *    under it. Every addition is dated on FORMULE.LOG.
           DISPLAY "Nome del tasso (max 8 caratteri): ".
           MOVE SPACES TO WS-NOME-TASSO.
           ACCEPT WS-NOME-TASSO.
           MOVE FUNCTION UPPER-CASE (WS-NOME-TASSO) TO WS-NOME-TASSO.
           IF WS-NOME-TASSO = SPACES
               GO TO Aggiungi-Tasso-exit
           END-IF.
           PERFORM Elenca-Tasso THRU Elenca-Tasso-exit.
           DISPLAY "In vigore dal (AAAAMMGG): ".
           MOVE SPACES TO WS-DATA-TASSO.
           ACCEPT WS-DATA-TASSO.
           IF WS-DATA-TASSO IS NOT NUMERIC
               DISPLAY "Data " WS-DATA-TASSO
                       " non valida: tasso non registrato."
               GO TO Aggiungi-Tasso-exit
           END-IF.
           MOVE WS-DATA-TASSO TO WS-DATA-TASSO-N.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-TASSO-N) NOT = 0
               DISPLAY "Data " WS-DATA-TASSO
                       " non valida: tasso non registrato."
               GO TO Aggiungi-Tasso-exit
           END-IF.
           IF WS-DATA-TASSO-N NOT > WS-ULTIMA-DATA-TASSO
               DISPLAY "Il tasso " FUNCTION TRIM (WS-NOME-TASSO)
                       " ha gia' un valore in vigore dal "
                       WS-ULTIMA-DATA-TASSO ": un nuovo valore puo'"
                       " decorrere solo da una data successiva."
               GO TO Aggiungi-Tasso-exit
           END-IF.
           DISPLAY "Valore del tasso: ".
           MOVE SPACES TO WS-OPERANDO-INPUT.
           ACCEPT WS-OPERANDO-INPUT.
           MOVE FUNCTION NUMVAL (WS-OPERANDO-INPUT) TO WS-VALORE-TASSO.
           DISPLAY "Descrizione: ".
           MOVE SPACES TO WS-DESCRIZIONE-TASSO.
           ACCEPT WS-DESCRIZIONE-TASSO.
           OPEN EXTEND TassiFile.
           IF WS-FS-TASSI = "35"
               OPEN OUTPUT TassiFile
           END-IF.
           MOVE WS-NOME-TASSO TO TS-NOME.
           MOVE WS-DATA-TASSO-N TO TS-DATA-DA.
           MOVE WS-VALORE-TASSO TO TS-VALORE.
           MOVE WS-DESCRIZIONE-TASSO TO TS-DESCRIZIONE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO TS-DATA-INSERIMENTO.
           WRITE TassoRecord.
           CLOSE TassiFile.
           MOVE WS-VALORE-TASSO TO WS-VALORE-EDIT.
           PERFORM Registra-Log-Tasso THRU Registra-Log-Tasso-exit.
           DISPLAY "Tasso " FUNCTION TRIM (WS-NOME-TASSO) " = "
                   WS-VALORE-EDIT " registrato in vigore dal "
                   WS-DATA-TASSO-N ".".
       Aggiungi-Tasso-exit.
           EXIT.

       Elenca-Tasso.
      *    The history of one rate, oldest first as filed, and the
      *    latest effective-from date a new value must follow.
           MOVE 0 TO WS-ULTIMA-DATA-TASSO.
           PERFORM VARYING WS-TASSO-IDX FROM 1 BY 1
                   UNTIL WS-TASSO-IDX > WS-NUM-TASSI
               IF TT-NOME (WS-TASSO-IDX) = WS-NOME-TASSO
                   MOVE TT-VALORE (WS-TASSO-IDX) TO WS-VALORE-EDIT
                   DISPLAY "  dal " TT-DATA-DA (WS-TASSO-IDX) " "
                           WS-VALORE-EDIT " "
                           TT-DESCRIZIONE (WS-TASSO-IDX)
                   IF TT-DATA-DA (WS-TASSO-IDX) > WS-ULTIMA-DATA-TASSO
                       MOVE TT-DATA-DA (WS-TASSO-IDX)
                           TO WS-ULTIMA-DATA-TASSO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ULTIMA-DATA-TASSO = 0
               DISPLAY "Nessun valore registrato per il tasso "
                       FUNCTION TRIM (WS-NOME-TASSO) ": primo valore."
           END-IF.
       Elenca-Tasso-exit.
           EXIT.

       Registra-Log-Tasso.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-LOG.
           OPEN EXTEND FormuleLogFile.
           IF WS-FS-FORMULE-LOG = "35"
               OPEN OUTPUT FormuleLogFile
               CLOSE FormuleLogFile
               OPEN EXTEND FormuleLogFile
           END-IF.
           MOVE SPACES TO FormulaLogLine.
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-ORA DELIMITED BY SIZE
                  " TASSO      " DELIMITED BY SIZE
                  WS-NOME-TASSO DELIMITED BY SIZE
                  " dal " DELIMITED BY SIZE
                  WS-DATA-TASSO-N DELIMITED BY SIZE
                  " = " DELIMITED BY SIZE
                  WS-VALORE-EDIT DELIMITED BY SIZE
                  INTO FormulaLogLine.
           WRITE FormulaLogLine.
           CLOSE FormuleLogFile.
       Registra-Log-Tasso-exit.
           EXIT.

       Elabora-Interattiva.
      *    Looping session: numbers, R (risultato precedente) or
      *    M1-M5 as operands; after each calculation the result can
       Scrivi-Riga-Risultato.
           MOVE SPACES TO WS-RIGA.
           IF WS-OPERATORE-VALIDO = "N"
               STRING TR-NUM1 DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Operatore DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TR-NUM2 DELIMITED BY SIZE
                      " = operatore non riconosciuto"
                          DELIMITED BY SIZE
                      INTO WS-RIGA
           ELSE
               IF WS-DIVISORE-NULLO = "Y"
                   STRING TR-NUM1 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Operatore DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TR-NUM2 DELIMITED BY SIZE
                          " = errore: divisore zero" DELIMITED BY SIZE
                          INTO WS-RIGA
               ELSE
                   STRING TR-NUM1 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Operatore DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TR-NUM2 DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          Risultato DELIMITED BY SIZE
                          INTO WS-RIGA
