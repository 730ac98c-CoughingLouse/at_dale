      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: The named formula library of FORMULE.DAT as a
      *          shared, callable service: any program in the shop
      *          can CALL "MotoreFormule" with a formula name and its
      *          P1-P9 values, the way it CALLs IncrementoDecremento
      *          for a number, and gets the result back - or an
      *          outcome code for an unknown formula, a division by
      *          zero, an overflow or a rate not in force - instead
      *          of carrying its own copy of the arithmetic. The
      *          steps run exactly as at the Calcolatrice desk (same
      *          tokens, same truncation to two decimals), T:<nome>
      *          rates resolving on the caller's value date. Every
      *          call is dated on FORMULE.LOG with the calling
      *          program's name and the outcome, next to the
      *          definitions it ran under.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MotoreFormule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FormuleFile ASSIGN TO "FORMULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORMULE.
           SELECT TassiFile ASSIGN TO "TASSI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASSI.
           SELECT FormuleLogFile ASSIGN TO "FORMULE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FORMULE-LOG.
       DATA DIVISION.
       FILE SECTION.
           COPY FORMULED.
           COPY TASSID.
       FD  FormuleLogFile.
       01  FormulaLogLine      PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FS-FORMULE       PIC XX VALUE "00".
       01  WS-FS-TASSI         PIC XX VALUE "00".
       01  WS-FS-FORMULE-LOG   PIC XX VALUE "00".
       01  WS-EOF-FORMULE      PIC X VALUE "N".
       01  WS-EOF-TASSI        PIC X VALUE "N".
      * The library is read on the first call of a run and kept:
      * a caller billing thousands of invoices does not reread it
      * for each one.
       01  WS-LIBRERIA-CARICATA PIC X VALUE "N".
       01  WS-MAX-PASSI        PIC 9(3) VALUE 200.
       01  WS-NUM-PASSI        PIC 9(3) VALUE 0.
       01  WS-PASSO-IDX        PIC 9(3) VALUE 0.
       01  FORMULE-TAB.
           05 FORMULA-ROW OCCURS 200 TIMES.
              10 FS-NOME        PIC X(10).
              10 FS-PASSO       PIC 99.
              10 FS-OP1         PIC X(10).
              10 FS-OPERATORE   PIC X.
              10 FS-OP2         PIC X(10).
              10 FS-MEMORIA     PIC XX.
       01  WS-MAX-TASSI        PIC 9(3) VALUE 500.
       01  WS-NUM-TASSI        PIC 9(3) VALUE 0.
       01  WS-TASSO-IDX        PIC 9(3) VALUE 0.
       01  WS-TASSO-TROVATO    PIC 9(3) VALUE 0.
       01  TASSI-TAB.
           05 TASSO-ROW OCCURS 500 TIMES.
              10 TT-NOME        PIC X(8).
              10 TT-DATA-DA     PIC 9(8).
              10 TT-VALORE      PIC S9(6)V9(6).
       01  WS-NOME-FORMULA     PIC X(10) VALUE SPACES.
       01  WS-FORMULA-TROVATA  PIC X VALUE "N".
       01  WS-NOME-TASSO       PIC X(8) VALUE SPACES.
       01  WS-DATA-VALUTA      PIC 9(8) VALUE 0.
       01  WS-TOKEN            PIC X(10) VALUE SPACES.
       01  WS-OPERANDO         PIC S9(6)V9(6) VALUE 0.
       01  WS-NUM1             PIC S9(6)V9(6) VALUE 0.
       01  WS-NUM2             PIC S9(6)V9(6) VALUE 0.
       01  WS-OPERATORE        PIC X VALUE SPACE.
       01  WS-RISULTATO        PIC S9(12)V99 VALUE 0.
       01  WS-QUOZIENTE        PIC S9(8) VALUE 0.
       01  WS-P-IDX            PIC 99 VALUE 0.
       01  WS-REGISTRO-N       PIC 9 VALUE 0.
       01  MEMORIA-TAB.
           05 WS-MEMORIA OCCURS 5 TIMES PIC S9(12)V99.
       01  WS-RISULTATO-ED     PIC -(12)9.99.
       01  WS-DATA-ORA-LOG.
           05 WS-LOG-DATA      PIC 9(8).
           05 WS-LOG-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
       LINKAGE SECTION.
      * The caller's request: the formula name, the placeholder
      * values P1-P9 (unused ones ignored), the value date its T:
      * rates resolve on (0 = today), the result handed back, the
      * outcome code ("0" ok, "F" formula non in libreria, "Z"
      * divisione per zero, "O" risultato o operando oltre la
      * capacita', "T" tasso non in vigore alla data valuta, "E"
      * operatore o operando non riconosciuto), the step that
      * failed, and the calling program's name for FORMULE.LOG.
       01  LK-RICHIESTA.
           05 LK-FORMULA           PIC X(10).
           05 LK-VALORE OCCURS 9 TIMES PIC S9(6)V99.
           05 LK-DATA-VALUTA       PIC 9(8).
           05 LK-RISULTATO         PIC S9(12)V99.
           05 LK-ESITO             PIC X.
           05 LK-PASSO             PIC 99.
           05 LK-CHIAMANTE         PIC X(10).
       PROCEDURE DIVISION USING LK-RICHIESTA.
       MAIN-PROCEDURE.
           MOVE "0" TO LK-ESITO.
           MOVE 0 TO LK-RISULTATO.
           MOVE 0 TO LK-PASSO.
           IF WS-LIBRERIA-CARICATA = "N"
               PERFORM Carica-Formule THRU Carica-Formule-exit
               PERFORM Carica-Tassi THRU Carica-Tassi-exit
               MOVE "Y" TO WS-LIBRERIA-CARICATA
           END-IF.
           MOVE FUNCTION UPPER-CASE (LK-FORMULA) TO WS-NOME-FORMULA.
           IF LK-DATA-VALUTA IS NUMERIC AND LK-DATA-VALUTA > 0
               MOVE LK-DATA-VALUTA TO WS-DATA-VALUTA
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-VALUTA
           END-IF.
           PERFORM Esegui-Formula THRU Esegui-Formula-exit.
           IF LK-ESITO = "0"
               MOVE WS-RISULTATO TO LK-RISULTATO
           END-IF.
           PERFORM Registra-Chiamata THRU Registra-Chiamata-exit.
           GOBACK.

       Carica-Formule.
           MOVE 0 TO WS-NUM-PASSI.
           MOVE "N" TO WS-EOF-FORMULE.
           OPEN INPUT FormuleFile.
           IF WS-FS-FORMULE NOT = "00"
               GO TO Carica-Formule-exit
           END-IF.
           PERFORM UNTIL WS-EOF-FORMULE = "Y"
               READ FormuleFile
                   AT END MOVE "Y" TO WS-EOF-FORMULE
                   NOT AT END
                       IF WS-NUM-PASSI < WS-MAX-PASSI
                           ADD 1 TO WS-NUM-PASSI
                           MOVE FM-NOME TO FS-NOME (WS-NUM-PASSI)
                           MOVE FM-PASSO TO FS-PASSO (WS-NUM-PASSI)
                           MOVE FM-OP1 TO FS-OP1 (WS-NUM-PASSI)
                           MOVE FM-OPERATORE
                               TO FS-OPERATORE (WS-NUM-PASSI)
                           MOVE FM-OP2 TO FS-OP2 (WS-NUM-PASSI)
                           MOVE FM-MEMORIA
                               TO FS-MEMORIA (WS-NUM-PASSI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FormuleFile.
       Carica-Formule-exit.
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
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TassiFile.
       Carica-Tassi-exit.
           EXIT.

       Esegui-Formula.
      *    Every step of the named template in order; the first
      *    failing step stops the run and its code goes back, never
      *    a half-result.
           MOVE 0 TO WS-RISULTATO.
           INITIALIZE MEMORIA-TAB.
           MOVE "N" TO WS-FORMULA-TROVATA.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-NUM-PASSI
                   OR LK-ESITO NOT = "0"
               IF FS-NOME (WS-PASSO-IDX) = WS-NOME-FORMULA
                   MOVE "Y" TO WS-FORMULA-TROVATA
                   PERFORM Esegui-Passo THRU Esegui-Passo-exit
               END-IF
           END-PERFORM.
           IF WS-FORMULA-TROVATA = "N"
               MOVE "F" TO LK-ESITO
           END-IF.
       Esegui-Formula-exit.
           EXIT.

       Esegui-Passo.
           MOVE FS-PASSO (WS-PASSO-IDX) TO LK-PASSO.
           MOVE FS-OP1 (WS-PASSO-IDX) TO WS-TOKEN.
           PERFORM Risolvi-Operando THRU Risolvi-Operando-exit.
           IF LK-ESITO NOT = "0"
               GO TO Esegui-Passo-exit
           END-IF.
           MOVE WS-OPERANDO TO WS-NUM1.
           MOVE FS-OP2 (WS-PASSO-IDX) TO WS-TOKEN.
           PERFORM Risolvi-Operando THRU Risolvi-Operando-exit.
           IF LK-ESITO NOT = "0"
               GO TO Esegui-Passo-exit
           END-IF.
           MOVE WS-OPERANDO TO WS-NUM2.
           MOVE FS-OPERATORE (WS-PASSO-IDX) TO WS-OPERATORE.
           PERFORM Calcola THRU Calcola-exit.
           IF LK-ESITO NOT = "0"
               GO TO Esegui-Passo-exit
           END-IF.
           IF FS-MEMORIA (WS-PASSO-IDX) (2:1) < "1"
              OR FS-MEMORIA (WS-PASSO-IDX) (2:1) > "5"
               GO TO Esegui-Passo-exit
           END-IF.
           MOVE FS-MEMORIA (WS-PASSO-IDX) (2:1) TO WS-REGISTRO-N.
           IF FS-MEMORIA (WS-PASSO-IDX) (1:1) = "A"
              OR FS-MEMORIA (WS-PASSO-IDX) (1:1) = "a"
               ADD WS-RISULTATO TO WS-MEMORIA (WS-REGISTRO-N)
                   ON SIZE ERROR MOVE "O" TO LK-ESITO
               END-ADD
           ELSE
               MOVE WS-RISULTATO TO WS-MEMORIA (WS-REGISTRO-N)
           END-IF.
       Esegui-Passo-exit.
           EXIT.

       Risolvi-Operando.
      *    One template token into WS-OPERANDO: a placeholder takes
      *    the caller's value, R the previous result, M<n> a
      *    register, T:<nome> the rate in force on the value date,
      *    anything else must read as a number.
           EVALUATE TRUE
               WHEN (WS-TOKEN (1:1) = "P" OR WS-TOKEN (1:1) = "p")
                AND WS-TOKEN (2:1) >= "1"
                AND WS-TOKEN (2:1) <= "9"
                   MOVE WS-TOKEN (2:1) TO WS-P-IDX
                   IF LK-VALORE (WS-P-IDX) IS NUMERIC
                       MOVE LK-VALORE (WS-P-IDX) TO WS-OPERANDO
                   ELSE
                       MOVE "E" TO LK-ESITO
                   END-IF
               WHEN WS-TOKEN = "R" OR WS-TOKEN = "r"
                   IF WS-RISULTATO > 999999.99
                      OR WS-RISULTATO < -999999.99
                       MOVE "O" TO LK-ESITO
                   ELSE
                       MOVE WS-RISULTATO TO WS-OPERANDO
                   END-IF
               WHEN (WS-TOKEN (1:1) = "M" OR WS-TOKEN (1:1) = "m")
                AND WS-TOKEN (2:1) >= "1"
                AND WS-TOKEN (2:1) <= "5"
                   MOVE WS-TOKEN (2:1) TO WS-REGISTRO-N
                   IF WS-MEMORIA (WS-REGISTRO-N) > 999999.99
                      OR WS-MEMORIA (WS-REGISTRO-N) < -999999.99
                       MOVE "O" TO LK-ESITO
                   ELSE
                       MOVE WS-MEMORIA (WS-REGISTRO-N) TO WS-OPERANDO
                   END-IF
               WHEN WS-TOKEN (1:2) = "T:" OR WS-TOKEN (1:2) = "t:"
                   MOVE FUNCTION UPPER-CASE (WS-TOKEN (3:8))
                       TO WS-NOME-TASSO
                   PERFORM Cerca-Tasso THRU Cerca-Tasso-exit
                   IF WS-TASSO-TROVATO = 0
                       MOVE "T" TO LK-ESITO
                   ELSE
                       MOVE TT-VALORE (WS-TASSO-TROVATO)
                           TO WS-OPERANDO
                   END-IF
               WHEN FUNCTION TEST-NUMVAL (WS-TOKEN) NOT = 0
                   MOVE "E" TO LK-ESITO
               WHEN OTHER
                   COMPUTE WS-OPERANDO = FUNCTION NUMVAL (WS-TOKEN)
                       ON SIZE ERROR MOVE "O" TO LK-ESITO
                   END-COMPUTE
           END-EVALUATE.
       Risolvi-Operando-exit.
           EXIT.

       Cerca-Tasso.
      *    The value of WS-NOME-TASSO with the latest effective-from
      *    date not after the value date; 0 when none was in force.
           MOVE 0 TO WS-TASSO-TROVATO.
           PERFORM VARYING WS-TASSO-IDX FROM 1 BY 1
                   UNTIL WS-TASSO-IDX > WS-NUM-TASSI
               IF TT-NOME (WS-TASSO-IDX) = WS-NOME-TASSO
                  AND TT-DATA-DA (WS-TASSO-IDX) <= WS-DATA-VALUTA
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

       Calcola.
      *    The desk's arithmetic, truncating to two decimals as
      *    Calcolatrice does, with every overflow caught instead of
      *    silently losing the high-order digits.
           EVALUATE WS-OPERATORE
               WHEN "+"
                   ADD WS-NUM1, WS-NUM2 GIVING WS-RISULTATO
                       ON SIZE ERROR MOVE "O" TO LK-ESITO
                   END-ADD
               WHEN "-"
                   SUBTRACT WS-NUM2 FROM WS-NUM1 GIVING WS-RISULTATO
                       ON SIZE ERROR MOVE "O" TO LK-ESITO
                   END-SUBTRACT
               WHEN "*"
                   MULTIPLY WS-NUM1 BY WS-NUM2 GIVING WS-RISULTATO
                       ON SIZE ERROR MOVE "O" TO LK-ESITO
                   END-MULTIPLY
               WHEN "/"
                   IF WS-NUM2 = 0
                       MOVE "Z" TO LK-ESITO
                   ELSE
                       DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-RISULTATO
                           ON SIZE ERROR MOVE "O" TO LK-ESITO
                       END-DIVIDE
                   END-IF
               WHEN "%"
                   IF WS-NUM2 = 0
                       MOVE "Z" TO LK-ESITO
                   ELSE
                       DIVIDE WS-NUM1 BY WS-NUM2 GIVING WS-QUOZIENTE
                           REMAINDER WS-RISULTATO
                           ON SIZE ERROR MOVE "O" TO LK-ESITO
                       END-DIVIDE
                   END-IF
               WHEN "^"
                   COMPUTE WS-RISULTATO = WS-NUM1 ** WS-NUM2
                       ON SIZE ERROR MOVE "O" TO LK-ESITO
                   END-COMPUTE
               WHEN OTHER
                   MOVE "E" TO LK-ESITO
           END-EVALUATE.
       Calcola-exit.
           EXIT.

       Registra-Chiamata.
      *    One dated line per call on FORMULE.LOG: formula, caller,
      *    outcome and result, so a billed figure can be traced to
      *    the formula version in force when it was computed.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-LOG.
           OPEN EXTEND FormuleLogFile.
           IF WS-FS-FORMULE-LOG = "35"
               OPEN OUTPUT FormuleLogFile
               CLOSE FormuleLogFile
               OPEN EXTEND FormuleLogFile
           END-IF.
           MOVE LK-RISULTATO TO WS-RISULTATO-ED.
           MOVE SPACES TO FormulaLogLine.
           STRING WS-LOG-DATA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LOG-ORA DELIMITED BY SIZE
                  " CHIAMATA   " DELIMITED BY SIZE
                  WS-NOME-FORMULA DELIMITED BY SIZE
                  " da " DELIMITED BY SIZE
                  LK-CHIAMANTE DELIMITED BY SIZE
                  " esito " DELIMITED BY SIZE
                  LK-ESITO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RISULTATO-ED DELIMITED BY SIZE
                  INTO FormulaLogLine.
           WRITE FormulaLogLine.
           CLOSE FormuleLogFile.
       Registra-Chiamata-exit.
           EXIT.
