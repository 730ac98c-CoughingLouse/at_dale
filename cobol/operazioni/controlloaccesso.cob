      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: The operator sign-on Elezioni has always had, as a
      *          callable service for every other interactive program
      *          of the shop (COPY ACCESSO): the operator keys the
      *          code, it is checked against the roster
      *          (OPERATORI.DAT - unknown or inactive codes are
      *          refused), and the operator's level against the
      *          function authorisation table OperManut keeps
      *          (AUTORIZZAZIONI.DAT, AUTORIZD copybook), which says
      *          which level may use which program and mode. Every
      *          refusal goes to the shared error log under the
      *          calling program's name with the code that tried, so
      *          the morning summary shows who was turned away from
      *          what. The code comes back to the caller to stamp on
      *          its own logs and records.
      *          Two rules keep the shop from locking itself out: a
      *          supervisor passes every program and mode, and with
      *          no authorisation table on disk a recognised operator
      *          passes with a warning on the log until the table is
      *          set up. With no roster on disk only OperManut opens,
      *          so the first supervisor can be entered.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlloAccesso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatoriFile ASSIGN TO WS-FILE-OPERATORI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERATORI.
           SELECT AutorizzazioniFile ASSIGN TO WS-FILE-AUTORIZZAZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUTORIZZAZIONI.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
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
           COPY AUTORIZD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-OPERATORI   PIC X(50) VALUE "OPERATORI.DAT".
       01  WS-FS-OPERATORI     PIC XX VALUE "00".
       01  WS-FILE-AUTORIZZAZIONI PIC X(50)
                               VALUE "AUTORIZZAZIONI.DAT".
       01  WS-FS-AUTORIZZAZIONI PIC XX VALUE "00".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-CODICE-CERCATO   PIC X(8) VALUE SPACES.
      * Roster lookup result: "S"/"O" level, "N" not on file.
       01  WS-LIVELLO-TROVATO  PIC X VALUE "N".
       01  WS-STATO-OP-TROVATO PIC X VALUE SPACE.
       01  WS-NOME-TROVATO     PIC X(30) VALUE SPACES.
       01  WS-MAX-TENTATIVI    PIC 9 VALUE 3.
       01  WS-TENTATIVI        PIC 9 VALUE 0.
       01  WS-AUTORIZZATO      PIC X VALUE "N".
           COPY ERRLOGW.
       LINKAGE SECTION.
      * The caller's request (ACCESSOW copybook): its own name and
      * the mode chosen; the operator code, blank to ask for it; the
      * level and the outcome handed back ("0" autorizzato, "O"
      * operatore non riconosciuto o non attivo, "L" livello non
      * autorizzato).
       01  LK-RICHIESTA.
           05 LK-PROGRAMMA     PIC X(20).
           05 LK-MODALITA      PIC X.
           05 LK-OPERATORE     PIC X(8).
           05 LK-LIVELLO       PIC X.
           05 LK-ESITO         PIC X.
       PROCEDURE DIVISION USING LK-RICHIESTA.
       MAIN-PROCEDURE.
           MOVE "0" TO LK-ESITO.
           MOVE LK-PROGRAMMA TO WS-ERR-PROGRAMMA.
           MOVE FUNCTION UPPER-CASE (LK-MODALITA) TO LK-MODALITA.
           IF LK-OPERATORE = SPACES
               PERFORM Riconosci-Operatore
                       THRU Riconosci-Operatore-exit
           ELSE
               MOVE LK-OPERATORE TO WS-CODICE-CERCATO
               PERFORM Cerca-Operatore THRU Cerca-Operatore-exit
               MOVE WS-LIVELLO-TROVATO TO LK-LIVELLO
           END-IF.
           IF LK-ESITO = "0"
               PERFORM Verifica-Autorizzazione
                       THRU Verifica-Autorizzazione-exit
           END-IF.
           GOBACK.

       Riconosci-Operatore.
      *    Up to three tries at the code; an unattended run answering
      *    from its input stream must not loop on a wrong code.
           MOVE 0 TO WS-TENTATIVI.
           MOVE SPACES TO LK-OPERATORE.
           MOVE "N" TO WS-LIVELLO-TROVATO.
           PERFORM UNTIL WS-LIVELLO-TROVATO NOT = "N"
                      OR WS-TENTATIVI >= WS-MAX-TENTATIVI
               ADD 1 TO WS-TENTATIVI
               DISPLAY "Codice operatore: "
               MOVE SPACES TO WS-CODICE-CERCATO
               ACCEPT WS-CODICE-CERCATO
               IF WS-CODICE-CERCATO NOT = SPACES
                   PERFORM Cerca-Operatore THRU Cerca-Operatore-exit
                   IF WS-FS-OPERATORI NOT = "00"
                       GO TO Riconosci-Operatore-exit
                   END-IF
                   IF WS-LIVELLO-TROVATO = "N"
                       DISPLAY "Codice operatore non riconosciuto."
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LIVELLO-TROVATO = "N" AND LK-OPERATORE = SPACES
               MOVE "O" TO LK-ESITO
               MOVE "Riconosci-Operatore" TO WS-ERR-PARAGRAFO
               MOVE "accesso rifiutato: nessun codice operatore"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE SPACE TO LK-LIVELLO
           END-IF.
       Riconosci-Operatore-exit.
           EXIT.

       Cerca-Operatore.
      *    WS-CODICE-CERCATO against the roster. The outcome is set
      *    here: a missing roster, an unknown code and an inactive
      *    operator are each refused and logged.
           MOVE "N" TO WS-LIVELLO-TROVATO.
           MOVE SPACE TO WS-STATO-OP-TROVATO.
           MOVE SPACES TO WS-NOME-TROVATO.
           MOVE "N" TO WS-EOF-LETTURA.
           MOVE WS-CODICE-CERCATO TO WS-ERR-OPERATORE.
           OPEN INPUT OperatoriFile.
           IF WS-FS-OPERATORI NOT = "00"
               PERFORM Ruolo-Assente THRU Ruolo-Assente-exit
               GO TO Cerca-Operatore-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ OperatoriFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF OP-CODICE = WS-CODICE-CERCATO
                           MOVE OP-LIVELLO TO WS-LIVELLO-TROVATO
                           MOVE OP-STATO TO WS-STATO-OP-TROVATO
                           MOVE OP-NOME TO WS-NOME-TROVATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OperatoriFile.
           MOVE WS-CODICE-CERCATO TO LK-OPERATORE.
           MOVE WS-LIVELLO-TROVATO TO LK-LIVELLO.
           IF WS-LIVELLO-TROVATO = "N"
               MOVE "O" TO LK-ESITO
               MOVE "Cerca-Operatore" TO WS-ERR-PARAGRAFO
               MOVE "accesso rifiutato: codice operatore sconosciuto"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Cerca-Operatore-exit
           END-IF.
           IF WS-STATO-OP-TROVATO = "I"
               DISPLAY "Operatore " WS-CODICE-CERCATO
                       " non attivo sul ruolo: accesso rifiutato."
               MOVE "I" TO WS-LIVELLO-TROVATO
               MOVE SPACE TO LK-LIVELLO
               MOVE "O" TO LK-ESITO
               MOVE "Cerca-Operatore" TO WS-ERR-PARAGRAFO
               MOVE "accesso rifiutato: operatore non attivo"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE SPACE TO LK-LIVELLO
               GO TO Cerca-Operatore-exit
           END-IF.
           MOVE "0" TO LK-ESITO.
       Cerca-Operatore-exit.
           EXIT.

       Ruolo-Assente.
      *    Without a roster nobody can be recognised. OperManut alone
      *    opens, as a supervisor, so the roster can be started;
      *    everything else is refused.
           MOVE "Ruolo-Assente" TO WS-ERR-PARAGRAFO.
           IF LK-PROGRAMMA = "OperManut"
               DISPLAY "Ruolo operatori " FUNCTION TRIM
                       (WS-FILE-OPERATORI) " non trovato: accesso"
                       " concesso per l'impianto del ruolo."
               MOVE "S" TO WS-LIVELLO-TROVATO
               MOVE "S" TO LK-LIVELLO
               MOVE "0" TO LK-ESITO
               MOVE "ruolo operatori assente: accesso per l'impianto"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
           ELSE
               DISPLAY "Ruolo operatori " FUNCTION TRIM
                       (WS-FILE-OPERATORI) " non trovato: nessun"
                       " operatore riconoscibile."
               MOVE "I" TO WS-LIVELLO-TROVATO
               MOVE SPACE TO LK-LIVELLO
               MOVE "O" TO LK-ESITO
               MOVE "accesso rifiutato: ruolo operatori assente"
                   TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
           END-IF.
           COPY ERRLOG.
           MOVE WS-CODICE-CERCATO TO LK-OPERATORE.
       Ruolo-Assente-exit.
           EXIT.

       Verifica-Autorizzazione.
      *    The supervisor level passes; any other level needs a line
      *    of the table for this program and this mode (or "*").
           IF LK-LIVELLO = "S"
               GO TO Verifica-Autorizzazione-ok
           END-IF.
           MOVE "N" TO WS-AUTORIZZATO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT AutorizzazioniFile.
           IF WS-FS-AUTORIZZAZIONI NOT = "00"
               MOVE "Verifica-Autorizzazione" TO WS-ERR-PARAGRAFO
               MOVE "tabella autorizzazioni assente: accesso concesso"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Verifica-Autorizzazione-ok
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
                      OR WS-AUTORIZZATO = "Y"
               READ AutorizzazioniFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF AZ-LIVELLO = LK-LIVELLO
                          AND AZ-PROGRAMMA = LK-PROGRAMMA
                          AND (AZ-MODALITA = "*"
                               OR AZ-MODALITA = LK-MODALITA)
                           MOVE "Y" TO WS-AUTORIZZATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AutorizzazioniFile.
           IF WS-AUTORIZZATO = "Y"
               GO TO Verifica-Autorizzazione-ok
           END-IF.
           MOVE "L" TO LK-ESITO.
           DISPLAY "Operatore " LK-OPERATORE " (livello " LK-LIVELLO
                   ") non autorizzato a " FUNCTION TRIM (LK-PROGRAMMA)
                   " modalita' " LK-MODALITA ".".
           MOVE "Verifica-Autorizzazione" TO WS-ERR-PARAGRAFO.
           MOVE SPACES TO WS-ERR-MESSAGGIO.
           STRING "accesso rifiutato: modalita' " DELIMITED BY SIZE
                  LK-MODALITA DELIMITED BY SIZE
                  " non autorizzata al livello " DELIMITED BY SIZE
                  LK-LIVELLO DELIMITED BY SIZE
                  INTO WS-ERR-MESSAGGIO.
           MOVE "A" TO WS-ERR-SEVERITA.
           COPY ERRLOG.
           GO TO Verifica-Autorizzazione-exit.
       Verifica-Autorizzazione-ok.
           IF WS-TENTATIVI > 0
               DISPLAY "Sessione aperta dall'operatore "
                       FUNCTION TRIM (LK-OPERATORE) " - "
                       FUNCTION TRIM (WS-NOME-TROVATO)
                       " (livello " LK-LIVELLO ")."
           END-IF.
       Verifica-Autorizzazione-exit.
           EXIT.
       END PROGRAM ControlloAccesso.
