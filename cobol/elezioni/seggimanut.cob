      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Maintain the polling-station master (SEGGI.DAT,
      *          layout ELEZSEGD) the election programs look a
      *          seggio up on, so a report can say "Palestra scuola
      *          Verdi, Via Roma 12" next to the bare code: add a
      *          seggio, amend its details (address, comune,
      *          district, step-free access, president), take the
      *          expected register count from its REG_<seggio>.DAT
      *          at a revision, suppress one that is no longer used
      *          (kept on file so old results still resolve), and
      *          list the master.
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeggiManut.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEGGIOS.
           SELECT RegistroFile ASSIGN TO WS-FILE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY ELEZSEGD.
       FD  RegistroFile.
       01  RegistroRecord      PIC X(20).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-SEGGI       PIC X(50) VALUE "SEGGI.DAT".
       01  WS-FS-SEGGI         PIC XX VALUE "00".
       01  WS-FILE-REGISTRO    PIC X(50) VALUE SPACES.
       01  WS-FS-REGISTRO      PIC XX VALUE "00".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-MODALITA         PIC X VALUE "L".
       01  WS-MAX-SEGGI        PIC 9(4) VALUE 500.
       01  WS-NUM-SEGGI        PIC 9(4) VALUE 0.
       01  WS-SEGGIO-IDX       PIC 9(4) VALUE 0.
       01  WS-SEGGIO-TROVATO   PIC 9(4) VALUE 0.
       01  SEGGI-TAB.
           05 SEGGIO-ROW OCCURS 500 TIMES PIC X(155).
       01  WS-CODICE-SCELTO    PIC X(10) VALUE SPACES.
       01  WS-CAMPO            PIC X VALUE SPACES.
       01  WS-VALORE           PIC X(40) VALUE SPACES.
       01  WS-CONTA-REGISTRO   PIC 9(5) VALUE 0.
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA      PIC 9(8).
           05 WS-CDC-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Anagrafe dei seggi ::".
           DISPLAY "Modalita' (A=aggiungi seggio, M=modifica,"
                   " R=conteggio elettori dal registro, S=sopprimi,"
                   " L=lista): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "SeggiManut" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Seggi THRU Carica-Seggi-exit.
           EVALUATE WS-MODALITA
               WHEN "A"
                   PERFORM Aggiungi-Seggio THRU Aggiungi-Seggio-exit
               WHEN "M"
                   PERFORM Modifica-Seggio THRU Modifica-Seggio-exit
               WHEN "R"
                   PERFORM Conta-Registro-Seggio
                           THRU Conta-Registro-Seggio-exit
               WHEN "S"
                   PERFORM Sopprimi-Seggio THRU Sopprimi-Seggio-exit
               WHEN OTHER
                   PERFORM Lista-Seggi THRU Lista-Seggi-exit
           END-EVALUATE.
           STOP RUN.

       Carica-Seggi.
           MOVE 0 TO WS-NUM-SEGGI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT SeggiFile.
           IF WS-FS-SEGGI NOT = "00"
               DISPLAY "Anagrafe " WS-FILE-SEGGI " non trovata:"
                       " si parte da un'anagrafe vuota."
               GO TO Carica-Seggi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SeggiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-SEGGI < WS-MAX-SEGGI
                           ADD 1 TO WS-NUM-SEGGI
                           IF AS-ELETTORI-ATTESI NOT NUMERIC
                               MOVE 0 TO AS-ELETTORI-ATTESI
                           END-IF
                           IF AS-DATA-REVISIONE NOT NUMERIC
                               MOVE 0 TO AS-DATA-REVISIONE
                           END-IF
                           MOVE SeggioRecord
                               TO SEGGIO-ROW (WS-NUM-SEGGI)
                       ELSE
                           DISPLAY "Anagrafe oltre il limite di "
                                   WS-MAX-SEGGI " seggi: voce"
                                   " ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SeggiFile.
       Carica-Seggi-exit.
           EXIT.

       Salva-Seggi.
           OPEN OUTPUT SeggiFile.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               MOVE SEGGIO-ROW (WS-SEGGIO-IDX) TO SeggioRecord
               WRITE SeggioRecord
           END-PERFORM.
           CLOSE SeggiFile.
       Salva-Seggi-exit.
           EXIT.

       Cerca-Seggio.
           MOVE 0 TO WS-SEGGIO-TROVATO.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               IF SEGGIO-ROW (WS-SEGGIO-IDX) (1:10) = WS-CODICE-SCELTO
                   MOVE WS-SEGGIO-IDX TO WS-SEGGIO-TROVATO
               END-IF
           END-PERFORM.
       Cerca-Seggio-exit.
           EXIT.

       Aggiungi-Seggio.
           DISPLAY "Codice del nuovo seggio (10 caratteri): ".
           ACCEPT WS-CODICE-SCELTO.
           IF WS-CODICE-SCELTO = SPACES
               DISPLAY "Codice seggio obbligatorio."
               GO TO Aggiungi-Seggio-exit
           END-IF.
           PERFORM Cerca-Seggio THRU Cerca-Seggio-exit.
           IF WS-SEGGIO-TROVATO > 0
               DISPLAY "Seggio " WS-CODICE-SCELTO " gia' in anagrafe:"
                       " nessuna aggiunta."
               MOVE "SeggiManut" TO WS-ERR-PROGRAMMA
               MOVE "Aggiungi-Seggio" TO WS-ERR-PARAGRAFO
               MOVE "codice seggio duplicato" TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               GO TO Aggiungi-Seggio-exit
           END-IF.
           IF WS-NUM-SEGGI >= WS-MAX-SEGGI
               DISPLAY "Anagrafe al limite di " WS-MAX-SEGGI
                       " seggi: nessuna aggiunta."
               GO TO Aggiungi-Seggio-exit
           END-IF.
           MOVE SPACES TO SeggioRecord.
           MOVE WS-CODICE-SCELTO TO AS-CODICE.
           DISPLAY "Denominazione della sede: ".
           ACCEPT AS-NOME.
           DISPLAY "Indirizzo: ".
           ACCEPT AS-INDIRIZZO.
           DISPLAY "Comune: ".
           ACCEPT AS-COMUNE.
           DISPLAY "Circoscrizione elettorale: ".
           ACCEPT AS-CIRCOSCRIZIONE.
           DISPLAY "Accesso senza barriere (S/N): ".
           ACCEPT AS-ACCESSIBILE.
           MOVE FUNCTION UPPER-CASE (AS-ACCESSIBILE) TO AS-ACCESSIBILE.
           IF AS-ACCESSIBILE NOT = "S"
               MOVE "N" TO AS-ACCESSIBILE
           END-IF.
           DISPLAY "Presidente di seggio nominato: ".
           ACCEPT AS-PRESIDENTE.
           MOVE 0 TO AS-ELETTORI-ATTESI.
           MOVE 0 TO AS-DATA-REVISIONE.
           MOVE "A" TO AS-STATO.
           ADD 1 TO WS-NUM-SEGGI.
           MOVE SeggioRecord TO SEGGIO-ROW (WS-NUM-SEGGI).
           PERFORM Salva-Seggi THRU Salva-Seggi-exit.
           DISPLAY "Seggio " WS-CODICE-SCELTO " aggiunto all'anagrafe:"
                   " conteggio elettori da prendere con R.".
       Aggiungi-Seggio-exit.
           EXIT.

       Modifica-Seggio.
      *    One field at a time, like the student maintenance menu:
      *    the code itself never changes - every election file is
      *    named after it.
           DISPLAY "Codice del seggio da modificare: ".
           ACCEPT WS-CODICE-SCELTO.
           PERFORM Cerca-Seggio THRU Cerca-Seggio-exit.
           IF WS-SEGGIO-TROVATO = 0
               DISPLAY "Seggio " WS-CODICE-SCELTO " non in anagrafe."
               GO TO Modifica-Seggio-exit
           END-IF.
           MOVE SEGGIO-ROW (WS-SEGGIO-TROVATO) TO SeggioRecord.
           MOVE SPACES TO WS-CAMPO.
           PERFORM UNTIL WS-CAMPO = "F"
               DISPLAY "Campo (D=denominazione, I=indirizzo,"
                       " C=comune, Z=circoscrizione, B=accesso senza"
                       " barriere, P=presidente, F=fine): "
               ACCEPT WS-CAMPO
               MOVE FUNCTION UPPER-CASE (WS-CAMPO) TO WS-CAMPO
               IF WS-CAMPO NOT = "F"
                   DISPLAY "Nuovo valore: "
                   MOVE SPACES TO WS-VALORE
                   ACCEPT WS-VALORE
               END-IF
               EVALUATE WS-CAMPO
                   WHEN "D" MOVE WS-VALORE TO AS-NOME
                   WHEN "I" MOVE WS-VALORE TO AS-INDIRIZZO
                   WHEN "C" MOVE WS-VALORE TO AS-COMUNE
                   WHEN "Z" MOVE WS-VALORE TO AS-CIRCOSCRIZIONE
                   WHEN "B"
                       MOVE FUNCTION UPPER-CASE (WS-VALORE (1:1))
                           TO AS-ACCESSIBILE
                       IF AS-ACCESSIBILE NOT = "S"
                           MOVE "N" TO AS-ACCESSIBILE
                       END-IF
                   WHEN "P" MOVE WS-VALORE TO AS-PRESIDENTE
                   WHEN "F" CONTINUE
                   WHEN OTHER
                       DISPLAY "Campo non riconosciuto."
               END-EVALUATE
           END-PERFORM.
           MOVE SeggioRecord TO SEGGIO-ROW (WS-SEGGIO-TROVATO).
           PERFORM Salva-Seggi THRU Salva-Seggi-exit.
           DISPLAY "Seggio " WS-CODICE-SCELTO " aggiornato.".
       Modifica-Seggio-exit.
           EXIT.

       Conta-Registro-Seggio.
      *    The expected register count is taken from the register
      *    itself at a revision, never keyed: it is the figure the
      *    turnout and the quorum are measured against.
           DISPLAY "Codice del seggio (vuoto = tutti): ".
           ACCEPT WS-CODICE-SCELTO.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               MOVE SEGGIO-ROW (WS-SEGGIO-IDX) TO SeggioRecord
               IF (WS-CODICE-SCELTO = SPACES
                   OR AS-CODICE = WS-CODICE-SCELTO)
                  AND AS-STATO NOT = "S"
                   PERFORM Conta-Un-Registro
                           THRU Conta-Un-Registro-exit
                   MOVE SeggioRecord TO SEGGIO-ROW (WS-SEGGIO-IDX)
               END-IF
           END-PERFORM.
           PERFORM Salva-Seggi THRU Salva-Seggi-exit.
       Conta-Registro-Seggio-exit.
           EXIT.

       Conta-Un-Registro.
           MOVE SPACES TO WS-FILE-REGISTRO.
           STRING "REG_" DELIMITED BY SIZE
                  AS-CODICE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-REGISTRO.
           MOVE 0 TO WS-CONTA-REGISTRO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RegistroFile.
           IF WS-FS-REGISTRO NOT = "00"
               DISPLAY "Seggio " AS-CODICE ": registro "
                       WS-FILE-REGISTRO " non trovato, conteggio"
                       " invariato."
               GO TO Conta-Un-Registro-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegistroFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF RegistroRecord NOT = SPACES
                           ADD 1 TO WS-CONTA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RegistroFile.
           MOVE WS-CONTA-REGISTRO TO AS-ELETTORI-ATTESI.
           MOVE WS-CDC-DATA TO AS-DATA-REVISIONE.
           DISPLAY "Seggio " AS-CODICE ": " WS-CONTA-REGISTRO
                   " elettori iscritti al " WS-CDC-DATA ".".
       Conta-Un-Registro-exit.
           EXIT.

       Sopprimi-Seggio.
           DISPLAY "Codice del seggio da sopprimere: ".
           ACCEPT WS-CODICE-SCELTO.
           PERFORM Cerca-Seggio THRU Cerca-Seggio-exit.
           IF WS-SEGGIO-TROVATO = 0
               DISPLAY "Seggio " WS-CODICE-SCELTO " non in anagrafe."
               GO TO Sopprimi-Seggio-exit
           END-IF.
           MOVE SEGGIO-ROW (WS-SEGGIO-TROVATO) TO SeggioRecord.
           MOVE "S" TO AS-STATO.
           MOVE SeggioRecord TO SEGGIO-ROW (WS-SEGGIO-TROVATO).
           PERFORM Salva-Seggi THRU Salva-Seggi-exit.
           DISPLAY "Seggio " WS-CODICE-SCELTO " soppresso: resta in"
                   " anagrafe per i risultati storici.".
       Sopprimi-Seggio-exit.
           EXIT.

       Lista-Seggi.
           DISPLAY "ANAGRAFE SEGGI (" WS-NUM-SEGGI " voci):".
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               MOVE SEGGIO-ROW (WS-SEGGIO-IDX) TO SeggioRecord
               DISPLAY AS-CODICE " " FUNCTION TRIM (AS-NOME) ", "
                       FUNCTION TRIM (AS-INDIRIZZO) ", "
                       FUNCTION TRIM (AS-COMUNE)
               DISPLAY "           circ. " AS-CIRCOSCRIZIONE
                       " accessibile=" AS-ACCESSIBILE
                       " elettori=" AS-ELETTORI-ATTESI
                       " al " AS-DATA-REVISIONE
                       " stato=" AS-STATO
               DISPLAY "           presidente: "
                       FUNCTION TRIM (AS-PRESIDENTE)
           END-PERFORM.
       Lista-Seggi-exit.
           EXIT.
       END PROGRAM SeggiManut.
