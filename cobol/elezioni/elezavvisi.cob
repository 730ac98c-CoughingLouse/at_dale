      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Voter notification cards. Before each election
      *          the registry office sends every registered voter a
      *          card with the seggio, where it is and the voting
      *          hours. This run reads every active seggio on the
      *          polling-station master (SEGGI.DAT) in code order,
      *          sorts its REG_<seggio>.DAT register by voter and
      *          prints one card per voter, the hours coming from
      *          the election definition (DEFINIZIONE_ELEZIONE.DAT,
      *          desk mode "D" here sets it). Each seggio closes on
      *          a control page - cards printed against the register
      *          total and the count on the master - so the pile can
      *          be checked before the envelopes go out.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezAvvisi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SEGGIOS.
           SELECT DefinizioneFile ASSIGN TO WS-FILE-DEFINIZIONE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DEFINIZIONE.
           SELECT RegistroFile ASSIGN TO WS-FILE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT OrdinatiFile ASSIGN TO WS-FILE-ORDINATI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORDINATI.
           SELECT OrdinaFile ASSIGN TO "AVVISI_ORD.TMP".
           SELECT AvvisiFile ASSIGN TO WS-FILE-AVVISI
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY ELEZSEGD.
           COPY ELEZDEFD.
       FD  RegistroFile.
       01  RegistroRecord      PIC X(20).
       FD  OrdinatiFile.
       01  OrdinatoRecord      PIC X(20).
       SD  OrdinaFile.
       01  OrdinaRecord.
           05 OR-ID-ELETTORE   PIC X(20).
       FD  AvvisiFile.
       01  AvvisiLine          PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-SEGGI       PIC X(50) VALUE "SEGGI.DAT".
       01  WS-FS-SEGGI         PIC XX VALUE "00".
       01  WS-FILE-DEFINIZIONE PIC X(50)
                               VALUE "DEFINIZIONE_ELEZIONE.DAT".
       01  WS-FS-DEFINIZIONE   PIC XX VALUE "00".
       01  WS-FILE-REGISTRO    PIC X(50) VALUE SPACES.
       01  WS-FS-REGISTRO      PIC XX VALUE "00".
       01  WS-FILE-ORDINATI    PIC X(50) VALUE "AVVISI_REG.TMP".
       01  WS-FS-ORDINATI      PIC XX VALUE "00".
       01  WS-FILE-AVVISI      PIC X(50) VALUE "AVVISI_ELETTORI.TXT".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-MODALITA         PIC X VALUE "S".
       01  WS-DEF-PRESENTE     PIC X VALUE "N".
       01  WS-MAX-SEGGI        PIC 9(4) VALUE 500.
       01  WS-NUM-SEGGI        PIC 9(4) VALUE 0.
       01  WS-SEGGIO-IDX       PIC 9(4) VALUE 0.
       01  WS-SEGGIO-SCAN      PIC 9(4) VALUE 0.
       01  WS-SEGGIO-TEMP      PIC X(155) VALUE SPACES.
       01  SEGGI-TAB.
           05 SEGGIO-ROW OCCURS 500 TIMES PIC X(155).
       01  WS-SEGGIO-SCELTO    PIC X(10) VALUE SPACES.
       01  WS-ORA-ED           PIC X(5) VALUE SPACES.
       01  WS-ORA-ED-CHIUSURA  PIC X(5) VALUE SPACES.
       01  WS-DATA-ED          PIC X(10) VALUE SPACES.
       01  WS-ORA-HHMM         PIC 9(4) VALUE 0.
      * Per-seggio and run counts for the control pages.
       01  WS-CARTOLINE-SEGGIO PIC 9(5) VALUE 0.
       01  WS-RIGHE-REGISTRO   PIC 9(5) VALUE 0.
       01  WS-CARTOLINE-TOTALI PIC 9(7) VALUE 0.
       01  WS-SEGGI-STAMPATI   PIC 9(4) VALUE 0.
       01  WS-SEGGI-SENZA-REG  PIC 9(4) VALUE 0.
       01  WS-SEGGI-SQUADRATI  PIC 9(4) VALUE 0.
       01  WS-REGISTRO-OK      PIC X VALUE "N".
       01  WS-DATA-ORA-CORRENTE.
           05 WS-CDC-DATA      PIC 9(8).
           05 WS-CDC-ORA       PIC 9(6).
           05 FILLER           PIC X(7).
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Cartoline di avviso agli elettori ::".
           DISPLAY "Modalita' (D=definizione elezione, S=stampa"
                   " cartoline): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ElezAvvisi" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Definizione THRU Carica-Definizione-exit.
           IF WS-MODALITA = "D"
               PERFORM Imposta-Definizione
                       THRU Imposta-Definizione-exit
           ELSE
               PERFORM Stampa-Cartoline THRU Stampa-Cartoline-exit
           END-IF.
           STOP RUN.

       Carica-Definizione.
           MOVE "N" TO WS-DEF-PRESENTE.
           OPEN INPUT DefinizioneFile.
           IF WS-FS-DEFINIZIONE NOT = "00"
               GO TO Carica-Definizione-exit
           END-IF.
           READ DefinizioneFile
               AT END CONTINUE
               NOT AT END
                   IF DE-DATA-ELEZIONE IS NUMERIC
                      AND DE-ORA-APERTURA IS NUMERIC
                      AND DE-ORA-CHIUSURA IS NUMERIC
                       MOVE "Y" TO WS-DEF-PRESENTE
                   END-IF
           END-READ.
           CLOSE DefinizioneFile.
       Carica-Definizione-exit.
           EXIT.

       Imposta-Definizione.
           IF WS-DEF-PRESENTE = "Y"
               DISPLAY "Definizione attuale: "
                       FUNCTION TRIM (DE-DESCRIZIONE) " del "
                       DE-DATA-ELEZIONE ", ore " DE-ORA-APERTURA
                       "-" DE-ORA-CHIUSURA "."
           END-IF.
           DISPLAY "Descrizione dell'elezione: ".
           ACCEPT DE-DESCRIZIONE.
           DISPLAY "Data dell'elezione (AAAAMMGG): ".
           ACCEPT DE-DATA-ELEZIONE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-ORA-CORRENTE.
           IF DE-DATA-ELEZIONE IS NOT NUMERIC
              OR DE-DATA-ELEZIONE < WS-CDC-DATA
               DISPLAY "Data elezione non valida o gia' passata:"
                       " definizione non registrata."
               GO TO Imposta-Definizione-exit
           END-IF.
           DISPLAY "Orario ufficiale di apertura (HHMM): ".
           ACCEPT DE-ORA-APERTURA.
           DISPLAY "Orario ufficiale di chiusura (HHMM): ".
           ACCEPT DE-ORA-CHIUSURA.
           IF DE-ORA-APERTURA IS NOT NUMERIC
              OR DE-ORA-CHIUSURA IS NOT NUMERIC
              OR DE-ORA-APERTURA (1:2) > "23"
              OR DE-ORA-APERTURA (3:2) > "59"
              OR DE-ORA-CHIUSURA (1:2) > "23"
              OR DE-ORA-CHIUSURA (3:2) > "59"
              OR DE-ORA-CHIUSURA NOT > DE-ORA-APERTURA
               DISPLAY "Orario non valido: la chiusura deve seguire"
                       " l'apertura. Definizione non registrata."
               GO TO Imposta-Definizione-exit
           END-IF.
           OPEN OUTPUT DefinizioneFile.
           WRITE DefinizioneRecord.
           CLOSE DefinizioneFile.
           DISPLAY "Definizione registrata su "
                   FUNCTION TRIM (WS-FILE-DEFINIZIONE) ".".
       Imposta-Definizione-exit.
           EXIT.

       Stampa-Cartoline.
           IF WS-DEF-PRESENTE = "N"
               DISPLAY "Nessuna definizione di elezione su "
                       FUNCTION TRIM (WS-FILE-DEFINIZIONE)
                       ": impostarla con la modalita' D."
               MOVE "ElezAvvisi" TO WS-ERR-PROGRAMMA
               MOVE "Stampa-Cartoline" TO WS-ERR-PARAGRAFO
               MOVE "definizione elezione assente: nessuna cartolina"
                   TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Stampa-Cartoline-exit
           END-IF.
           PERFORM Carica-Seggi THRU Carica-Seggi-exit.
           IF WS-NUM-SEGGI = 0
               DISPLAY "Anagrafe seggi vuota o assente: nessuna"
                       " cartolina."
               MOVE 8 TO RETURN-CODE
               GO TO Stampa-Cartoline-exit
           END-IF.
           DISPLAY "Codice seggio (vuoto = tutti i seggi attivi): ".
           ACCEPT WS-SEGGIO-SCELTO.
           MOVE DE-DATA-ELEZIONE (7:2) TO WS-DATA-ED (1:2).
           MOVE "/" TO WS-DATA-ED (3:1).
           MOVE DE-DATA-ELEZIONE (5:2) TO WS-DATA-ED (4:2).
           MOVE "/" TO WS-DATA-ED (6:1).
           MOVE DE-DATA-ELEZIONE (1:4) TO WS-DATA-ED (7:4).
           MOVE DE-ORA-APERTURA TO WS-ORA-HHMM.
           MOVE WS-ORA-HHMM (1:2) TO WS-ORA-ED (1:2).
           MOVE ":" TO WS-ORA-ED (3:1).
           MOVE WS-ORA-HHMM (3:2) TO WS-ORA-ED (4:2).
           MOVE DE-ORA-CHIUSURA TO WS-ORA-HHMM.
           MOVE WS-ORA-HHMM (1:2) TO WS-ORA-ED-CHIUSURA (1:2).
           MOVE ":" TO WS-ORA-ED-CHIUSURA (3:1).
           MOVE WS-ORA-HHMM (3:2) TO WS-ORA-ED-CHIUSURA (4:2).
           OPEN OUTPUT AvvisiFile.
           MOVE "ElezAvvisi" TO WS-HDR-PROGRAMMA.
           MOVE 0 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX > WS-NUM-SEGGI
               MOVE SEGGIO-ROW (WS-SEGGIO-IDX) TO SeggioRecord
               IF AS-STATO NOT = "S"
                  AND (WS-SEGGIO-SCELTO = SPACES
                       OR WS-SEGGIO-SCELTO = AS-CODICE)
                   PERFORM Stampa-Un-Seggio
                           THRU Stampa-Un-Seggio-exit
               END-IF
           END-PERFORM.
           ADD 1 TO WS-HDR-PAGINA.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "RIEPILOGO CARTOLINE - " DELIMITED BY SIZE
                  FUNCTION TRIM (DE-DESCRIZIONE) DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Seggi stampati: " DELIMITED BY SIZE
                  WS-SEGGI-STAMPATI DELIMITED BY SIZE
                  "   cartoline totali: " DELIMITED BY SIZE
                  WS-CARTOLINE-TOTALI DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Seggi senza registro: " DELIMITED BY SIZE
                  WS-SEGGI-SENZA-REG DELIMITED BY SIZE
                  "   seggi che non quadrano con l'anagrafe: "
                      DELIMITED BY SIZE
                  WS-SEGGI-SQUADRATI DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO AvvisiLine.
           WRITE AvvisiLine.
           CLOSE AvvisiFile.
           MOVE WS-FILE-AVVISI TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY WS-CARTOLINE-TOTALI " cartoline per "
                   WS-SEGGI-STAMPATI " seggi su "
                   FUNCTION TRIM (WS-FILE-AVVISI) ".".
           IF WS-SEGGI-SENZA-REG > 0 OR WS-SEGGI-SQUADRATI > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       Stampa-Cartoline-exit.
           EXIT.

       Carica-Seggi.
      *    The master in seggio-code order: a straight exchange sort
      *    over the few hundred seggi of a county.
           MOVE 0 TO WS-NUM-SEGGI.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT SeggiFile.
           IF WS-FS-SEGGI NOT = "00"
               GO TO Carica-Seggi-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ SeggiFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF WS-NUM-SEGGI < WS-MAX-SEGGI
                           ADD 1 TO WS-NUM-SEGGI
                           MOVE SeggioRecord
                               TO SEGGIO-ROW (WS-NUM-SEGGI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SeggiFile.
           PERFORM VARYING WS-SEGGIO-IDX FROM 1 BY 1
                   UNTIL WS-SEGGIO-IDX >= WS-NUM-SEGGI
               PERFORM VARYING WS-SEGGIO-SCAN FROM 1 BY 1
                       UNTIL WS-SEGGIO-SCAN >= WS-NUM-SEGGI
                   IF SEGGIO-ROW (WS-SEGGIO-SCAN) (1:10)
                      > SEGGIO-ROW (WS-SEGGIO-SCAN + 1) (1:10)
                       MOVE SEGGIO-ROW (WS-SEGGIO-SCAN)
                           TO WS-SEGGIO-TEMP
                       MOVE SEGGIO-ROW (WS-SEGGIO-SCAN + 1)
                           TO SEGGIO-ROW (WS-SEGGIO-SCAN)
                       MOVE WS-SEGGIO-TEMP
                           TO SEGGIO-ROW (WS-SEGGIO-SCAN + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       Carica-Seggi-exit.
           EXIT.

       Stampa-Un-Seggio.
      *    One seggio: its register sorted by voter ID through the
      *    sort work file, a card per voter, then the control page.
           MOVE 0 TO WS-CARTOLINE-SEGGIO.
           MOVE 0 TO WS-RIGHE-REGISTRO.
           MOVE "N" TO WS-REGISTRO-OK.
           MOVE SPACES TO WS-FILE-REGISTRO.
           STRING "REG_" DELIMITED BY SIZE
                  AS-CODICE DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-REGISTRO.
           OPEN INPUT RegistroFile.
           IF WS-FS-REGISTRO = "00"
               MOVE "Y" TO WS-REGISTRO-OK
               CLOSE RegistroFile
               SORT OrdinaFile ON ASCENDING KEY OR-ID-ELETTORE
                   USING RegistroFile
                   GIVING OrdinatiFile
               MOVE "N" TO WS-EOF-LETTURA
               OPEN INPUT OrdinatiFile
               PERFORM UNTIL WS-EOF-LETTURA = "Y"
                   READ OrdinatiFile
                       AT END MOVE "Y" TO WS-EOF-LETTURA
                       NOT AT END
                           ADD 1 TO WS-RIGHE-REGISTRO
                           IF OrdinatoRecord NOT = SPACES
                               PERFORM Stampa-Cartolina
                                       THRU Stampa-Cartolina-exit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OrdinatiFile
           ELSE
               ADD 1 TO WS-SEGGI-SENZA-REG
               DISPLAY "ATTENZIONE: registro "
                       FUNCTION TRIM (WS-FILE-REGISTRO)
                       " non trovato."
               MOVE "ElezAvvisi" TO WS-ERR-PROGRAMMA
               MOVE "Stampa-Un-Seggio" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "registro assente per il seggio "
                          DELIMITED BY SIZE
                      AS-CODICE DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
           END-IF.
           ADD 1 TO WS-SEGGI-STAMPATI.
           ADD WS-CARTOLINE-SEGGIO TO WS-CARTOLINE-TOTALI.
           PERFORM Stampa-Controllo THRU Stampa-Controllo-exit.
       Stampa-Un-Seggio-exit.
           EXIT.

       Stampa-Cartolina.
           ADD 1 TO WS-CARTOLINE-SEGGIO.
           MOVE ALL "-" TO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "CARTOLINA DI AVVISO - " DELIMITED BY SIZE
                  FUNCTION TRIM (DE-DESCRIZIONE) DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Elettore: " DELIMITED BY SIZE
                  OrdinatoRecord DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Vota al seggio n. " DELIMITED BY SIZE
                  AS-CODICE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM (AS-NOME) DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Indirizzo: " DELIMITED BY SIZE
                  FUNCTION TRIM (AS-INDIRIZZO) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM (AS-COMUNE) DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Si vota il " DELIMITED BY SIZE
                  WS-DATA-ED DELIMITED BY SIZE
                  " dalle ore " DELIMITED BY SIZE
                  WS-ORA-ED DELIMITED BY SIZE
                  " alle ore " DELIMITED BY SIZE
                  WS-ORA-ED-CHIUSURA DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF AS-ACCESSIBILE = "S"
               MOVE "Sede accessibile senza barriere architettoniche."
                   TO AvvisiLine
           ELSE
               MOVE "Sede non priva di barriere: chiedere al comune."
                   TO AvvisiLine
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Cartolina-exit.
           EXIT.

       Stampa-Controllo.
      *    Control page: the envelope count for this seggio against
      *    the register lines read and the count on the master.
           ADD 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "PAGINA DI CONTROLLO - SEGGIO " DELIMITED BY SIZE
                  AS-CODICE DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Sede: " DELIMITED BY SIZE
                  FUNCTION TRIM (AS-NOME) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM (AS-COMUNE) DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-REGISTRO-OK = "N"
               MOVE "*** REGISTRO NON TROVATO: NESSUNA CARTOLINA ***"
                   TO AvvisiLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               GO TO Stampa-Controllo-exit
           END-IF.
           MOVE SPACES TO AvvisiLine.
           STRING "Cartoline stampate:      " DELIMITED BY SIZE
                  WS-CARTOLINE-SEGGIO DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Righe nel registro:      " DELIMITED BY SIZE
                  WS-RIGHE-REGISTRO DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           STRING "Elettori in anagrafe:    " DELIMITED BY SIZE
                  AS-ELETTORI-ATTESI DELIMITED BY SIZE
                  "   (revisione del " DELIMITED BY SIZE
                  AS-DATA-REVISIONE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-CARTOLINE-SEGGIO = AS-ELETTORI-ATTESI
               MOVE "Conteggio QUADRA con l'anagrafe seggi."
                   TO AvvisiLine
           ELSE
               ADD 1 TO WS-SEGGI-SQUADRATI
               MOVE "*** Conteggio NON QUADRA con l'anagrafe seggi:"
                   TO AvvisiLine
               MOVE "verificare prima della spedizione ***"
                   TO AvvisiLine (48:33)
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "Controllato da: ______________________________"
               TO AvvisiLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Controllo-exit.
           EXIT.

       Scrivi-Riga.
           WRITE AvvisiLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.

       END PROGRAM ElezAvvisi.
