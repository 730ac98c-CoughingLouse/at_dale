      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Attendance registers, instead of the teaching staff's
      *          own spreadsheets: mode C keeps the per-course lesson
      *          calendar (LEZIONI.DAT); mode B loads the class
      *          registers into the attendance file (PRESENZE.DAT,
      *          keyed on Matricola, lesson date and course) through
      *          the master, catalogue and calendar checks, rejects
      *          to a resubmittable file with a reason code; mode R
      *          prints a course's per-student attendance percentage
      *          over the lessons held, marking the students below
      *          the course's minimum - the one Esami enforces before
      *          recording a result.
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Frequenze.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LezioniFile ASSIGN TO WS-FILE-LEZIONI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LEZIONI.
           SELECT PresenzeFile ASSIGN TO WS-FILE-PRESENZE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-CHIAVE
               FILE STATUS IS WS-FS-PRESENZE.
           SELECT StudentiFile ASSIGN TO WS-FILE-STUDENTI
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-MATRICOLA
               ALTERNATE RECORD KEY IS SR-COGNOME WITH DUPLICATES
               FILE STATUS IS WS-FS-STUDENTI.
           SELECT CorsiFile ASSIGN TO WS-FILE-CORSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORSI.
           SELECT RegistroFile ASSIGN TO WS-FILE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REGISTRO.
           SELECT ScartiFile ASSIGN TO WS-FILE-SCARTI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           COPY LEZIONID.
           COPY PRESENZD.
       FD  StudentiFile.
       01  StudenteRecord.
           05 SR-MATRICOLA    PIC 9(5).
           05 SR-CORSO        PIC 9(5).
           05 SR-NOME         PIC X(15).
           05 SR-COGNOME      PIC X(20).
           05 SR-GIORNO       PIC 99.
           05 SR-MESE         PIC 99.
           05 SR-ANNO         PIC 9(4).
           05 SR-STATO        PIC X.
           05 SR-ANNO-ACC     PIC 9(4).
       FD  CorsiFile.
       01  CorsoRecord.
           05 CO-CODICE       PIC 9(5).
           05 CO-TITOLO       PIC X(30).
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
       FD  RegistroFile.
      *    One line of a class register: a student present at a
      *    lesson.
       01  RegistroRecord.
           05 RG-MATRICOLA    PIC 9(5).
           05 RG-CORSO        PIC 9(5).
           05 RG-DATA         PIC 9(8).
       FD  ScartiFile.
      *    The register layout with the reason code appended, so the
      *    corrected file feeds straight back in:
      *      MA matricola non sul master   CR corso non a catalogo
      *      LZ nessuna lezione del corso in quella data
      *      DP presenza gia' registrata
       01  ScartoRecord.
           05 SC-DATI         PIC X(18).
           05 SC-MOTIVO       PIC XX.
       FD  RapportoFile.
       01  RapportoLine       PIC X(80).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "R".
       01  WS-FILE-LEZIONI     PIC X(50) VALUE "LEZIONI.DAT".
       01  WS-FS-LEZIONI       PIC XX VALUE "00".
       01  WS-FILE-PRESENZE    PIC X(50) VALUE "PRESENZE.DAT".
       01  WS-FS-PRESENZE      PIC XX VALUE "00".
       01  WS-FILE-STUDENTI    PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI      PIC XX VALUE "00".
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
       01  WS-FS-CORSI         PIC XX VALUE "00".
       01  WS-FILE-REGISTRO    PIC X(50) VALUE SPACES.
       01  WS-FS-REGISTRO      PIC XX VALUE "00".
       01  WS-FILE-SCARTI      PIC X(50)
                               VALUE "SCARTI_PRESENZE.DAT".
       01  WS-FILE-RAPPORTO    PIC X(50) VALUE SPACES.
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-EOF-LEZIONI      PIC X VALUE "N".
       01  WS-EOF-CORSI        PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
       01  WS-CORSO            PIC 9(5) VALUE 0.
       01  WS-DATA-LEZIONE     PIC 9(8) VALUE 0.
       01  WS-CORSO-OK         PIC X VALUE "N".
       01  WS-TITOLO-CORSO     PIC X(30) VALUE SPACES.
       01  WS-FREQ-MIN         PIC 9(3) VALUE 0.
       01  WS-LEZIONE-OK       PIC X VALUE "N".
       01  WS-MOTIVO-SCARTO    PIC XX VALUE SPACES.
       01  WS-LETTI            PIC 9(5) VALUE 0.
       01  WS-CARICATI         PIC 9(5) VALUE 0.
       01  WS-SCARTATI         PIC 9(5) VALUE 0.
      * Report: the lessons held, then one row per student seen.
       01  WS-LEZIONI-TENUTE   PIC 9(4) VALUE 0.
       01  WS-MAX-FREQ         PIC 9(4) VALUE 1000.
       01  WS-NUM-FREQ         PIC 9(4) VALUE 0.
       01  WS-FREQ-IDX         PIC 9(4) VALUE 0.
       01  FREQUENZE-TAB.
           05 FREQUENZA-ROW OCCURS 1000 TIMES.
              10 FT-MATRICOLA   PIC 9(5).
              10 FT-PRESENZE    PIC 9(4).
       01  WS-PERCENTUALE      PIC 9(3) VALUE 0.
       01  WS-SOTTO-MINIMO     PIC 9(4) VALUE 0.
       01  WS-RIGA-SALVA       PIC X(80) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Registri di frequenza ::".
           DISPLAY "Modalita' (C=calendario lezioni, B=caricamento"
                   " registri, R=rapporto frequenze del corso): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "Frequenze" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           EVALUATE WS-MODALITA
               WHEN "C"
                   PERFORM Aggiungi-Lezione THRU Aggiungi-Lezione-exit
               WHEN "B"
                   PERFORM Carica-Registri THRU Carica-Registri-exit
               WHEN OTHER
                   PERFORM Rapporto-Frequenze
                           THRU Rapporto-Frequenze-exit
           END-EVALUATE.
           STOP RUN.

       Verifica-Corso.
           MOVE "N" TO WS-CORSO-OK.
           MOVE SPACES TO WS-TITOLO-CORSO.
           MOVE 0 TO WS-FREQ-MIN.
           MOVE "N" TO WS-EOF-CORSI.
           OPEN INPUT CorsiFile.
           IF WS-FS-CORSI NOT = "00"
               GO TO Verifica-Corso-exit
           END-IF.
           PERFORM UNTIL WS-EOF-CORSI = "Y"
               READ CorsiFile
                   AT END MOVE "Y" TO WS-EOF-CORSI
                   NOT AT END
                       IF CO-CODICE = WS-CORSO
                           MOVE "Y" TO WS-CORSO-OK
                           MOVE CO-TITOLO TO WS-TITOLO-CORSO
                           IF CO-FREQ-MIN IS NUMERIC
                               MOVE CO-FREQ-MIN TO WS-FREQ-MIN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CorsiFile.
       Verifica-Corso-exit.
           EXIT.

       Verifica-Lezione.
      *    Is there a lesson of WS-CORSO on WS-DATA-LEZIONE?
           MOVE "N" TO WS-LEZIONE-OK.
           MOVE "N" TO WS-EOF-LEZIONI.
           OPEN INPUT LezioniFile.
           IF WS-FS-LEZIONI NOT = "00"
               GO TO Verifica-Lezione-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LEZIONI = "Y"
               READ LezioniFile
                   AT END MOVE "Y" TO WS-EOF-LEZIONI
                   NOT AT END
                       IF LZ-CORSO = WS-CORSO
                          AND LZ-DATA = WS-DATA-LEZIONE
                           MOVE "Y" TO WS-LEZIONE-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LezioniFile.
       Verifica-Lezione-exit.
           EXIT.

       Aggiungi-Lezione.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-CORSO.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-CORSO-OK = "N"
               DISPLAY "Corso " WS-CORSO " non a catalogo: lezione"
                       " non inserita."
               GO TO Aggiungi-Lezione-exit
           END-IF.
           DISPLAY "Data della lezione (AAAAMMGG): ".
           ACCEPT WS-DATA-LEZIONE.
           PERFORM Verifica-Lezione THRU Verifica-Lezione-exit.
           IF WS-LEZIONE-OK = "Y"
               DISPLAY "Il corso " WS-CORSO " ha gia' una lezione il "
                       WS-DATA-LEZIONE ": lezione non inserita."
               GO TO Aggiungi-Lezione-exit
           END-IF.
           MOVE SPACES TO LezioneRecord.
           MOVE WS-CORSO TO LZ-CORSO.
           MOVE WS-DATA-LEZIONE TO LZ-DATA.
           DISPLAY "Argomento della lezione: ".
           ACCEPT LZ-ARGOMENTO.
           OPEN EXTEND LezioniFile.
           IF WS-FS-LEZIONI = "35"
               OPEN OUTPUT LezioniFile
           END-IF.
           WRITE LezioneRecord.
           CLOSE LezioniFile.
           DISPLAY "Lezione del " WS-DATA-LEZIONE " inserita nel"
                   " calendario del corso " WS-CORSO ".".
       Aggiungi-Lezione-exit.
           EXIT.

       Carica-Registri.
           DISPLAY "Nome del file registro da caricare: ".
           ACCEPT WS-FILE-REGISTRO.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT RegistroFile.
           IF WS-FS-REGISTRO NOT = "00"
               DISPLAY "File " WS-FILE-REGISTRO " non trovato."
               MOVE 8 TO RETURN-CODE
               GO TO Carica-Registri-exit
           END-IF.
           OPEN I-O PresenzeFile.
           IF WS-FS-PRESENZE = "35"
               OPEN OUTPUT PresenzeFile
               CLOSE PresenzeFile
               OPEN I-O PresenzeFile
           END-IF.
           IF WS-FS-PRESENZE NOT = "00"
               DISPLAY "Archivio presenze non apribile (stato "
                       WS-FS-PRESENZE "): caricamento interrotto."
               MOVE "Frequenze" TO WS-ERR-PROGRAMMA
               MOVE "Carica-Registri" TO WS-ERR-PARAGRAFO
               MOVE "archivio presenze non apribile"
                   TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               CLOSE RegistroFile
               MOVE 8 TO RETURN-CODE
               GO TO Carica-Registri-exit
           END-IF.
           OPEN INPUT StudentiFile.
           IF WS-FS-STUDENTI NOT = "00"
               DISPLAY "Master studenti non apribile (stato "
                       WS-FS-STUDENTI "): caricamento interrotto."
               MOVE "Frequenze" TO WS-ERR-PROGRAMMA
               MOVE "Carica-Registri" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non apribile" TO WS-ERR-MESSAGGIO
               MOVE "F" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               CLOSE RegistroFile
               CLOSE PresenzeFile
               MOVE 8 TO RETURN-CODE
               GO TO Carica-Registri-exit
           END-IF.
           OPEN OUTPUT ScartiFile.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ RegistroFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-LETTI
                       PERFORM Elabora-Riga-Registro
                               THRU Elabora-Riga-Registro-exit
               END-READ
           END-PERFORM.
           CLOSE RegistroFile.
           CLOSE PresenzeFile.
           CLOSE StudentiFile.
           CLOSE ScartiFile.
           DISPLAY "Caricamento presenze: letti " WS-LETTI
                   ", caricati " WS-CARICATI
                   ", scartati " WS-SCARTATI ".".
           IF WS-SCARTATI > 0
               DISPLAY "Scarti in " WS-FILE-SCARTI " pronti per"
                       " correzione e reinvio."
               MOVE 4 TO RETURN-CODE
           END-IF.
       Carica-Registri-exit.
           EXIT.

       Elabora-Riga-Registro.
           MOVE SPACES TO WS-MOTIVO-SCARTO.
           MOVE RG-MATRICOLA TO SR-MATRICOLA.
           READ StudentiFile
               KEY IS SR-MATRICOLA
               INVALID KEY
                   MOVE "MA" TO WS-MOTIVO-SCARTO
           END-READ.
           IF WS-MOTIVO-SCARTO NOT = SPACES
               GO TO Elabora-Riga-Registro-scarta
           END-IF.
           MOVE RG-CORSO TO WS-CORSO.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-CORSO-OK = "N"
               MOVE "CR" TO WS-MOTIVO-SCARTO
               GO TO Elabora-Riga-Registro-scarta
           END-IF.
           MOVE RG-DATA TO WS-DATA-LEZIONE.
           PERFORM Verifica-Lezione THRU Verifica-Lezione-exit.
           IF WS-LEZIONE-OK = "N"
               MOVE "LZ" TO WS-MOTIVO-SCARTO
               GO TO Elabora-Riga-Registro-scarta
           END-IF.
           MOVE RG-MATRICOLA TO PR-MATRICOLA.
           MOVE RG-DATA TO PR-DATA.
           MOVE RG-CORSO TO PR-CORSO.
           MOVE WS-DATA-OGGI TO PR-DATA-CARICO.
           WRITE PresenzaRecord
               INVALID KEY
                   MOVE "DP" TO WS-MOTIVO-SCARTO
           END-WRITE.
           IF WS-MOTIVO-SCARTO NOT = SPACES
               GO TO Elabora-Riga-Registro-scarta
           END-IF.
           ADD 1 TO WS-CARICATI.
           GO TO Elabora-Riga-Registro-exit.
       Elabora-Riga-Registro-scarta.
           ADD 1 TO WS-SCARTATI.
           MOVE SPACES TO ScartoRecord.
           MOVE RegistroRecord TO SC-DATI.
           MOVE WS-MOTIVO-SCARTO TO SC-MOTIVO.
           WRITE ScartoRecord.
           DISPLAY "Presenza di " RG-MATRICOLA " scartata, motivo "
                   WS-MOTIVO-SCARTO ".".
       Elabora-Riga-Registro-exit.
           EXIT.

       Rapporto-Frequenze.
      *    Attendance counts against the lessons held so far (the
      *    calendar's lessons dated up to today).
           DISPLAY "Codice del corso: ".
           ACCEPT WS-CORSO.
           PERFORM Verifica-Corso THRU Verifica-Corso-exit.
           IF WS-CORSO-OK = "N"
               DISPLAY "Corso " WS-CORSO " non a catalogo."
               MOVE 8 TO RETURN-CODE
               GO TO Rapporto-Frequenze-exit
           END-IF.
           MOVE 0 TO WS-LEZIONI-TENUTE.
           MOVE "N" TO WS-EOF-LEZIONI.
           OPEN INPUT LezioniFile.
           IF WS-FS-LEZIONI = "00"
               PERFORM UNTIL WS-EOF-LEZIONI = "Y"
                   READ LezioniFile
                       AT END MOVE "Y" TO WS-EOF-LEZIONI
                       NOT AT END
                           IF LZ-CORSO = WS-CORSO
                              AND LZ-DATA <= WS-DATA-OGGI
                               ADD 1 TO WS-LEZIONI-TENUTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LezioniFile
           END-IF.
           PERFORM Conta-Presenze THRU Conta-Presenze-exit.
           MOVE SPACES TO WS-FILE-RAPPORTO.
           STRING "FREQUENZE_" DELIMITED BY SIZE
                  WS-CORSO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-RAPPORTO.
           OPEN OUTPUT RapportoFile.
           MOVE "Frequenze" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "FREQUENZE DEL CORSO " DELIMITED BY SIZE
                  WS-CORSO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TITOLO-CORSO) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Lezioni tenute al " DELIMITED BY SIZE
                  WS-DATA-OGGI DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-LEZIONI-TENUTE DELIMITED BY SIZE
                  "  frequenza minima: " DELIMITED BY SIZE
                  WS-FREQ-MIN DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE "MATRICOLA  COGNOME E NOME                  PRES."
               TO RapportoLine.
           MOVE "  %" TO RapportoLine (52:3).
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 0 TO WS-SOTTO-MINIMO.
           OPEN INPUT StudentiFile.
           PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
                   UNTIL WS-FREQ-IDX > WS-NUM-FREQ
               PERFORM Stampa-Frequenza THRU Stampa-Frequenza-exit
           END-PERFORM.
           IF WS-FS-STUDENTI = "00"
               CLOSE StudentiFile
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "Studenti con presenze: " DELIMITED BY SIZE
                  WS-NUM-FREQ DELIMITED BY SIZE
                  "  sotto la frequenza minima: " DELIMITED BY SIZE
                  WS-SOTTO-MINIMO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto in " WS-FILE-RAPPORTO ".".
       Rapporto-Frequenze-exit.
           EXIT.

       Conta-Presenze.
      *    One row per student with a presence at a held lesson of
      *    the course; the file runs in Matricola order, so a new
      *    row starts whenever the Matricola changes.
           MOVE 0 TO WS-NUM-FREQ.
           MOVE "N" TO WS-EOF-LETTURA.
           OPEN INPUT PresenzeFile.
           IF WS-FS-PRESENZE NOT = "00"
               GO TO Conta-Presenze-exit
           END-IF.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ PresenzeFile NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       IF PR-CORSO = WS-CORSO
                          AND PR-DATA <= WS-DATA-OGGI
                           PERFORM Accumula-Presenza
                                   THRU Accumula-Presenza-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PresenzeFile.
       Conta-Presenze-exit.
           EXIT.

       Accumula-Presenza.
           IF WS-NUM-FREQ > 0
               IF FT-MATRICOLA (WS-NUM-FREQ) = PR-MATRICOLA
                   ADD 1 TO FT-PRESENZE (WS-NUM-FREQ)
                   GO TO Accumula-Presenza-exit
               END-IF
           END-IF.
           IF WS-NUM-FREQ >= WS-MAX-FREQ
               DISPLAY "Studenti del corso oltre il limite di "
                       WS-MAX-FREQ ": matricola " PR-MATRICOLA
                       " non riportata."
               GO TO Accumula-Presenza-exit
           END-IF.
           ADD 1 TO WS-NUM-FREQ.
           MOVE PR-MATRICOLA TO FT-MATRICOLA (WS-NUM-FREQ).
           MOVE 1 TO FT-PRESENZE (WS-NUM-FREQ).
       Accumula-Presenza-exit.
           EXIT.

       Stampa-Frequenza.
           MOVE 0 TO WS-PERCENTUALE.
           IF WS-LEZIONI-TENUTE > 0
               COMPUTE WS-PERCENTUALE =
                   FT-PRESENZE (WS-FREQ-IDX) * 100 / WS-LEZIONI-TENUTE
           END-IF.
           MOVE SPACES TO SR-NOME.
           MOVE SPACES TO SR-COGNOME.
           MOVE FT-MATRICOLA (WS-FREQ-IDX) TO SR-MATRICOLA.
           IF WS-FS-STUDENTI = "00"
               READ StudentiFile
                   KEY IS SR-MATRICOLA
                   INVALID KEY
                       MOVE "(non piu' sul master)" TO SR-NOME
               END-READ
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING FT-MATRICOLA (WS-FREQ-IDX) DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-COGNOME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (SR-NOME) DELIMITED BY SIZE
                  INTO RapportoLine.
           MOVE FT-PRESENZE (WS-FREQ-IDX) TO RapportoLine (44:4).
           MOVE WS-PERCENTUALE TO RapportoLine (52:3).
           IF WS-FREQ-MIN > 0 AND WS-PERCENTUALE < WS-FREQ-MIN
               MOVE "SOTTO MINIMO" TO RapportoLine (57:12)
               ADD 1 TO WS-SOTTO-MINIMO
           END-IF.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Stampa-Frequenza-exit.
           EXIT.

       Scrivi-Riga.
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
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM Frequenze.
