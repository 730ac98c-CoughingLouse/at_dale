      *          enrollment), deactivate one with an effective date
      *          so history stays valid, and list the catalogue.
      * Tectonics: cobc
      * Mod: 15/10/2026 - course credits (CO-CFU, mode C) and degree
      *      plans in PIANI_STUDIO.DAT: mode P the credits a
      *      programme needs (total and elective), mode V puts a
      *      course on the plan as required/elective or off it.
      * Mod: 15/10/2026 - minimum attendance per course (CO-FREQ-MIN,
      *      mode F), enforced by Esami.
      * Mod: 15/10/2026 - mode R keeps the exam-recognition table
      *      (RICONOSCIMENTI.DAT) Rubrica's passaggio di corso
      *      applies; the listing shows it.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorsiManut.
           SELECT CorsiFile ASSIGN TO WS-FILE-CORSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CORSI.
           SELECT PianiFile ASSIGN TO WS-FILE-PIANI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PIANI.
           SELECT RiconosciFile ASSIGN TO WS-FILE-RICONOSCI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RICONOSCI.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           05 CO-MAX-ISCRITTI PIC 9(4).
           05 CO-STATO        PIC X.
           05 CO-DATA-DISATT  PIC 9(8).
           05 CO-CFU          PIC 9(3).
           05 CO-FREQ-MIN     PIC 9(3).
           COPY PIANOSTD.
           COPY RICONOSD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-CORSI       PIC X(50) VALUE "CORSI.DAT".
              10 CT-MAX         PIC 9(4).
              10 CT-STATO       PIC X.
              10 CT-DATA-DISATT PIC 9(8).
              10 CT-CFU         PIC 9(3).
              10 CT-FREQ-MIN    PIC 9(3).
       01  WS-CODICE-SCELTO    PIC 9(5) VALUE 0.
       01  WS-DATA-EFFETTO     PIC 9(8) VALUE 0.
      * Degree plans, one PIANOSTD line per row.
       01  WS-FILE-PIANI       PIC X(50) VALUE "PIANI_STUDIO.DAT".
       01  WS-FS-PIANI         PIC XX VALUE "00".
       01  WS-MAX-PIANI        PIC 9(4) VALUE 2000.
       01  WS-NUM-PIANI        PIC 9(4) VALUE 0.
       01  WS-PIANO-IDX        PIC 9(4) VALUE 0.
       01  WS-PIANO-TROVATO    PIC 9(4) VALUE 0.
       01  PIANI-TAB.
           05 PIANO-ROW OCCURS 2000 TIMES.
              10 PT-REC         PIC X(17).
       01  WS-PROGRAMMA        PIC 9(5) VALUE 0.
       01  WS-TIPO-VOCE        PIC X VALUE SPACE.
       01  WS-CFU-NUOVI        PIC 9(3) VALUE 0.
       01  WS-CFU-SCELTA-NUOVI PIC 9(3) VALUE 0.
       01  WS-FREQ-NUOVA       PIC 9(3) VALUE 0.
       01  WS-CFU-PIANO        PIC 9(4) VALUE 0.
      * Exam recognition on a passaggio, one RICONOSD line per row.
       01  WS-FILE-RICONOSCI   PIC X(50)
                               VALUE "RICONOSCIMENTI.DAT".
       01  WS-FS-RICONOSCI     PIC XX VALUE "00".
       01  WS-MAX-RICON        PIC 9(3) VALUE 500.
       01  WS-NUM-RICON        PIC 9(3) VALUE 0.
       01  WS-RIC-IDX          PIC 9(3) VALUE 0.
       01  WS-RIC-TROVATO      PIC 9(3) VALUE 0.
       01  RICONOSCIMENTI-TAB.
           05 RICONOSCIMENTO-ROW OCCURS 500 TIMES.
              10 RT-REC         PIC X(20).
       01  WS-PROG-DA          PIC 9(5) VALUE 0.
       01  WS-ESAME            PIC 9(5) VALUE 0.
       01  WS-ESAME-A          PIC 9(5) VALUE 0.
       01  WS-AZIONE           PIC X VALUE SPACE.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Manutenzione elenco corsi ::".
           DISPLAY "Modalita' (A=aggiungi corso, D=disattiva corso,"
                   " C=crediti del corso, P=minimi del piano di"
                   " studio, V=voce del piano, F=frequenza minima,"
                   " R=riconoscimento esami nei passaggi,"
                   " L=lista catalogo): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "CorsiManut" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           PERFORM Carica-Corsi THRU Carica-Corsi-exit.
           PERFORM Carica-Piani THRU Carica-Piani-exit.
           PERFORM Carica-Riconoscimenti
                   THRU Carica-Riconoscimenti-exit.
           EVALUATE WS-MODALITA
               WHEN "A"
                   PERFORM Aggiungi-Corso THRU Aggiungi-Corso-exit
               WHEN "D"
                   PERFORM Disattiva-Corso THRU Disattiva-Corso-exit
               WHEN "C"
                   PERFORM Crediti-Corso THRU Crediti-Corso-exit
               WHEN "P"
                   PERFORM Minimi-Piano THRU Minimi-Piano-exit
               WHEN "V"
                   PERFORM Voce-Piano THRU Voce-Piano-exit
               WHEN "F"
                   PERFORM Frequenza-Corso THRU Frequenza-Corso-exit
               WHEN "R"
                   PERFORM Voce-Riconoscimento
                           THRU Voce-Riconoscimento-exit
               WHEN OTHER
                   PERFORM Lista-Catalogo THRU Lista-Catalogo-exit
           END-EVALUATE.
                               MOVE 0
                                   TO CT-DATA-DISATT (WS-NUM-CORSI)
                           END-IF
                           IF CO-CFU IS NUMERIC
                               MOVE CO-CFU TO CT-CFU (WS-NUM-CORSI)
                           ELSE
                               MOVE 0 TO CT-CFU (WS-NUM-CORSI)
                           END-IF
                           IF CO-FREQ-MIN IS NUMERIC
                               MOVE CO-FREQ-MIN
                                   TO CT-FREQ-MIN (WS-NUM-CORSI)
                           ELSE
                               MOVE 0 TO CT-FREQ-MIN (WS-NUM-CORSI)
                           END-IF
                       ELSE
                           DISPLAY "Catalogo oltre il limite di "
                                   WS-MAX-CORSI " corsi: voce"
               MOVE CT-MAX (WS-CORSO-IDX) TO CO-MAX-ISCRITTI
               MOVE CT-STATO (WS-CORSO-IDX) TO CO-STATO
               MOVE CT-DATA-DISATT (WS-CORSO-IDX) TO CO-DATA-DISATT
               MOVE CT-CFU (WS-CORSO-IDX) TO CO-CFU
               MOVE CT-FREQ-MIN (WS-CORSO-IDX) TO CO-FREQ-MIN
               WRITE CorsoRecord
           END-PERFORM.
           CLOSE CorsiFile.
           ACCEPT CT-TITOLO (WS-NUM-CORSI).
           DISPLAY "Numero massimo di iscritti (0 = nessun tetto): ".
           ACCEPT CT-MAX (WS-NUM-CORSI).
           DISPLAY "Crediti formativi (CFU) del corso: ".
           ACCEPT CT-CFU (WS-NUM-CORSI).
           MOVE 0 TO CT-FREQ-MIN (WS-NUM-CORSI).
           MOVE "A" TO CT-STATO (WS-NUM-CORSI).
           MOVE 0 TO CT-DATA-DISATT (WS-NUM-CORSI).
           PERFORM Salva-Corsi THRU Salva-Corsi-exit.
                   DISPLAY CT-CODICE (WS-CORSO-IDX) " "
                           FUNCTION TRIM (CT-TITOLO (WS-CORSO-IDX))
                           " max=" CT-MAX (WS-CORSO-IDX)
                           " cfu=" CT-CFU (WS-CORSO-IDX)
                           " DISATTIVATO dal "
                           CT-DATA-DISATT (WS-CORSO-IDX)
               ELSE
                   DISPLAY CT-CODICE (WS-CORSO-IDX) " "
                           FUNCTION TRIM (CT-TITOLO (WS-CORSO-IDX))
                           " max=" CT-MAX (WS-CORSO-IDX)
                           " cfu=" CT-CFU (WS-CORSO-IDX)
                           " freq.min=" CT-FREQ-MIN (WS-CORSO-IDX) "%"
                           " attivo"
               END-IF
           END-PERFORM.
           DISPLAY "PIANI DI STUDIO (" WS-NUM-PIANI " voci):".
           PERFORM VARYING WS-PIANO-IDX FROM 1 BY 1
                   UNTIL WS-PIANO-IDX > WS-NUM-PIANI
               MOVE PT-REC (WS-PIANO-IDX) TO PianoRecord
               EVALUATE PS-TIPO
                   WHEN "M"
                       DISPLAY PS-PROGRAMMA " minimi: cfu totali "
                               PS-CFU-MINIMI ", a scelta "
                               PS-CFU-SCELTA
                   WHEN "O"
                       DISPLAY PS-PROGRAMMA "   obbligatorio "
                               PS-CORSO
                   WHEN OTHER
                       DISPLAY PS-PROGRAMMA "   a scelta     "
                               PS-CORSO
               END-EVALUATE
           END-PERFORM.
           DISPLAY "RICONOSCIMENTI NEI PASSAGGI (" WS-NUM-RICON
                   " voci):".
           PERFORM VARYING WS-RIC-IDX FROM 1 BY 1
                   UNTIL WS-RIC-IDX > WS-NUM-RICON
               MOVE RT-REC (WS-RIC-IDX) TO RiconoscimentoRecord
               DISPLAY "dal " RI-PROG-DA " al " RI-PROG-A
                       ": esame " RI-ESAME " vale " RI-ESAME-A
           END-PERFORM.
       Lista-Catalogo-exit.
           EXIT.

       Crediti-Corso.
      *    The CFU a course is worth, for courses put on the
      *    catalogue before credits were kept.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0
               DISPLAY "Codice " WS-CODICE-SCELTO " non a catalogo."
               GO TO Crediti-Corso-exit
           END-IF.
           DISPLAY "Crediti attuali: " CT-CFU (WS-CORSO-TROVATO)
                   ". Nuovi crediti formativi (CFU): ".
           ACCEPT WS-CFU-NUOVI.
           MOVE WS-CFU-NUOVI TO CT-CFU (WS-CORSO-TROVATO).
           PERFORM Salva-Corsi THRU Salva-Corsi-exit.
           DISPLAY "Corso " WS-CODICE-SCELTO " ora di " WS-CFU-NUOVI
                   " CFU.".
       Crediti-Corso-exit.
           EXIT.

       Frequenza-Corso.
      *    The attendance, in percent of the lessons held, a student
      *    needs before Esami records a result on the course; zero
      *    for none.
           DISPLAY "Codice del corso: ".
           ACCEPT WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0
               DISPLAY "Codice " WS-CODICE-SCELTO " non a catalogo."
               GO TO Frequenza-Corso-exit
           END-IF.
           DISPLAY "Frequenza minima attuale: "
                   CT-FREQ-MIN (WS-CORSO-TROVATO)
                   "%. Nuova frequenza minima (0-100, 0 = nessuna): ".
           ACCEPT WS-FREQ-NUOVA.
           IF WS-FREQ-NUOVA > 100
               DISPLAY "Percentuale " WS-FREQ-NUOVA " non valida:"
                       " corso non modificato."
               GO TO Frequenza-Corso-exit
           END-IF.
           MOVE WS-FREQ-NUOVA TO CT-FREQ-MIN (WS-CORSO-TROVATO).
           PERFORM Salva-Corsi THRU Salva-Corsi-exit.
           DISPLAY "Corso " WS-CODICE-SCELTO ": frequenza minima "
                   WS-FREQ-NUOVA "%.".
       Frequenza-Corso-exit.
           EXIT.

       Carica-Piani.
           MOVE 0 TO WS-NUM-PIANI.
           MOVE "N" TO WS-EOF-CORSI.
           OPEN INPUT PianiFile.
           IF WS-FS-PIANI NOT = "00"
               GO TO Carica-Piani-exit
           END-IF.
           PERFORM UNTIL WS-EOF-CORSI = "Y"
               READ PianiFile
                   AT END MOVE "Y" TO WS-EOF-CORSI
                   NOT AT END
                       IF WS-NUM-PIANI < WS-MAX-PIANI
                           ADD 1 TO WS-NUM-PIANI
                           MOVE PianoRecord TO PT-REC (WS-NUM-PIANI)
                       ELSE
                           DISPLAY "Piani di studio oltre il limite"
                                   " di " WS-MAX-PIANI " voci: voce"
                                   " ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PianiFile.
       Carica-Piani-exit.
           EXIT.

       Salva-Piani.
           OPEN OUTPUT PianiFile.
           PERFORM VARYING WS-PIANO-IDX FROM 1 BY 1
                   UNTIL WS-PIANO-IDX > WS-NUM-PIANI
               MOVE PT-REC (WS-PIANO-IDX) TO PianoRecord
               WRITE PianoRecord
           END-PERFORM.
           CLOSE PianiFile.
       Salva-Piani-exit.
           EXIT.

       Cerca-Voce-Piano.
      *    WS-PROGRAMMA, WS-CODICE-SCELTO in (zero for the "M"
      *    line); WS-PIANO-TROVATO the row, zero when not on file.
           MOVE 0 TO WS-PIANO-TROVATO.
           PERFORM VARYING WS-PIANO-IDX FROM 1 BY 1
                   UNTIL WS-PIANO-IDX > WS-NUM-PIANI
               MOVE PT-REC (WS-PIANO-IDX) TO PianoRecord
               IF PS-PROGRAMMA = WS-PROGRAMMA
                  AND PS-CORSO = WS-CODICE-SCELTO
                   MOVE WS-PIANO-IDX TO WS-PIANO-TROVATO
               END-IF
           END-PERFORM.
       Cerca-Voce-Piano-exit.
           EXIT.

       Minimi-Piano.
      *    The credits a programme needs to graduate, and how many
      *    of them must come from its elective courses.
           DISPLAY "Codice del corso di laurea (programma): ".
           ACCEPT WS-PROGRAMMA.
           MOVE WS-PROGRAMMA TO WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0
               DISPLAY "Codice " WS-PROGRAMMA " non a catalogo."
               GO TO Minimi-Piano-exit
           END-IF.
           DISPLAY "Crediti (CFU) necessari alla laurea: ".
           ACCEPT WS-CFU-NUOVI.
           DISPLAY "di cui da corsi a scelta: ".
           ACCEPT WS-CFU-SCELTA-NUOVI.
           IF WS-CFU-SCELTA-NUOVI > WS-CFU-NUOVI
               DISPLAY "Crediti a scelta oltre il totale: minimi non"
                       " modificati."
               GO TO Minimi-Piano-exit
           END-IF.
           MOVE 0 TO WS-CODICE-SCELTO.
           PERFORM Cerca-Voce-Piano THRU Cerca-Voce-Piano-exit.
           IF WS-PIANO-TROVATO = 0
               IF WS-NUM-PIANI >= WS-MAX-PIANI
                   DISPLAY "Piani di studio al limite: minimi non"
                           " registrati."
                   GO TO Minimi-Piano-exit
               END-IF
               ADD 1 TO WS-NUM-PIANI
               MOVE WS-NUM-PIANI TO WS-PIANO-TROVATO
           END-IF.
           MOVE WS-PROGRAMMA TO PS-PROGRAMMA.
           MOVE "M" TO PS-TIPO.
           MOVE 0 TO PS-CORSO.
           MOVE WS-CFU-NUOVI TO PS-CFU-MINIMI.
           MOVE WS-CFU-SCELTA-NUOVI TO PS-CFU-SCELTA.
           MOVE PianoRecord TO PT-REC (WS-PIANO-TROVATO).
           PERFORM Salva-Piani THRU Salva-Piani-exit.
           PERFORM Somma-Cfu-Piano THRU Somma-Cfu-Piano-exit.
           DISPLAY "Piano " WS-PROGRAMMA ": " WS-CFU-NUOVI " CFU per"
                   " la laurea, " WS-CFU-SCELTA-NUOVI " a scelta;"
                   " corsi del piano per " WS-CFU-PIANO " CFU.".
       Minimi-Piano-exit.
           EXIT.

       Voce-Piano.
      *    Put a catalogue course on a programme's plan as required
      *    or elective, or take it off.
           DISPLAY "Codice del corso di laurea (programma): ".
           ACCEPT WS-PROGRAMMA.
           MOVE WS-PROGRAMMA TO WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0
               DISPLAY "Codice " WS-PROGRAMMA " non a catalogo."
               GO TO Voce-Piano-exit
           END-IF.
           DISPLAY "Codice del corso del piano: ".
           ACCEPT WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0 OR WS-CODICE-SCELTO = 0
               DISPLAY "Codice " WS-CODICE-SCELTO " non a catalogo."
               GO TO Voce-Piano-exit
           END-IF.
           IF CT-CFU (WS-CORSO-TROVATO) = 0
               DISPLAY "Attenzione: il corso " WS-CODICE-SCELTO
                       " non ha crediti a catalogo."
           END-IF.
           DISPLAY "Tipo (O=obbligatorio, S=a scelta, X=togli dal"
                   " piano): ".
           ACCEPT WS-TIPO-VOCE.
           MOVE FUNCTION UPPER-CASE (WS-TIPO-VOCE) TO WS-TIPO-VOCE.
           PERFORM Cerca-Voce-Piano THRU Cerca-Voce-Piano-exit.
           EVALUATE WS-TIPO-VOCE
               WHEN "X"
                   IF WS-PIANO-TROVATO = 0
                       DISPLAY "Corso " WS-CODICE-SCELTO " non nel"
                               " piano " WS-PROGRAMMA "."
                       GO TO Voce-Piano-exit
                   END-IF
                   PERFORM VARYING WS-PIANO-IDX FROM WS-PIANO-TROVATO
                           BY 1 UNTIL WS-PIANO-IDX >= WS-NUM-PIANI
                       MOVE PT-REC (WS-PIANO-IDX + 1)
                           TO PT-REC (WS-PIANO-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NUM-PIANI
                   DISPLAY "Corso " WS-CODICE-SCELTO " tolto dal"
                           " piano " WS-PROGRAMMA "."
               WHEN "O"
               WHEN "S"
                   IF WS-PIANO-TROVATO = 0
                       IF WS-NUM-PIANI >= WS-MAX-PIANI
                           DISPLAY "Piani di studio al limite: voce"
                                   " non registrata."
                           GO TO Voce-Piano-exit
                       END-IF
                       ADD 1 TO WS-NUM-PIANI
                       MOVE WS-NUM-PIANI TO WS-PIANO-TROVATO
                   END-IF
                   MOVE WS-PROGRAMMA TO PS-PROGRAMMA
                   MOVE WS-TIPO-VOCE TO PS-TIPO
                   MOVE WS-CODICE-SCELTO TO PS-CORSO
                   MOVE 0 TO PS-CFU-MINIMI
                   MOVE 0 TO PS-CFU-SCELTA
                   MOVE PianoRecord TO PT-REC (WS-PIANO-TROVATO)
                   DISPLAY "Corso " WS-CODICE-SCELTO " nel piano "
                           WS-PROGRAMMA " come " WS-TIPO-VOCE "."
               WHEN OTHER
                   DISPLAY "Tipo " WS-TIPO-VOCE " non valido: piano"
                           " non modificato."
                   GO TO Voce-Piano-exit
           END-EVALUATE.
           PERFORM Salva-Piani THRU Salva-Piani-exit.
       Voce-Piano-exit.
           EXIT.

       Somma-Cfu-Piano.
      *    Credits on offer in WS-PROGRAMMA's plan, so a minimum
      *    the plan cannot reach shows up when it is keyed.
           MOVE 0 TO WS-CFU-PIANO.
           PERFORM VARYING WS-PIANO-IDX FROM 1 BY 1
                   UNTIL WS-PIANO-IDX > WS-NUM-PIANI
               MOVE PT-REC (WS-PIANO-IDX) TO PianoRecord
               IF PS-PROGRAMMA = WS-PROGRAMMA AND PS-TIPO NOT = "M"
                   MOVE PS-CORSO TO WS-CODICE-SCELTO
                   PERFORM Cerca-Corso THRU Cerca-Corso-exit
                   IF WS-CORSO-TROVATO > 0
                       ADD CT-CFU (WS-CORSO-TROVATO) TO WS-CFU-PIANO
                   END-IF
               END-IF
           END-PERFORM.
       Somma-Cfu-Piano-exit.
           EXIT.

       Carica-Riconoscimenti.
           MOVE 0 TO WS-NUM-RICON.
           MOVE "N" TO WS-EOF-CORSI.
           OPEN INPUT RiconosciFile.
           IF WS-FS-RICONOSCI NOT = "00"
               GO TO Carica-Riconoscimenti-exit
           END-IF.
           PERFORM UNTIL WS-EOF-CORSI = "Y"
               READ RiconosciFile
                   AT END MOVE "Y" TO WS-EOF-CORSI
                   NOT AT END
                       IF WS-NUM-RICON < WS-MAX-RICON
                           ADD 1 TO WS-NUM-RICON
                           MOVE RiconoscimentoRecord
                               TO RT-REC (WS-NUM-RICON)
                       ELSE
                           DISPLAY "Riconoscimenti oltre il limite"
                                   " di " WS-MAX-RICON " voci: voce"
                                   " ignorata."
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RiconosciFile.
       Carica-Riconoscimenti-exit.
           EXIT.

       Salva-Riconoscimenti.
           OPEN OUTPUT RiconosciFile.
           PERFORM VARYING WS-RIC-IDX FROM 1 BY 1
                   UNTIL WS-RIC-IDX > WS-NUM-RICON
               MOVE RT-REC (WS-RIC-IDX) TO RiconoscimentoRecord
               WRITE RiconoscimentoRecord
           END-PERFORM.
           CLOSE RiconosciFile.
       Salva-Riconoscimenti-exit.
           EXIT.

       Voce-Riconoscimento.
      *    Which passed exam counts, after a passaggio from one
      *    programme to another, as which course of the new plan:
      *    origin zero for any programme, equivalent zero for the
      *    same code. X takes the line off.
           DISPLAY "Corso di laurea di provenienza (0 = qualsiasi): ".
           ACCEPT WS-PROG-DA.
           IF WS-PROG-DA NOT = 0
               MOVE WS-PROG-DA TO WS-CODICE-SCELTO
               PERFORM Cerca-Corso THRU Cerca-Corso-exit
               IF WS-CORSO-TROVATO = 0
                   DISPLAY "Codice " WS-PROG-DA " non a catalogo."
                   GO TO Voce-Riconoscimento-exit
               END-IF
           END-IF.
           DISPLAY "Corso di laurea di destinazione: ".
           ACCEPT WS-PROGRAMMA.
           MOVE WS-PROGRAMMA TO WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0 OR WS-PROGRAMMA = WS-PROG-DA
               DISPLAY "Destinazione " WS-PROGRAMMA " non valida."
               GO TO Voce-Riconoscimento-exit
           END-IF.
           DISPLAY "Esame superato da riconoscere (codice corso): ".
           ACCEPT WS-ESAME.
           MOVE WS-ESAME TO WS-CODICE-SCELTO.
           PERFORM Cerca-Corso THRU Cerca-Corso-exit.
           IF WS-CORSO-TROVATO = 0 OR WS-ESAME = 0
               DISPLAY "Codice " WS-ESAME " non a catalogo."
               GO TO Voce-Riconoscimento-exit
           END-IF.
           MOVE 0 TO WS-RIC-TROVATO.
           PERFORM VARYING WS-RIC-IDX FROM 1 BY 1
                   UNTIL WS-RIC-IDX > WS-NUM-RICON
               MOVE RT-REC (WS-RIC-IDX) TO RiconoscimentoRecord
               IF RI-PROG-DA = WS-PROG-DA
                  AND RI-PROG-A = WS-PROGRAMMA
                  AND RI-ESAME = WS-ESAME
                   MOVE WS-RIC-IDX TO WS-RIC-TROVATO
               END-IF
           END-PERFORM.
           DISPLAY "Azione (I=inserisci o modifica, X=togli): ".
           ACCEPT WS-AZIONE.
           MOVE FUNCTION UPPER-CASE (WS-AZIONE) TO WS-AZIONE.
           EVALUATE WS-AZIONE
               WHEN "X"
                   IF WS-RIC-TROVATO = 0
                       DISPLAY "Riconoscimento non presente."
                       GO TO Voce-Riconoscimento-exit
                   END-IF
                   PERFORM VARYING WS-RIC-IDX FROM WS-RIC-TROVATO
                           BY 1 UNTIL WS-RIC-IDX >= WS-NUM-RICON
                       MOVE RT-REC (WS-RIC-IDX + 1)
                           TO RT-REC (WS-RIC-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-NUM-RICON
                   DISPLAY "Riconoscimento dell'esame " WS-ESAME
                           " tolto."
               WHEN "I"
                   DISPLAY "Vale nel nuovo piano come (codice"
                           " corso, 0 = lo stesso): "
                   ACCEPT WS-ESAME-A
                   IF WS-ESAME-A NOT = 0
                       MOVE WS-ESAME-A TO WS-CODICE-SCELTO
                       PERFORM Cerca-Corso THRU Cerca-Corso-exit
                       IF WS-CORSO-TROVATO = 0
                           DISPLAY "Codice " WS-ESAME-A
                                   " non a catalogo."
                           GO TO Voce-Riconoscimento-exit
                       END-IF
                   END-IF
                   IF WS-RIC-TROVATO = 0
                       IF WS-NUM-RICON >= WS-MAX-RICON
                           DISPLAY "Riconoscimenti al limite: voce"
                                   " non registrata."
                           GO TO Voce-Riconoscimento-exit
                       END-IF
                       ADD 1 TO WS-NUM-RICON
                       MOVE WS-NUM-RICON TO WS-RIC-TROVATO
                   END-IF
                   MOVE WS-PROG-DA TO RI-PROG-DA
                   MOVE WS-PROGRAMMA TO RI-PROG-A
                   MOVE WS-ESAME TO RI-ESAME
                   MOVE WS-ESAME-A TO RI-ESAME-A
                   MOVE RiconoscimentoRecord TO RT-REC (WS-RIC-TROVATO)
                   DISPLAY "Esame " WS-ESAME " riconosciuto nel"
                           " passaggio al corso " WS-PROGRAMMA "."
               WHEN OTHER
                   DISPLAY "Azione " WS-AZIONE " non valida: tabella"
                           " non modificata."
                   GO TO Voce-Riconoscimento-exit
           END-EVALUATE.
           PERFORM Salva-Riconoscimenti
                   THRU Salva-Riconoscimenti-exit.
       Voce-Riconoscimento-exit.
           EXIT.
       END PROGRAM CorsiManut.
