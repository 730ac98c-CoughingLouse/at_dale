      *      rollover now offers it to the head of that course's
      *      waitlist (LISTA_ATTESA.DAT, stato "A" -> "O"), the same
      *      offer Rubrica's maintenance withdrawal makes.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - blank years default to the current year from
      *      ANNO_ACCADEMICO.DAT and the one after it; annulled
      *      or failed rollovers end with RC 8; the counts are
      *      filed on the control figures under step RUBRANNO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RubricAnno.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ATTESA.
           COPY ERRLOGS.
           COPY CTRFIGS.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentiFile.
           05 LA-ORA          PIC 9(6).
           05 LA-STATO        PIC X.
           COPY ERRLOGD.
           COPY CTRFIGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-STUDENTI   PIC X(50) VALUE "STUDENTI.DAT".
       01  WS-FS-STUDENTI     PIC XX VALUE "00".
       01  WS-ARCHIVIATI      PIC 9(5) VALUE 0.
       01  WS-RISCRITTI       PIC 9(5) VALUE 0.
       01  WS-LASCIATI        PIC 9(5) VALUE 0.
      * Withdrawn and already-left records the rollover leaves as
      * they are: archived = continuing + leavers + unchanged.
       01  WS-INVARIATI       PIC 9(5) VALUE 0.
       01  WS-MAX-LASCIANTI   PIC 9(4) VALUE 1000.
       01  WS-NUM-LASCIANTI   PIC 9(4) VALUE 0.
       01  WS-LASC-IDX        PIC 9(4) VALUE 0.
              10 AT-REC        PIC X(25).
       01  WS-CORSO-LIBERO    PIC 9(5) VALUE 0.
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY CTRFIGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Rollover di fine anno accademico ::".
           MOVE "RubricAnno" TO WS-ACC-PROGRAMMA.
           COPY ACCESSO.
           DISPLAY "Anno accademico da chiudere (invio = quello"
                   " corrente): ".
           ACCEPT WS-ANNO-CHIUSO.
           IF WS-ANNO-CHIUSO = 0
               PERFORM Leggi-Anno THRU Leggi-Anno-exit
           END-IF.
           DISPLAY "Nuovo anno accademico (invio = il successivo): ".
           ACCEPT WS-ANNO-NUOVO.
           IF WS-ANNO-NUOVO = 0
               COMPUTE WS-ANNO-NUOVO = WS-ANNO-CHIUSO + 1
           END-IF.
           IF WS-ANNO-NUOVO <= WS-ANNO-CHIUSO
               DISPLAY "Il nuovo anno deve seguire quello chiuso:"
                       " rollover annullato."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "STUDENTI_" DELIMITED BY SIZE
           ACCEPT WS-CONFERMA.
           IF WS-CONFERMA NOT = "S" AND WS-CONFERMA NOT = "s"
               DISPLAY "Rollover annullato: master invariato."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Carica-Lascianti THRU Carica-Lascianti-exit.
           PERFORM Aggiorna-Anno THRU Aggiorna-Anno-exit.
           DISPLAY "Rollover completato: " WS-ARCHIVIATI
                   " record archiviati, " WS-RISCRITTI
                   " continuanti, " WS-LASCIATI " lascianti, "
                   WS-INVARIATI " invariati.".
           PERFORM Registra-Figure THRU Registra-Figure-exit.
           STOP RUN.

       Leggi-Anno.
      *    Unattended year-end runs take the year to close from
      *    ANNO_ACCADEMICO.DAT, the year the rollover itself advances.
           OPEN INPUT AnnoAccFile.
           IF WS-FS-ANNO-ACC NOT = "00"
               DISPLAY "Anno accademico corrente non disponibile:"
                       " rollover annullato."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AnnoAccFile
               AT END MOVE 0 TO AnnoAccRecord
           END-READ.
           CLOSE AnnoAccFile.
           IF AnnoAccRecord NOT NUMERIC OR AnnoAccRecord = 0
               DISPLAY "Anno accademico corrente non valido:"
                       " rollover annullato."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE AnnoAccRecord TO WS-ANNO-CHIUSO.
           DISPLAY "Anno da chiudere: " WS-ANNO-CHIUSO.
       Leggi-Anno-exit.
           EXIT.

       Carica-Lascianti.
      *    The registrar's list of students not returning; a missing
      *    file just means nobody leaves beyond the withdrawals
               MOVE "Archivia-Anno" TO WS-ERR-PARAGRAFO
               MOVE "master studenti non apribile" TO WS-ERR-MESSAGGIO
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ArchivioFile.

       Rollover-Un-Record.
           IF SR-STATO = "R" OR SR-STATO = "L"
               ADD 1 TO WS-INVARIATI
               GO TO Rollover-Un-Record-exit
           END-IF.
           MOVE "N" TO WS-E-LASCIANTE.
           DISPLAY "Anno accademico corrente ora " WS-ANNO-NUOVO ".".
       Aggiorna-Anno-exit.
           EXIT.

       Registra-Figure.
      *    The rollover's counts go on the control figures so the
      *    year-end balancing can tie them to the backup copies.
           MOVE "RUBRANNO" TO WS-CF-PASSO.
           MOVE "ARCHIVIATI" TO WS-CF-VOCE.
           MOVE WS-ARCHIVIATI TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "RISCRITTI" TO WS-CF-VOCE.
           MOVE WS-RISCRITTI TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "LASCIATI" TO WS-CF-VOCE.
           MOVE WS-LASCIATI TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "INVARIATI" TO WS-CF-VOCE.
           MOVE WS-INVARIATI TO WS-CF-VALORE.
           COPY CTRFIG.
           DISPLAY "Figure di controllo RUBRANNO registrate su"
                   " CONTROLLI.DAT.".
       Registra-Figure-exit.
           EXIT.
       END PROGRAM RubricAnno.
