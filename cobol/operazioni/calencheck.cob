      *          prints the coming week's planned schedule for the
      *          desk.
      * Tectonics: cobc
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      * Mod: 15/10/2026 - job-stream gates for MONTHRUN and YEAREND:
      *      mode A opens a stream (or resumes one left open),
      *      mode P gates a stream step - skipped when already
      *      done since the opening, so a restart resumes at the
      *      failed step - and mode F marks it completed.
      *      Run-control records carry the stream (RN-CATENA).
      * Mod: 15/10/2026 - mode P answers 2, not 1, for a step the
      *      calendar skips (now or on a restart), so a stream
      *      can bypass the steps that depend on it; 1 still
      *      means completed since the opening.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalenCheck.
               FILE STATUS IS WS-FS-CALENDARIO.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY RUNCTLS.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
           05 CL-AZIONE        PIC X.
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY RUNCTLD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "C".
       01  WS-PASSO-VISTO      PIC X VALUE "N".
       01  PASSI-TAB.
           05 PASSO-VOCE OCCURS 20 TIMES PIC X(8).
      * Job-stream state off the run-control file: the stream's
      * latest open/close record, the date it was opened, and the
      * step's latest state since that opening.
       01  WS-STATO-CATENA     PIC X VALUE SPACE.
       01  WS-DATA-APERTURA    PIC 9(8) VALUE 0.
       01  WS-STATO-PASSO      PIC X VALUE SPACE.
       01  WS-STATO-NUOVO      PIC X VALUE SPACE.
       01  WS-EOF-RUN          PIC X VALUE "N".
           COPY ERRLOGW.
           COPY RPTHDRW.
           COPY RUNCTLW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Modalita' (C=controllo passo, R=rapporto della"
                   " settimana, A=apertura catena, P=passo di catena,"
                   " F=fine passo di catena): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
      *    Marking a step done needs no calendar: a missing calendar
      *    must not leave finished work looking unfinished.
           IF WS-MODALITA NOT = "F"
               PERFORM Carica-Calendario THRU Carica-Calendario-exit
           END-IF.
           EVALUATE WS-MODALITA
               WHEN "R"
                   PERFORM Rapporto-Settimana
                           THRU Rapporto-Settimana-exit
               WHEN "A"
                   PERFORM Apri-Catena THRU Apri-Catena-exit
               WHEN "P"
                   PERFORM Passo-Catena THRU Passo-Catena-exit
               WHEN "F"
                   PERFORM Fine-Passo THRU Fine-Passo-exit
               WHEN OTHER
                   PERFORM Controlla-Passo THRU Controlla-Passo-exit
           END-EVALUATE.
           STOP RUN.

       Carica-Calendario.
               END-PERFORM
           END-PERFORM.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Piano della settimana in " WS-FILE-RAPPORTO ".".
       Rapporto-Settimana-exit.
           EXIT.
               + WS-GIORNO-CONV.
       Avanza-Data-exit.
           EXIT.

       Leggi-Run-Control.
      *    One pass over the run-control file for WS-RUN-CATENA:
      *    the stream's own records (step name = stream name) open
      *    it ("I") and close it ("C"); every opening starts the
      *    stream afresh, so only the step records written since
      *    the latest one count for WS-RUN-PASSO.
           MOVE SPACE TO WS-STATO-CATENA.
           MOVE SPACE TO WS-STATO-PASSO.
           MOVE 0 TO WS-DATA-APERTURA.
           MOVE "N" TO WS-EOF-RUN.
           OPEN INPUT RunCtlFile.
           IF WS-FS-RUNCTL NOT = "00"
               GO TO Leggi-Run-Control-exit
           END-IF.
           PERFORM UNTIL WS-EOF-RUN = "Y"
               READ RunCtlFile
                   AT END MOVE "Y" TO WS-EOF-RUN
                   NOT AT END
                       IF RN-CATENA = WS-RUN-CATENA
                           IF RN-PASSO = WS-RUN-CATENA
                               MOVE RN-STATO TO WS-STATO-CATENA
                               IF RN-STATO = "I"
                                   MOVE RN-DATA TO WS-DATA-APERTURA
                                   MOVE SPACE TO WS-STATO-PASSO
                               END-IF
                           ELSE
                               IF RN-PASSO = WS-RUN-PASSO
                                   MOVE RN-STATO TO WS-STATO-PASSO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RunCtlFile.
       Leggi-Run-Control-exit.
           EXIT.

       Scrivi-Run-Control.
      *    Appends WS-STATO-NUOVO for WS-RUN-PASSO of WS-RUN-CATENA
      *    under today's date.
           OPEN EXTEND RunCtlFile.
           IF WS-FS-RUNCTL = "35"
               OPEN OUTPUT RunCtlFile
               CLOSE RunCtlFile
               OPEN EXTEND RunCtlFile
           END-IF.
           MOVE WS-DATA-OGGI TO RN-DATA.
           MOVE WS-RUN-PASSO TO RN-PASSO.
           MOVE WS-STATO-NUOVO TO RN-STATO.
           MOVE WS-RUN-CATENA TO RN-CATENA.
           WRITE RunCtlRecord.
           CLOSE RunCtlFile.
       Scrivi-Run-Control-exit.
           EXIT.

       Apri-Catena.
      *    First step of MONTHRUN / YEAREND: the stream name arrives
      *    on SYSIN. A stream left open by a failed run is resumed
      *    whatever the calendar says today - its steps already
      *    completed are skipped by their gates; otherwise the
      *    calendar decides whether the stream is due (RC 1, clean
      *    skip of the whole stream) and the opening is recorded.
           ACCEPT WS-RUN-CATENA.
           MOVE FUNCTION UPPER-CASE (WS-RUN-CATENA) TO WS-RUN-CATENA.
           MOVE WS-RUN-CATENA TO WS-RUN-PASSO.
           PERFORM Leggi-Run-Control THRU Leggi-Run-Control-exit.
           IF WS-STATO-CATENA = "I"
               DISPLAY "Catena " WS-RUN-CATENA " aperta il "
                       WS-DATA-APERTURA " e mai chiusa: ripresa dal"
                       " passo non completato."
               MOVE 0 TO RETURN-CODE
               GO TO Apri-Catena-exit
           END-IF.
           MOVE WS-RUN-CATENA TO WS-PASSO-SCELTO.
           MOVE WS-DATA-OGGI TO WS-DATA-DECISA.
           PERFORM Decidi-Passo THRU Decidi-Passo-exit.
           IF WS-AZIONE-VINCENTE = "S"
               DISPLAY "Calendario: catena " WS-RUN-CATENA
                       " NON prevista in data " WS-DATA-OGGI
                       ": saltata."
               MOVE 1 TO RETURN-CODE
               GO TO Apri-Catena-exit
           END-IF.
           MOVE "I" TO WS-STATO-NUOVO.
           PERFORM Scrivi-Run-Control THRU Scrivi-Run-Control-exit.
           DISPLAY "Catena " WS-RUN-CATENA " aperta in data "
                   WS-DATA-OGGI ".".
           MOVE 0 TO RETURN-CODE.
       Apri-Catena-exit.
           EXIT.

       Passo-Catena.
      *    The gate before each work step of a stream: stream and
      *    step names arrive on SYSIN. A step already completed since
      *    the stream was opened answers 1, so a restart picks up at
      *    the step that failed; otherwise the calendar is asked for
      *    the date the stream was opened - a stream resumed the next
      *    morning runs the schedule of the day it started - and the
      *    step is marked started, or recorded as skipped. A step the
      *    calendar skips answers 2, now and on every restart, so the
      *    JCL can tell "done" from "never done" and bypass the steps
      *    that depend on it.
           ACCEPT WS-RUN-CATENA.
           MOVE FUNCTION UPPER-CASE (WS-RUN-CATENA) TO WS-RUN-CATENA.
           ACCEPT WS-RUN-PASSO.
           MOVE FUNCTION UPPER-CASE (WS-RUN-PASSO) TO WS-RUN-PASSO.
           PERFORM Leggi-Run-Control THRU Leggi-Run-Control-exit.
           IF WS-STATO-CATENA NOT = "I"
               DISPLAY "Catena " WS-RUN-CATENA " non aperta: passo "
                       WS-RUN-PASSO " non eseguibile."
               MOVE "CalenCheck" TO WS-ERR-PROGRAMMA
               MOVE "Passo-Catena" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "passo " DELIMITED BY SIZE
                      WS-RUN-PASSO DELIMITED BY SPACE
                      " fuori da una catena aperta" DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Passo-Catena-exit
           END-IF.
           IF WS-STATO-PASSO = "C"
               DISPLAY "Catena " WS-RUN-CATENA ": passo "
                       WS-RUN-PASSO " gia' completato in questa"
                       " esecuzione: saltato."
               MOVE 1 TO RETURN-CODE
               GO TO Passo-Catena-exit
           END-IF.
           IF WS-STATO-PASSO = "S"
               DISPLAY "Catena " WS-RUN-CATENA ": passo "
                       WS-RUN-PASSO " gia' saltato da calendario in"
                       " questa esecuzione: resta saltato."
               MOVE 2 TO RETURN-CODE
               GO TO Passo-Catena-exit
           END-IF.
           MOVE WS-RUN-PASSO TO WS-PASSO-SCELTO.
           MOVE WS-DATA-APERTURA TO WS-DATA-DECISA.
           PERFORM Decidi-Passo THRU Decidi-Passo-exit.
           IF WS-AZIONE-VINCENTE = "S"
               DISPLAY "Calendario: passo " WS-RUN-PASSO
                       " NON previsto in data " WS-DATA-DECISA
                       ": saltato."
               MOVE "S" TO WS-STATO-NUOVO
               PERFORM Scrivi-Run-Control
                       THRU Scrivi-Run-Control-exit
               MOVE 2 TO RETURN-CODE
               GO TO Passo-Catena-exit
           END-IF.
           MOVE "I" TO WS-STATO-NUOVO.
           PERFORM Scrivi-Run-Control THRU Scrivi-Run-Control-exit.
           DISPLAY "Catena " WS-RUN-CATENA ": passo " WS-RUN-PASSO
                   " avviato.".
           MOVE 0 TO RETURN-CODE.
       Passo-Catena-exit.
           EXIT.

       Fine-Passo.
      *    After a work step that ended RC 4 or less: its started
      *    record becomes completed, so a restart goes past it.
           ACCEPT WS-RUN-CATENA.
           MOVE FUNCTION UPPER-CASE (WS-RUN-CATENA) TO WS-RUN-CATENA.
           ACCEPT WS-RUN-PASSO.
           MOVE FUNCTION UPPER-CASE (WS-RUN-PASSO) TO WS-RUN-PASSO.
           PERFORM Leggi-Run-Control THRU Leggi-Run-Control-exit.
           IF WS-STATO-CATENA NOT = "I" OR WS-STATO-PASSO NOT = "I"
               DISPLAY "Catena " WS-RUN-CATENA ": passo "
                       WS-RUN-PASSO " non avviato in questa"
                       " esecuzione: nessuna marcatura."
               MOVE 4 TO RETURN-CODE
               GO TO Fine-Passo-exit
           END-IF.
           MOVE WS-DATA-OGGI TO WS-RUN-DATA-OGGI.
           COPY RUNCTLC.
           DISPLAY "Catena " WS-RUN-CATENA ": passo " WS-RUN-PASSO
                   " completato.".
           MOVE 0 TO RETURN-CODE.
       Fine-Passo-exit.
           EXIT.
       END PROGRAM CalenCheck.
