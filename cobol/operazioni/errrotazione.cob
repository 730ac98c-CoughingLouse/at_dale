      *          archived periods - "what did Rubrica log in June?"
      *          without grep on one giant file.
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - period 0 in mode R closes the month just
      *      ended (MONTHRUN passes 0); a rotation files its
      *      control figures (lines read, archived, carried
      *      forward) for the MONTHRUN certificate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ErrRotazione.
               FILE STATUS IS WS-FS-INDICE.
           SELECT RapportoFile ASSIGN TO WS-FILE-RAPPORTO
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY CTRFIGS.
       DATA DIVISION.
       FILE SECTION.
       FD  LogFile.
           05 IL-SIGILLO       PIC 9(9).
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY CTRFIGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "R".
       01  WS-FS-LOG           PIC XX VALUE "00".
       01  WS-ANNO-SCADENZA    PIC 9(4) VALUE 0.
       01  WS-RIGHE-SPOSTATE   PIC 9(7) VALUE 0.
       01  WS-RIGHE-RIPORTATE  PIC 9(7) VALUE 0.
      * Control figures of a rotation: lines read off the live log,
      * and carried-forward lines written back onto it.
       01  WS-RIGHE-LETTE      PIC 9(7) VALUE 0.
       01  WS-RIGHE-RICARICATE PIC 9(7) VALUE 0.
       01  WS-CONFERMA         PIC X VALUE "N".
      * Index entries in memory for the purge rewrite.
       01  WS-MAX-INDICE       PIC 9(3) VALUE 100.
       01  WS-PGM-CERCATO      PIC X(20) VALUE SPACES.
       01  WS-RIGHE-TROVATE    PIC 9(7) VALUE 0.
           COPY SIGILLOW.
           COPY ERRLOGW.
           COPY CTRFIGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Rotazione del log errori ::".
                   " archivi scaduti, S=ricerca in un periodo): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ErrRotazione" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           COMPUTE WS-ANNO-OGGI = WS-DATA-OGGI / 10000.
           EVALUATE WS-MODALITA
           STOP RUN.

       Ruota-Periodo.
           DISPLAY "Periodo da chiudere (AAAAMM, 0 = il mese"
                   " precedente): ".
           ACCEPT WS-PERIODO.
      *    MONTHRUN passes 0: the month just ended, whatever the
      *    date the stream runs on.
           IF WS-PERIODO = 0
               COMPUTE WS-PERIODO = WS-DATA-OGGI / 100
               IF FUNCTION MOD (WS-PERIODO, 100) = 1
                   SUBTRACT 89 FROM WS-PERIODO
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO
               END-IF
               DISPLAY "Periodo da chiudere: " WS-PERIODO "."
           END-IF.
           DISPLAY "Anni di conservazione dell'archivio (es. 02): ".
           ACCEPT WS-ANNI-CONSERVA.
           IF WS-ANNI-CONSERVA = 0
               READ LogFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       ADD 1 TO WS-RIGHE-LETTE
                       IF LogLinea (1:6) = WS-PERIODO
                           ADD 1 TO WS-RIGHE-SPOSTATE
                           MOVE LogLinea (1:150) TO WS-SIG-BUFFER
                       NOT AT END
                           MOVE RiportoLinea TO LogLinea
                           WRITE LogLinea
                           ADD 1 TO WS-RIGHE-RICARICATE
                   END-READ
               END-PERFORM
               CLOSE RiportoFile
                   " (sigillo " WS-SIG-VALORE "); "
                   WS-RIGHE-RIPORTATE " righe di altri periodi"
                   " riportate sul log corrente.".
      *    For the MONTHRUN certificate: every line read is either
      *    in the sealed archive or back on the live log.
           MOVE "ERRROTAZ" TO WS-CF-PASSO.
           MOVE "LOG-LETTE" TO WS-CF-VOCE.
           MOVE WS-RIGHE-LETTE TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "LOG-ARCHIV" TO WS-CF-VOCE.
           MOVE WS-SIG-CONTA TO WS-CF-VALORE.
           COPY CTRFIG.
           MOVE "LOG-RIPORT" TO WS-CF-VOCE.
           MOVE WS-RIGHE-RICARICATE TO WS-CF-VALORE.
           COPY CTRFIG.
           DISPLAY "Figure di controllo ERRROTAZ registrate su"
                   " CONTROLLI.DAT.".
       Ruota-Periodo-exit.
           EXIT.

