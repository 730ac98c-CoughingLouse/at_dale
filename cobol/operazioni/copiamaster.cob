      *          and pre-load check. Mode R reloads the master from a
      *          copy, but only after the seal verifies.
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      *      Register entries carry the operator who took
      *      the copy (RC-OPERATORE).
      * Mod: 15/10/2026 - optional copy label (PRIMA, DOPO, MESE) in the
      *      image copy name; a good copy files its record count
      *      on the control figures under step COPIAMAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CopiaMaster.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REG-COPIE.
           COPY ERRLOGS.
           COPY CTRFIGS.
       DATA DIVISION.
       FILE SECTION.
       FD  StudentiFile.
           05 RC-RECORD        PIC 9(7).
           05 RC-SIGILLO       PIC 9(9).
           05 RC-FILE-COPIA    PIC X(50).
      *    Operator who took the copy (blank on older entries).
           05 RC-OPERATORE     PIC X(8).
           COPY ERRLOGD.
           COPY CTRFIGD.
       WORKING-STORAGE SECTION.
       01  WS-MODALITA         PIC X VALUE "V".
       01  WS-TIPO-MASTER      PIC X VALUE "S".
       01  WS-SIGILLO-OK       PIC X VALUE "N".
       01  WS-CONFERMA         PIC X VALUE "N".
       01  WS-RICARICATI       PIC 9(7) VALUE 0.
      * Optional label of a copy, so that two copies of one master
      * taken on the same day (before and after the year-end
      * rollover) do not overwrite each other.
       01  WS-ETICHETTA        PIC X(8) VALUE SPACES.
       01  WS-PUNT-COPIA       PIC 99 VALUE 1.
           COPY SIGILLOW.
           COPY ERRLOGW.
           COPY ACCESSOW.
           COPY CTRFIGW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Copia immagine dei master indicizzati ::".
                   " R=ripristino verificato): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "CopiaMaster" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           DISPLAY "Master (S=studenti, V=lista votanti di un"
                   " seggio): ".
           ACCEPT WS-TIPO-MASTER.
       Esegui-Copia.
      *    Unload the indexed master to a dated sequential image
      *    copy, seal it, and file the register entry.
           DISPLAY "Etichetta della copia (invio = nessuna,"
                   " es. PRIMA, DOPO): ".
           ACCEPT WS-ETICHETTA.
           MOVE FUNCTION UPPER-CASE (WS-ETICHETTA) TO WS-ETICHETTA.
           MOVE SPACES TO WS-FILE-COPIA.
           MOVE 1 TO WS-PUNT-COPIA.
           IF WS-TIPO-MASTER = "V"
               STRING "COPIA_VOT_" DELIMITED BY SIZE
                      WS-SEGGIO DELIMITED BY SPACE
                      "_" DELIMITED BY SIZE
                      WS-DATA-OGGI DELIMITED BY SIZE
                      INTO WS-FILE-COPIA WITH POINTER WS-PUNT-COPIA
           ELSE
               STRING "COPIA_STUDENTI_" DELIMITED BY SIZE
                      WS-DATA-OGGI DELIMITED BY SIZE
                      INTO WS-FILE-COPIA WITH POINTER WS-PUNT-COPIA
           END-IF.
           IF WS-ETICHETTA NOT = SPACES
               STRING "_" DELIMITED BY SIZE
                      WS-ETICHETTA DELIMITED BY SPACE
                      INTO WS-FILE-COPIA WITH POINTER WS-PUNT-COPIA
           END-IF.
           STRING ".DAT" DELIMITED BY SIZE
                  INTO WS-FILE-COPIA WITH POINTER WS-PUNT-COPIA.
           MOVE 0 TO WS-CONTA-RECORD.
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           MOVE WS-CONTA-RECORD TO RC-RECORD.
           MOVE WS-SIG-VALORE TO RC-SIGILLO.
           MOVE WS-FILE-COPIA TO RC-FILE-COPIA.
           MOVE WS-ACC-OPERATORE TO RC-OPERATORE.
           WRITE RegistroCopiaRecord.
           CLOSE RegistroCopieFile.
           DISPLAY "Copia immagine di "
                   FUNCTION TRIM (WS-FILE-COPIA)
                   " (sigillo " WS-SIG-VALORE "), registrata su"
                   " COPIE_REGISTRO.DAT.".
      *    A good copy leaves its record count on the control
      *    figures, under its label, for the job-stream balancing.
           IF RETURN-CODE < 8
               MOVE "COPIAMAS" TO WS-CF-PASSO
               IF WS-ETICHETTA = SPACES
                   MOVE "REC-COPIA" TO WS-CF-VOCE
               ELSE
                   MOVE SPACES TO WS-CF-VOCE
                   STRING "REC-" DELIMITED BY SIZE
                          WS-ETICHETTA DELIMITED BY SPACE
                          INTO WS-CF-VOCE
               END-IF
               MOVE WS-CONTA-RECORD TO WS-CF-VALORE
               COPY CTRFIG.
           END-IF.
       Esegui-Copia-exit.
           EXIT.

