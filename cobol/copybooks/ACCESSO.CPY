      ******************************************************************
      * ACCESSO - operator sign-on and function authorisation. The
      * caller sets WS-ACC-PROGRAMMA and WS-ACC-MODALITA (ACCESSOW)
      * first. ControlloAccesso asks for the operator code, checks
      * it against OPERATORI.DAT and the level against
      * AUTORIZZAZIONI.DAT, and logs any refusal on the shared error
      * log itself; a refused run ends here with RC 8. An authorised
      * operator's code is stamped on the caller's error-log lines
      * from here on.
      ******************************************************************
           CALL "ControlloAccesso" USING WS-RICHIESTA-ACCESSO
           IF WS-ACC-ESITO NOT = "0"
               DISPLAY "Accesso negato a "
                       FUNCTION TRIM (WS-ACC-PROGRAMMA)
                       ": sessione chiusa."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ACC-OPERATORE TO WS-ERR-OPERATORE
