      ******************************************************************
      * ACCESSOW - working-storage interface for the shop's operator
      * sign-on (ACCESSO copybook, ControlloAccesso service). COPY
      * into WORKING-STORAGE, beside ERRLOGW. The caller sets
      * WS-ACC-PROGRAMMA to its own name and WS-ACC-MODALITA to the
      * mode chosen (space for a program without modes) before COPY
      * ACCESSO. WS-ACC-OPERATORE comes back with the signed-on code
      * and WS-ACC-LIVELLO with the operator's level; a caller that
      * checks a second mode in the same run leaves the code in
      * place and the operator is not asked again.
      ******************************************************************
       01  WS-RICHIESTA-ACCESSO.
           05 WS-ACC-PROGRAMMA  PIC X(20) VALUE SPACES.
           05 WS-ACC-MODALITA   PIC X     VALUE SPACE.
           05 WS-ACC-OPERATORE  PIC X(8)  VALUE SPACES.
           05 WS-ACC-LIVELLO    PIC X     VALUE SPACE.
      *    "0" autorizzato, "O" operatore non riconosciuto o non
      *    attivo, "L" livello non autorizzato al programma o alla
      *    modalita'.
           05 WS-ACC-ESITO      PIC X     VALUE SPACE.
