      ******************************************************************
      * RECAPITW - working storage for the contact-details check
      * (RECAPITV). COPY into WORKING-STORAGE alongside RECAPITD.
      ******************************************************************
      * Outcome of the last check: SPACES valido, otherwise
      *   IN indirizzo incompleto (address without CAP or citta')
      *   CA CAP non di cinque cifre
      *   EM e-mail malformata
      *   TE telefono con caratteri non ammessi o troppo corto
      *   IB IBAN malformato o con cifre di controllo errate
       01  WS-RCV-ESITO         PIC XX    VALUE SPACES.
       01  WS-RCV-LUNG          PIC 99    VALUE 0.
       01  WS-RCV-IDX           PIC 99    VALUE 0.
       01  WS-RCV-POS-AT        PIC 99    VALUE 0.
       01  WS-RCV-POS-PUNTO     PIC 99    VALUE 0.
       01  WS-RCV-CHIOCCIOLE    PIC 99    VALUE 0.
       01  WS-RCV-SPAZI         PIC 99    VALUE 0.
       01  WS-RCV-CIFRE         PIC 99    VALUE 0.
       01  WS-RCV-CARATTERE     PIC X     VALUE SPACE.
      * IBAN check: the account with its first four characters moved
      * to the end, letters counted A=10 ... Z=35, modulo 97.
       01  WS-RCV-IBAN-RUOTATO  PIC X(34) VALUE SPACES.
       01  WS-RCV-RESTO         PIC 9(4)  VALUE 0.
       01  WS-RCV-VALORE        PIC 99    VALUE 0.
       01  WS-RCV-LETTERA       PIC 99    VALUE 0.
       01  WS-RCV-ALFABETO      PIC X(26)
                                VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
