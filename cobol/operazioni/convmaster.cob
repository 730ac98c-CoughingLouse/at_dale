      *      record key on the surname: the rewritten file now
      *      carries it, and the new "A" pass re-creates an existing
      *      58-byte master with the index.
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvMaster.
       01  VOTANTI-TAB.
           05 VT-ID OCCURS 15000 TIMES PIC X(20).
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Conversione master (una tantum) ::".
                   " cognome): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           MOVE "ConvMaster" TO WS-ACC-PROGRAMMA.
           MOVE WS-MODALITA TO WS-ACC-MODALITA.
           COPY ACCESSO.
           EVALUATE WS-MODALITA
               WHEN "V"
                   PERFORM Converti-Votanti
