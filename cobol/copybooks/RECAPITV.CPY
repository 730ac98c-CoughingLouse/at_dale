      ******************************************************************
      * RECAPITV - basic validation of a contact-details record before
      * it is written: an address needs its CAP and citta', a CAP is
      * five digits, an e-mail has one "@" with something before it
      * and a dotted domain after it and no blanks, a phone number is
      * digits and blanks (a leading "+" allowed) with at least six
      * digits. An IBAN is the compact form (no blanks), a two-letter
      * country code, two check digits that pass the modulo-97 test,
      * at least 15 characters and exactly 27 for Italy. Blank fields
      * are allowed: a student may leave any of them out.
      *
      * Usage: COPY RECAPITD. into FILE SECTION and RECAPITW. into
      * WORKING-STORAGE; fill RecapitoRecord, then COPY RECAPITV. in
      * the paragraph that writes it. WS-RCV-ESITO comes back SPACES
      * when the record is acceptable, otherwise the reason code
      * listed in RECAPITW.
      ******************************************************************
           MOVE SPACES TO WS-RCV-ESITO
           IF RP-INDIRIZZO NOT = SPACES
              AND (RP-CAP = SPACES OR RP-CITTA = SPACES)
               MOVE "IN" TO WS-RCV-ESITO
           END-IF
           IF WS-RCV-ESITO = SPACES AND RP-CAP NOT = SPACES
              AND RP-CAP IS NOT NUMERIC
               MOVE "CA" TO WS-RCV-ESITO
           END-IF
           IF WS-RCV-ESITO = SPACES AND RP-EMAIL NOT = SPACES
               MOVE 0 TO WS-RCV-CHIOCCIOLE
               MOVE 0 TO WS-RCV-SPAZI
               MOVE 0 TO WS-RCV-POS-AT
               MOVE 0 TO WS-RCV-POS-PUNTO
               MOVE 0 TO WS-RCV-LUNG
               INSPECT RP-EMAIL TALLYING WS-RCV-CHIOCCIOLE FOR ALL "@"
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > 50
                   IF RP-EMAIL (WS-RCV-IDX:1) NOT = SPACE
                       MOVE WS-RCV-IDX TO WS-RCV-LUNG
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > WS-RCV-LUNG
                   MOVE RP-EMAIL (WS-RCV-IDX:1) TO WS-RCV-CARATTERE
                   EVALUATE TRUE
                       WHEN WS-RCV-CARATTERE = SPACE
                           ADD 1 TO WS-RCV-SPAZI
                       WHEN WS-RCV-CARATTERE = "@"
                           MOVE WS-RCV-IDX TO WS-RCV-POS-AT
                       WHEN WS-RCV-CARATTERE = "."
                            AND WS-RCV-POS-AT > 0
                           MOVE WS-RCV-IDX TO WS-RCV-POS-PUNTO
                   END-EVALUATE
               END-PERFORM
      *        The last dot after the "@" must have a label on both
      *        sides of it.
               IF WS-RCV-CHIOCCIOLE NOT = 1
                  OR WS-RCV-SPAZI > 0
                  OR WS-RCV-POS-AT < 2
                  OR WS-RCV-POS-PUNTO < WS-RCV-POS-AT + 2
                  OR WS-RCV-POS-PUNTO = WS-RCV-LUNG
                   MOVE "EM" TO WS-RCV-ESITO
               END-IF
           END-IF
           IF WS-RCV-ESITO = SPACES AND RP-TELEFONO NOT = SPACES
               MOVE 0 TO WS-RCV-CIFRE
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > 15
                   MOVE RP-TELEFONO (WS-RCV-IDX:1)
                       TO WS-RCV-CARATTERE
                   EVALUATE TRUE
                       WHEN WS-RCV-CARATTERE IS NUMERIC
                           ADD 1 TO WS-RCV-CIFRE
                       WHEN WS-RCV-CARATTERE = SPACE
                           CONTINUE
                       WHEN WS-RCV-CARATTERE = "+"
                            AND WS-RCV-IDX = 1
                           CONTINUE
                       WHEN OTHER
                           MOVE "TE" TO WS-RCV-ESITO
                   END-EVALUATE
               END-PERFORM
               IF WS-RCV-CIFRE < 6
                   MOVE "TE" TO WS-RCV-ESITO
               END-IF
           END-IF
           IF WS-RCV-ESITO = SPACES AND RP-IBAN NOT = SPACES
               MOVE 0 TO WS-RCV-LUNG
               MOVE 0 TO WS-RCV-SPAZI
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > 34
                   IF RP-IBAN (WS-RCV-IDX:1) NOT = SPACE
                       MOVE WS-RCV-IDX TO WS-RCV-LUNG
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > WS-RCV-LUNG
                   IF RP-IBAN (WS-RCV-IDX:1) = SPACE
                       ADD 1 TO WS-RCV-SPAZI
                   END-IF
               END-PERFORM
               IF WS-RCV-SPAZI > 0 OR WS-RCV-LUNG < 15
                  OR RP-IBAN (1:2) IS NOT ALPHABETIC-UPPER
                  OR RP-IBAN (3:2) IS NOT NUMERIC
                  OR (RP-IBAN (1:2) = "IT" AND WS-RCV-LUNG NOT = 27)
                   MOVE "IB" TO WS-RCV-ESITO
               END-IF
           END-IF
           IF WS-RCV-ESITO = SPACES AND RP-IBAN NOT = SPACES
               MOVE SPACES TO WS-RCV-IBAN-RUOTATO
               MOVE RP-IBAN (5:WS-RCV-LUNG - 4) TO WS-RCV-IBAN-RUOTATO
               MOVE RP-IBAN (1:4)
                   TO WS-RCV-IBAN-RUOTATO (WS-RCV-LUNG - 3:4)
               MOVE 0 TO WS-RCV-RESTO
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > WS-RCV-LUNG
                          OR WS-RCV-ESITO NOT = SPACES
                   MOVE WS-RCV-IBAN-RUOTATO (WS-RCV-IDX:1)
                       TO WS-RCV-CARATTERE
                   IF WS-RCV-CARATTERE IS NUMERIC
                       MOVE WS-RCV-CARATTERE TO WS-RCV-VALORE
                       COMPUTE WS-RCV-RESTO = FUNCTION MOD
                           (WS-RCV-RESTO * 10 + WS-RCV-VALORE, 97)
                   ELSE
                       MOVE 0 TO WS-RCV-VALORE
                       PERFORM VARYING WS-RCV-LETTERA FROM 1 BY 1
                               UNTIL WS-RCV-LETTERA > 26
                           IF WS-RCV-ALFABETO (WS-RCV-LETTERA:1)
                              = WS-RCV-CARATTERE
                               COMPUTE WS-RCV-VALORE =
                                   WS-RCV-LETTERA + 9
                           END-IF
                       END-PERFORM
                       IF WS-RCV-VALORE = 0
                           MOVE "IB" TO WS-RCV-ESITO
                       ELSE
                           COMPUTE WS-RCV-RESTO = FUNCTION MOD
                               (WS-RCV-RESTO * 100 + WS-RCV-VALORE, 97)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RCV-RESTO NOT = 1
                   MOVE "IB" TO WS-RCV-ESITO
               END-IF
           END-IF
