      ******************************************************************
      * SEGGIO - look one seggio up on the polling-station master
      * (SEGGI.DAT). One agreed way for every election report to say
      * where a seggio is, instead of printing a bare code.
      *
      * Usage: COPY SEGGIOS. into FILE-CONTROL, ELEZSEGD. into FILE
      * SECTION and SEGGIOW. into WORKING-STORAGE. MOVE the code to
      * WS-SEG-CODICE, then COPY SEGGIO. WS-SEG-TROVATO comes back
      * "Y" with the record in WS-SEG-RECORD (and still in
      * SeggioRecord) and the printable WS-SEG-DESCRIZIONE; on "N"
      * the description reads "non in anagrafe seggi".
      ******************************************************************
           MOVE "N" TO WS-SEG-TROVATO
           MOVE "N" TO WS-SEG-MASTER
           MOVE SPACES TO WS-SEG-RECORD
           MOVE "non in anagrafe seggi" TO WS-SEG-DESCRIZIONE
           MOVE "N" TO WS-SEG-EOF
           OPEN INPUT SeggiFile
           IF WS-FS-SEGGI = "00"
               MOVE "Y" TO WS-SEG-MASTER
               PERFORM UNTIL WS-SEG-EOF = "Y"
                   READ SeggiFile
                       AT END MOVE "Y" TO WS-SEG-EOF
                       NOT AT END
                           IF AS-CODICE = WS-SEG-CODICE
                               MOVE "Y" TO WS-SEG-TROVATO
                               MOVE "Y" TO WS-SEG-EOF
                               MOVE SeggioRecord TO WS-SEG-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SeggiFile
           END-IF
           IF WS-SEG-TROVATO = "Y"
               MOVE WS-SEG-RECORD TO SeggioRecord
               MOVE SPACES TO WS-SEG-DESCRIZIONE
               STRING FUNCTION TRIM (AS-NOME) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM (AS-INDIRIZZO) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM (AS-COMUNE) DELIMITED BY SIZE
                      INTO WS-SEG-DESCRIZIONE
           END-IF
