      ******************************************************************
      * SEGGIOW - working-storage interface for the SEGGIO polling-
      * station lookup. COPY into WORKING-STORAGE.
      ******************************************************************
       01  WS-FILE-SEGGI        PIC X(50) VALUE "SEGGI.DAT".
       01  WS-FS-SEGGI          PIC XX    VALUE "00".
       01  WS-SEG-EOF           PIC X     VALUE "N".
      * In: the seggio code to look up.
       01  WS-SEG-CODICE        PIC X(10) VALUE SPACES.
      * Out: "Y" when the code is on the master (WS-SEG-MASTER tells
      * whether the master could be read at all), the record found,
      * and a ready-made "name, address, comune" line for reports.
       01  WS-SEG-TROVATO       PIC X     VALUE "N".
       01  WS-SEG-MASTER        PIC X     VALUE "N".
       01  WS-SEG-RECORD        PIC X(155) VALUE SPACES.
       01  WS-SEG-DESCRIZIONE   PIC X(72) VALUE SPACES.
