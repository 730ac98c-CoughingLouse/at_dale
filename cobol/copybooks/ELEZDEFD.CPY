      ******************************************************************
      * ELEZDEFD - FD/record for the election definition
      * (DEFINIZIONE_ELEZIONE.DAT): one record describing the
      * election being prepared - its date, title and the official
      * polling hours. Set by ElezAvvisi (mode D); the voter cards
      * print the hours from it and Elezioni takes the date and
      * hours from it at Inizio instead of asking the desk.
      * COPY into FILE SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  DefinizioneFile.
       01  DefinizioneRecord.
           05 DE-DATA-ELEZIONE PIC 9(8).
      *    Official opening and closing time, HHMM.
           05 DE-ORA-APERTURA  PIC 9(4).
           05 DE-ORA-CHIUSURA  PIC 9(4).
           05 DE-DESCRIZIONE   PIC X(40).
