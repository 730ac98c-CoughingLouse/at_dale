      ******************************************************************
      * AUTORIZD - FD/record for the function authorisation table
      * (AUTORIZZAZIONI.DAT), kept by OperManut and read by
      * ControlloAccesso at every sign-on: one line per operator
      * level, program and mode the level may use. AZ-PROGRAMMA is
      * the program's name as it signs its error-log entries
      * (Fatturazione, TasseManut, ...); AZ-MODALITA "*" grants every
      * mode of the program. A supervisor (level "S") needs no line:
      * the supervisor level passes everywhere. COPY into FILE
      * SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  AutorizzazioniFile.
       01  AutorizzazioneRecord.
           05 AZ-LIVELLO       PIC X.
           05 AZ-PROGRAMMA     PIC X(20).
           05 AZ-MODALITA      PIC X.
