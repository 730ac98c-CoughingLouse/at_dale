      ******************************************************************
      * RECAPITD - FD/record for the student contact details
      * (RECAPITI.DAT): one record per Matricola with postal address,
      * e-mail, phone and the bank account (IBAN, for refunds), kept
      * by Recapiti's maintenance mode and
      * loaded with the admissions in Rubrica's mode B. Read by
      * Recapiti's mailing extract and by Rubrica's waitlist offer.
      * COPY into FILE SECTION; the SELECT (ORGANIZATION INDEXED,
      * RECORD KEY RP-MATRICOLA) stays in each program. Check the
      * fields with RECAPITV before writing.
      ******************************************************************
       FD  RecapitiFile.
       01  RecapitoRecord.
           05 RP-MATRICOLA     PIC 9(5).
           05 RP-INDIRIZZO     PIC X(40).
           05 RP-CAP           PIC X(5).
           05 RP-CITTA         PIC X(30).
           05 RP-PROVINCIA     PIC X(2).
           05 RP-EMAIL         PIC X(50).
           05 RP-TELEFONO      PIC X(15).
           05 RP-DATA-AGG      PIC 9(8).
      *    Compact form, upper case, no blanks (IT: 27 characters).
           05 RP-IBAN          PIC X(34).
