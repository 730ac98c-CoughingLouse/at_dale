      ******************************************************************
      * CERTREGD - FD/record for the certificate register
      * (CERTIFICATI.DAT): one append-only record per certificate
      * issued by Certificati - number (CERTIFIC series), date and
      * time, type, student, operator, the verification code printed
      * on it and a one-line summary of what it certified. The full
      * text is kept on CERTTESTI.DAT (CERTTESD). COPY into FILE
      * SECTION; the SELECT stays in each program.
      *
      * Tipi: I iscrizione   E esami superati   T tasse pagate
      ******************************************************************
       FD  RegCertificatiFile.
       01  RegCertificatoRecord.
           05 CE-NUMERO        PIC 9(9).
           05 CE-DATA          PIC 9(8).
           05 CE-ORA           PIC 9(6).
           05 CE-TIPO          PIC X.
           05 CE-MATRICOLA     PIC 9(5).
           05 CE-OPERATORE     PIC X(8).
      *    SIGILLO fold over number, student, date, type and every
      *    line of the text, in order.
           05 CE-CODICE        PIC 9(9).
           05 CE-RIGHE         PIC 9(3).
           05 CE-SINTESI       PIC X(60).
