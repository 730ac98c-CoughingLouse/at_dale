      ******************************************************************
      * CERTTESD - FD/record for the certificate text archive
      * (CERTTESTI.DAT): the body of every certificate Certificati
      * issues, one record per printed line in print order, so the
      * office can show what a certificate said when issued and
      * recompute its verification code. COPY into FILE SECTION; the
      * SELECT stays in each program.
      ******************************************************************
       FD  TestiCertificatiFile.
       01  TestoCertificatoRecord.
           05 CX-NUMERO        PIC 9(9).
           05 CX-RIGA          PIC 9(3).
           05 CX-TESTO         PIC X(80).
