      *          open (non-certified) item in REGCERT.DAT is refused
      *          whatever its age.
      * Tectonics: cobc
      * Mod: 15/10/2026 - the roster record gained the operator's role
      *      (OP-RUOLO), kept here so the layout stays one.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezPurga.
           05 OP-ORA-INIZIO    PIC X(4).
           05 OP-ORA-FINE      PIC X(4).
           05 OP-STATO         PIC X.
           05 OP-RUOLO         PIC X.
       FD  ArchivioFile.
       01  ArchivioRecord      PIC X(300).
       FD  CertificatoFile.
           WRITE CertificatoLine.
           DISPLAY CertificatoLine.
           CLOSE CertificatoFile.
           MOVE WS-FILE-CERTIFICATO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Certificato di distruzione in "
                   WS-FILE-CERTIFICATO ".".
       Stampa-Certificato-exit.
