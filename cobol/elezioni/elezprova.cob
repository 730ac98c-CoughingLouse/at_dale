      *          checkpoint line by line against the expectations and
      *          files a pass/fail certificate for the commission.
      * Tectonics: cobc
      * Mod: 15/10/2026 - a referendum's "QUES" checkpoint records
      *      (its question text) are not counters and are left out
      *      of the comparison with the expected distribution.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ElezProva.
                   NOT AT END
                       IF RR-TIPO NOT = "SIGL"
                          AND RR-TIPO NOT = "PROV"
                          AND RR-TIPO NOT = "QUES"
                           PERFORM Confronta-Voce-Attesa
                                   THRU Confronta-Voce-Attesa-exit
                       END-IF
           WRITE CertificatoLine.
           DISPLAY CertificatoLine.
           CLOSE CertificatoFile.
           MOVE WS-FILE-CERTIFICATO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Certificato L&A in " WS-FILE-CERTIFICATO ".".
       Verifica-Esito-exit.
           EXIT.
