      ******************************************************************
      * SOSPESID - FD/record for the suspense queue of incoming
      * payments (INCASSI_SOSPESI.DAT): a payment Fatturazione could
      * not match safely to an invoice is parked here instead of
      * being posted, numbered from the SOSPESI series, with the
      * reason, until the bursar assigns it to an invoice or returns
      * it at the desk (mode D). COPY into FILE SECTION; the SELECT
      * stays in each program.
      *
      * Motivo: CK = codice di riferimento con cifre di controllo
      *              errate
      *         NF = riferimento valido ma fattura non a registro
      *         MD = fattura del riferimento intestata ad altra
      *              matricola
      *         AM = piu' fatture aperte della matricola con lo
      *              stesso importo
      *         NM = nessuna fattura corrispondente
      * Stato:  S = in sospeso
      *         A = assegnato a fattura (SP-FATTURA)
      *         R = restituito all'ordinante
      ******************************************************************
       FD  SospesiFile.
       01  SospesoRecord.
           05 SP-NUMERO        PIC 9(9).
           05 SP-DATA-INGRESSO PIC 9(8).
           05 SP-RIFERIMENTO   PIC X(11).
           05 SP-IMPORTO       PIC 9(7)V99.
           05 SP-DATA-VALUTA   PIC 9(8).
           05 SP-MATRICOLA     PIC 9(5).
           05 SP-ORDINANTE     PIC X(35).
           05 SP-MOTIVO        PIC XX.
           05 SP-STATO         PIC X.
           05 SP-FATTURA       PIC 9(9).
           05 SP-OPERATORE     PIC X(8).
           05 SP-DATA-ESITO    PIC 9(8).
