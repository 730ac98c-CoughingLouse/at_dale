      ******************************************************************
      * ELEZREVD - FD/record for the voter-register revision log
      * (REVISIONI_REG.LOG): one append-only record per change made
      * to a REG_<seggio>.DAT register by ElezRegManut - "I"
      * iscrizione, "C" cancellazione, and the two halves of a
      * transfer, "U" uscita from the old seggio and "E" entrata in
      * the new one, each naming the other seggio. The revision list
      * the electoral commission signs is printed from this log.
      * COPY into FILE SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  RevisioniFile.
       01  RevisioneRecord.
           05 RV-DATA          PIC 9(8).
           05 RV-ORA           PIC 9(6).
           05 RV-SEGGIO        PIC X(10).
           05 RV-TIPO          PIC X.
           05 RV-ID-ELETTORE   PIC X(20).
      *    Legal effective date of the change (death, move, 18th
      *    birthday), keyed by the desk; RV-DATA is when it was filed.
           05 RV-DATA-EFFETTO  PIC 9(8).
      *    Cancellation grounds: DE decesso, EM emigrazione, PD
      *    perdita del diritto, DU iscrizione doppia, AL altro.
      *    "TR" on both halves of a transfer; SPACES on an iscrizione.
           05 RV-MOTIVO        PIC XX.
           05 RV-NOTA          PIC X(30).
      *    The other seggio of a transfer; SPACES otherwise.
           05 RV-SEGGIO-ALTRO  PIC X(10).
