      ******************************************************************
      * SEQBLKD - FD/record for a block of numbers reserved from a
      * sequence-generator series for a seggio that runs without a
      * live connection. The same layout serves the central register
      * of reservations (BLOCCHI_SERIE.DAT, kept by SeqBlocchi) and
      * the one-record block file the offline terminal carries
      * (BLOCCO_<seggio>.DAT, read and advanced by Elezioni's
      * Assegna-Ricevuta). COPY into FILE SECTION; the SELECT stays
      * in each program.
      *
      * Stato: A = aperto, in uso al seggio
      *        C = chiuso, rientrato e fuso in EMISSIONI.LOG
      * BL-PROSSIMO is the next number the terminal issues; past
      * BL-ULTIMO the block is exhausted.
      ******************************************************************
       FD  BlocchiFile.
       01  BloccoRecord.
           05 BL-SERIE         PIC X(10).
           05 BL-SEGGIO        PIC X(10).
           05 BL-PRIMO         PIC 9(9).
           05 BL-ULTIMO        PIC 9(9).
           05 BL-PROSSIMO      PIC 9(9).
           05 BL-DATA-PREN     PIC 9(8).
           05 BL-STATO         PIC X.
           05 BL-DATA-RIENTRO  PIC 9(8).
           05 BL-USATI         PIC 9(9).
           05 BL-ANNULLATI     PIC 9(9).
