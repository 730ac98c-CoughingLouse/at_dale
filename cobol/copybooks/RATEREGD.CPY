      ******************************************************************
      * RATEREGD - FD/record for the instalment and surcharge rules
      * of the fee regulation (REGOLE_RATE.DAT), kept by the bursar
      * with the editor like the other control files. RR-TIPO says
      * which fields count:
      *   S = scadenza: instalment RR-NUMERO falls due on day
      *       RR-GIORNO of month RR-MESE (September to December of
      *       the academic year's first calendar year, January to
      *       August of the second) for RR-PERCENTUALE of the
      *       invoice; the last instalment takes the rounding.
      *   M = mora: an instalment more than RR-GIORNI days overdue
      *       carries a surcharge of RR-IMPORTO in all (the highest
      *       step reached applies, never the sum of the steps).
      * COPY into FILE SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  RegoleRateFile.
       01  RegolaRataRecord.
           05 RR-TIPO          PIC X.
           05 RR-NUMERO        PIC 9.
           05 RR-MESE          PIC 99.
           05 RR-GIORNO        PIC 99.
           05 RR-PERCENTUALE   PIC 9(3).
           05 RR-GIORNI        PIC 9(3).
           05 RR-IMPORTO       PIC 9(5)V99.
