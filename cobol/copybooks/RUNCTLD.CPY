      * RUNCTLD - FD/record for the nightly run-control file: one
      * append-only record per step event, date + step name +
      * started/completed. The latest record for a date/step wins.
      * Steps of the MONTHRUN and YEAREND streams carry the stream's
      * name in RN-CATENA; the nightly steps leave it blank.
      * COPY into FILE SECTION.
      ******************************************************************
       FD  RunCtlFile.
       01  RunCtlRecord.
           05 RN-DATA          PIC 9(8).
           05 RN-PASSO         PIC X(8).
      *    "I" iniziato, "C" completato, "S" saltato dal calendario
      *    (stream steps only).
           05 RN-STATO         PIC X.
           05 RN-CATENA        PIC X(8).
