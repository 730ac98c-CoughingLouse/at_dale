      ******************************************************************
      * RPTARCD - FD/record for the report repository index
      * (RAPPORTI_INDICE.DAT): one entry per filed report, written
      * by ArchiviaRapporto, read and purged by RistampaRapporti.
      * RI-RAPPORTO is the report file as the program printed it,
      * RI-FILE the sealed copy kept under the filing number, and
      * RI-SIGILLO/RI-CONTA the SIGILLO seal over its lines. COPY
      * into FILE SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  RapportiIndiceFile.
       01  RapportoIndiceRecord.
           05 RI-NUMERO        PIC 9(9).
           05 RI-PROGRAMMA     PIC X(20).
           05 RI-RAPPORTO      PIC X(50).
           05 RI-DATA          PIC 9(8).
           05 RI-ORA           PIC 9(6).
           05 RI-OPERATORE     PIC X(8).
           05 RI-PAGINE        PIC 9(5).
           05 RI-RIGHE         PIC 9(7).
           05 RI-FILE          PIC X(50).
           05 RI-SIGILLO       PIC 9(9).
           05 RI-CONTA         PIC 9(7).
