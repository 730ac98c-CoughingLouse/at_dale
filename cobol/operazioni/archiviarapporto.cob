      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Report repository - the filing half. Every report
      *          framed by RPTHDR/RPTTRL goes to a fixed name
      *          (MOROSITA.TXT, the canvass file, ...) that the next
      *          run overwrites; when the auditor asks for a report
      *          as it stood on a given day it is gone. Called
      *          through COPY RPTARC right after the report is
      *          closed, this service copies it under a filing
      *          number from the RAPPORTI series of the shop's
      *          sequence generator (RAPPORTI_<numero>.TXT), closes
      *          the copy with a SIGILLO seal line the way
      *          ErrRotazione seals its archives, and adds an entry
      *          to RAPPORTI_INDICE.DAT (RPTARCD copybook): program,
      *          report, run date and time, operator, pages and
      *          seal. RistampaRapporti lists, reprints and purges.
      *          A report that cannot be filed is logged on the
      *          shared error log; the caller's run is not stopped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchiviaRapporto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrigineFile ASSIGN TO WS-FILE-ORIGINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ORIGINE.
           SELECT CopiaFile ASSIGN TO WS-FILE-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COPIA.
           SELECT RapportiIndiceFile ASSIGN TO WS-FILE-INDICE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICE.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       FD  OrigineFile.
       01  OrigineLinea        PIC X(150).
       FD  CopiaFile.
       01  CopiaLinea          PIC X(150).
           COPY RPTARCD.
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-ORIGINE     PIC X(50) VALUE SPACES.
       01  WS-FS-ORIGINE       PIC XX VALUE "00".
       01  WS-FILE-COPIA       PIC X(50) VALUE SPACES.
       01  WS-FS-COPIA         PIC XX VALUE "00".
       01  WS-FILE-INDICE      PIC X(50) VALUE "RAPPORTI_INDICE.DAT".
       01  WS-FS-INDICE        PIC XX VALUE "00".
       01  WS-EOF-LETTURA      PIC X VALUE "N".
       01  WS-DATA-OGGI        PIC 9(8) VALUE 0.
       01  WS-ORA-OGGI         PIC 9(8) VALUE 0.
      * Filing numbers come from their own series of the sequence
      * generator, so no two runs can ever file under one number.
       01  WS-RICHIESTA-SEQ.
           05 WS-SEQ-SERIE         PIC X(10) VALUE "RAPPORTI".
           05 WS-NUMERO-ARCHIVIO   PIC 9(9) VALUE 0.
           05 WS-SEQ-INIZIALE      PIC 9(9) VALUE 1.
           05 WS-SEQ-LIMITE        PIC 9(9) VALUE 0.
           05 WS-SEQ-AZZERA        PIC X VALUE "N".
           05 WS-SEQ-ESITO         PIC X VALUE "0".
           05 WS-SEQ-CHIAMANTE     PIC X(10) VALUE "ArchiviaRa".
           05 WS-SEQ-BLOCCO        PIC 9(9) VALUE 0.
           05 WS-SEQ-RIFERIMENTO   PIC X(10) VALUE SPACES.
           COPY SIGILLOW.
           COPY ERRLOGW.
       LINKAGE SECTION.
      * The caller's filing request (RPTHDRW copybook): program,
      * report file just closed, operator, pages and lines; the
      * filing number and the outcome ("0" archiviato, "F" file del
      * rapporto illeggibile, "N" numero non assegnato) come back.
       01  LK-RICHIESTA.
           05 LK-PROGRAMMA     PIC X(20).
           05 LK-FILE          PIC X(50).
           05 LK-OPERATORE     PIC X(8).
           05 LK-PAGINE        PIC 9(5).
           05 LK-RIGHE         PIC 9(7).
           05 LK-NUMERO        PIC 9(9).
           05 LK-ESITO         PIC X.
       PROCEDURE DIVISION USING LK-RICHIESTA.
       MAIN-PROCEDURE.
           MOVE "0" TO LK-ESITO.
           MOVE 0 TO LK-NUMERO.
           MOVE LK-PROGRAMMA TO WS-ERR-PROGRAMMA.
           MOVE LK-OPERATORE TO WS-ERR-OPERATORE.
           PERFORM Archivia-Rapporto THRU Archivia-Rapporto-exit.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       Archivia-Rapporto.
           MOVE LK-FILE TO WS-FILE-ORIGINE.
           OPEN INPUT OrigineFile.
           IF WS-FS-ORIGINE NOT = "00"
               MOVE "F" TO LK-ESITO
               DISPLAY "Rapporto " FUNCTION TRIM (WS-FILE-ORIGINE)
                       " non leggibile: non archiviato."
               MOVE "Archivia-Rapporto" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "rapporto non archiviato: "
                      DELIMITED BY SIZE
                      WS-FILE-ORIGINE DELIMITED BY SPACE
                      " illeggibile" DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Archivia-Rapporto-exit
           END-IF.
           MOVE 0 TO WS-NUMERO-ARCHIVIO.
           CALL "IncrementoDecremento" USING WS-RICHIESTA-SEQ.
           IF WS-SEQ-ESITO NOT = "0"
               CLOSE OrigineFile
               MOVE "N" TO LK-ESITO
               DISPLAY "Numero di archivio non assegnato (esito "
                       WS-SEQ-ESITO "): rapporto "
                       FUNCTION TRIM (WS-FILE-ORIGINE)
                       " non archiviato."
               MOVE "Archivia-Rapporto" TO WS-ERR-PARAGRAFO
               MOVE SPACES TO WS-ERR-MESSAGGIO
               STRING "rapporto non archiviato: " DELIMITED BY SIZE
                      WS-FILE-ORIGINE DELIMITED BY SPACE
                      " senza numero" DELIMITED BY SIZE
                      INTO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               GO TO Archivia-Rapporto-exit
           END-IF.
           ACCEPT WS-DATA-OGGI FROM DATE YYYYMMDD.
           ACCEPT WS-ORA-OGGI FROM TIME.
           MOVE SPACES TO WS-FILE-COPIA.
           STRING "RAPPORTI_" DELIMITED BY SIZE
                  WS-NUMERO-ARCHIVIO DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
                  INTO WS-FILE-COPIA.
           OPEN OUTPUT CopiaFile.
           MOVE 0 TO WS-SIG-VALORE.
           MOVE 0 TO WS-SIG-CONTA.
           MOVE "N" TO WS-EOF-LETTURA.
           PERFORM UNTIL WS-EOF-LETTURA = "Y"
               READ OrigineFile
                   AT END MOVE "Y" TO WS-EOF-LETTURA
                   NOT AT END
                       MOVE OrigineLinea TO WS-SIG-BUFFER
                       COPY SIGILLO.
                       MOVE OrigineLinea TO CopiaLinea
                       WRITE CopiaLinea
               END-READ
           END-PERFORM.
           CLOSE OrigineFile.
      *    The copy closes with its own seal line: a filed report
      *    edited after the fact no longer matches its index entry.
           MOVE SPACES TO CopiaLinea.
           MOVE WS-SIG-VALORE TO WS-SIG-VALORE-ED.
           STRING "*SIGILLO " DELIMITED BY SIZE
                  WS-SIG-VALORE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SIG-CONTA DELIMITED BY SIZE
                  INTO CopiaLinea.
           WRITE CopiaLinea.
           CLOSE CopiaFile.
           OPEN EXTEND RapportiIndiceFile.
           IF WS-FS-INDICE = "35"
               OPEN OUTPUT RapportiIndiceFile
               CLOSE RapportiIndiceFile
               OPEN EXTEND RapportiIndiceFile
           END-IF.
           MOVE WS-NUMERO-ARCHIVIO TO RI-NUMERO.
           MOVE LK-PROGRAMMA TO RI-PROGRAMMA.
           MOVE LK-FILE TO RI-RAPPORTO.
           MOVE WS-DATA-OGGI TO RI-DATA.
           MOVE WS-ORA-OGGI (1:6) TO RI-ORA.
      *    An unattended run with nobody signed on is filed as BATCH.
           IF LK-OPERATORE = SPACES
               MOVE "BATCH" TO RI-OPERATORE
           ELSE
               MOVE LK-OPERATORE TO RI-OPERATORE
           END-IF.
           MOVE LK-PAGINE TO RI-PAGINE.
           MOVE LK-RIGHE TO RI-RIGHE.
           MOVE WS-FILE-COPIA TO RI-FILE.
           MOVE WS-SIG-VALORE TO RI-SIGILLO.
           MOVE WS-SIG-CONTA TO RI-CONTA.
           WRITE RapportoIndiceRecord.
           CLOSE RapportiIndiceFile.
           MOVE WS-NUMERO-ARCHIVIO TO LK-NUMERO.
           DISPLAY "Rapporto " FUNCTION TRIM (LK-FILE)
                   " archiviato con il numero " WS-NUMERO-ARCHIVIO
                   " (" FUNCTION TRIM (WS-FILE-COPIA) ").".
       Archivia-Rapporto-exit.
           EXIT.
       END PROGRAM ArchiviaRapporto.
