      *      of right-length garbage is caught at the transfer desk
      *      instead of mid-NIGHTRUN. No layout named, no field
      *      checks: the original count/length/seal pass unchanged.
      * Mod: 15/10/2026 - Mode K: keyed compare of two files
      *      of one dictionary layout - only in first, only in
      *      second, changed fields named, counts, optional
      *      delta file; RC 0 identical, 4 differences, 8 error
      * Mod: 15/10/2026 - dictionary FD/record moved to the shared
      *      copybook DIZIONAD, also used by Estrazione
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CicloFor.
           SELECT DizionarioFile ASSIGN TO "DIZIONARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIZIONARIO.
           SELECT OrdinaFile ASSIGN TO "CONFRONTO_ORD.TMP".
           SELECT OrdinatoUnoFile ASSIGN TO "CONFRONTO_1.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNO.
           SELECT OrdinatoDueFile ASSIGN TO "CONFRONTO_2.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DUE.
           SELECT DeltaFile ASSIGN TO WS-FILE-DELTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DELTA.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       01  ControlloRecord     PIC 9(7).
       FD  RapportoFile.
       01  RapportoLine        PIC X(80).
           COPY DIZIONAD.
      *    Keyed comparison: each file is sorted on the key field,
      *    lifted to the front of the work record, then the two
      *    sorted images are matched key against key.
       SD  OrdinaFile.
       01  OrdinaRecord.
           05 OR-CHIAVE        PIC X(40).
           05 OR-DATI          PIC X(150).
       FD  OrdinatoUnoFile.
       01  OrdinatoUnoRecord.
           05 OU-CHIAVE        PIC X(40).
           05 OU-DATI          PIC X(150).
       FD  OrdinatoDueFile.
       01  OrdinatoDueRecord.
           05 OD-CHIAVE        PIC X(40).
           05 OD-DATI          PIC X(150).
      *    The optional delta for loading: "I" a record only in the
      *    second file, "D" one only in the first, "U" the second
      *    file's image of a changed record.
       FD  DeltaFile.
       01  DeltaRecord.
           05 DL-OPERAZIONE    PIC X.
           05 DL-DATI          PIC X(150).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01 WS-FILE-VALORI       PIC X(50) VALUE SPACES.
       01 WS-RECORD-GIA-ERRATO PIC X VALUE "N".
       01 WS-MAX-SEGNALAZIONI  PIC 9(3) VALUE 10.
       01 WS-SEGNALATI         PIC 9(3) VALUE 0.
      * Keyed comparison of two files of one dictionary layout.
       01 WS-MODALITA          PIC X VALUE "V".
       01 WS-FILE-PRIMO        PIC X(50) VALUE SPACES.
       01 WS-FILE-SECONDO      PIC X(50) VALUE SPACES.
       01 WS-FILE-DELTA        PIC X(50) VALUE SPACES.
       01 WS-FS-UNO            PIC XX VALUE "00".
       01 WS-FS-DUE            PIC XX VALUE "00".
       01 WS-FS-DELTA          PIC XX VALUE "00".
       01 WS-CAMPO-CHIAVE      PIC X(15) VALUE SPACES.
       01 WS-CHIAVE-POS        PIC 9(3) VALUE 0.
       01 WS-CHIAVE-LUN        PIC 9(3) VALUE 0.
       01 WS-CHIAVE-UNO        PIC X(40) VALUE SPACES.
       01 WS-CHIAVE-DUE        PIC X(40) VALUE SPACES.
       01 WS-CHIAVE-PREC-UNO   PIC X(40) VALUE SPACES.
       01 WS-CHIAVE-PREC-DUE   PIC X(40) VALUE SPACES.
       01 WS-EOF-UNO           PIC X VALUE "N".
       01 WS-EOF-DUE           PIC X VALUE "N".
       01 WS-LETTI-UNO         PIC 9(7) VALUE 0.
       01 WS-LETTI-DUE         PIC 9(7) VALUE 0.
       01 WS-UGUALI            PIC 9(7) VALUE 0.
       01 WS-SOLO-PRIMO        PIC 9(7) VALUE 0.
       01 WS-SOLO-SECONDO      PIC 9(7) VALUE 0.
       01 WS-MODIFICATI        PIC 9(7) VALUE 0.
       01 WS-DUPLICATI         PIC 9(7) VALUE 0.
       01 WS-DELTA-SCRITTI     PIC 9(7) VALUE 0.
       01 WS-CAMPI-DIVERSI     PIC 99 VALUE 0.
       01 WS-VALORE-PRIMA      PIC X(20) VALUE SPACES.
       01 WS-VALORE-DOPO       PIC X(20) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY SIGILLOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Verifica file di trasferimento ::".
           DISPLAY "Modalita' (V=verifica di un file, K=confronto a"
                   " chiave fra due file; vuoto = V): ".
           ACCEPT WS-MODALITA.
           MOVE FUNCTION UPPER-CASE (WS-MODALITA) TO WS-MODALITA.
           IF WS-MODALITA = "K"
               PERFORM Confronta-File THRU Confronta-File-exit
               STOP RUN
           END-IF.
           DISPLAY "Nome del file da verificare: ".
           ACCEPT WS-FILE-VALORI.
           DISPLAY "Lunghezza minima attesa dei record (0 = nessun"
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di controllo in " WS-FILE-RAPPORTO ".".
       Stampa-Controllo-exit.
           EXIT.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.

       Confronta-File.
      *    What changed between two files of one dictionary layout:
      *    both are sorted on the named key field and matched key
      *    against key. A key only in the first file, only in the
      *    second, or in both with a different record is reported
      *    - a changed record with every dictionary field that
      *    differs - with the counts per category, and optionally
      *    written to a delta file for loading. Ends 0 when the
      *    files are identical, 4 on differences, 8 when the
      *    comparison cannot be trusted (missing file or layout, a
      *    key repeated within a file).
           MOVE "CONFRONTO_FILE.TXT" TO WS-FILE-RAPPORTO.
           DISPLAY "Primo file (es. la versione precedente): ".
           ACCEPT WS-FILE-PRIMO.
           DISPLAY "Secondo file (es. la nuova versione): ".
           ACCEPT WS-FILE-SECONDO.
           DISPLAY "Tracciato a dizionario dei due file: ".
           ACCEPT WS-TIPO-TRACCIATO.
           MOVE FUNCTION UPPER-CASE (WS-TIPO-TRACCIATO)
               TO WS-TIPO-TRACCIATO.
           DISPLAY "Campo chiave (nome a dizionario): ".
           ACCEPT WS-CAMPO-CHIAVE.
           MOVE FUNCTION UPPER-CASE (WS-CAMPO-CHIAVE)
               TO WS-CAMPO-CHIAVE.
           DISPLAY "File delta per il caricamento (vuoto = nessuno): ".
           ACCEPT WS-FILE-DELTA.
           IF WS-TIPO-TRACCIATO = SPACES
               DISPLAY "Tracciato non indicato: confronto non"
                       " eseguito."
               MOVE 8 TO RETURN-CODE
               GO TO Confronta-File-exit
           END-IF.
           PERFORM Carica-Dizionario THRU Carica-Dizionario-exit.
           IF WS-TIPO-TRACCIATO = SPACES
               MOVE 8 TO RETURN-CODE
               GO TO Confronta-File-exit
           END-IF.
           MOVE 0 TO WS-CHIAVE-POS.
           MOVE 0 TO WS-CHIAVE-LUN.
           PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > WS-NUM-CAMPI
               IF CP-CAMPO (WS-CAMPO-IDX) = WS-CAMPO-CHIAVE
                   MOVE CP-POS (WS-CAMPO-IDX) TO WS-CHIAVE-POS
                   MOVE CP-LUN (WS-CAMPO-IDX) TO WS-CHIAVE-LUN
               END-IF
           END-PERFORM.
           IF WS-CHIAVE-POS = 0 OR WS-CHIAVE-LUN = 0
              OR WS-CHIAVE-LUN > 40
              OR WS-CHIAVE-POS + WS-CHIAVE-LUN > 151
               DISPLAY "Campo chiave " FUNCTION TRIM (WS-CAMPO-CHIAVE)
                       " assente dal tracciato o piu' lungo di 40"
                       " caratteri: confronto non eseguito."
               MOVE "CicloFor" TO WS-ERR-PROGRAMMA
               MOVE "Confronta-File" TO WS-ERR-PARAGRAFO
               MOVE "campo chiave non utilizzabile" TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Confronta-File-exit
           END-IF.
      *    Both files must be there before either is sorted.
           MOVE WS-FILE-PRIMO TO WS-FILE-VALORI.
           PERFORM Controlla-Presenza THRU Controlla-Presenza-exit.
           IF RETURN-CODE = 8
               GO TO Confronta-File-exit
           END-IF.
           MOVE WS-FILE-SECONDO TO WS-FILE-VALORI.
           PERFORM Controlla-Presenza THRU Controlla-Presenza-exit.
           IF RETURN-CODE = 8
               GO TO Confronta-File-exit
           END-IF.
           MOVE WS-FILE-PRIMO TO WS-FILE-VALORI.
           SORT OrdinaFile ON ASCENDING KEY OR-CHIAVE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Rilascia-Record
                   THRU Rilascia-Record-exit
               GIVING OrdinatoUnoFile.
           MOVE WS-FILE-SECONDO TO WS-FILE-VALORI.
           SORT OrdinaFile ON ASCENDING KEY OR-CHIAVE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Rilascia-Record
                   THRU Rilascia-Record-exit
               GIVING OrdinatoDueFile.
           OPEN OUTPUT RapportoFile.
           MOVE "CicloFor" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "CONFRONTO A CHIAVE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CAMPO-CHIAVE) DELIMITED BY SIZE
                  " (tracciato " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TIPO-TRACCIATO) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Primo:   " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-PRIMO) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Secondo: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-SECONDO) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-FILE-DELTA NOT = SPACES
               OPEN OUTPUT DeltaFile
           END-IF.
      *    Balanced line over the two sorted images: the lower key
      *    is unmatched, equal keys are compared field by field.
           MOVE "N" TO WS-EOF-UNO.
           MOVE "N" TO WS-EOF-DUE.
           MOVE LOW-VALUES TO WS-CHIAVE-PREC-UNO.
           MOVE LOW-VALUES TO WS-CHIAVE-PREC-DUE.
           OPEN INPUT OrdinatoUnoFile.
           OPEN INPUT OrdinatoDueFile.
           PERFORM Leggi-Uno THRU Leggi-Uno-exit.
           PERFORM Leggi-Due THRU Leggi-Due-exit.
           PERFORM UNTIL WS-EOF-UNO = "Y" AND WS-EOF-DUE = "Y"
               EVALUATE TRUE
                   WHEN WS-CHIAVE-UNO < WS-CHIAVE-DUE
                       PERFORM Solo-Nel-Primo
                               THRU Solo-Nel-Primo-exit
                       PERFORM Leggi-Uno THRU Leggi-Uno-exit
                   WHEN WS-CHIAVE-UNO > WS-CHIAVE-DUE
                       PERFORM Solo-Nel-Secondo
                               THRU Solo-Nel-Secondo-exit
                       PERFORM Leggi-Due THRU Leggi-Due-exit
                   WHEN OTHER
                       PERFORM Confronta-Coppia
                               THRU Confronta-Coppia-exit
                       PERFORM Leggi-Uno THRU Leggi-Uno-exit
                       PERFORM Leggi-Due THRU Leggi-Due-exit
               END-EVALUATE
           END-PERFORM.
           CLOSE OrdinatoUnoFile.
           CLOSE OrdinatoDueFile.
           IF WS-FILE-DELTA NOT = SPACES
               CLOSE DeltaFile
           END-IF.
           PERFORM Stampa-Confronto THRU Stampa-Confronto-exit.
       Confronta-File-exit.
           EXIT.

       Controlla-Presenza.
           OPEN INPUT ValoriFile.
           IF WS-FS-VALORI NOT = "00"
               DISPLAY "File " FUNCTION TRIM (WS-FILE-VALORI)
                       " non trovato: confronto non eseguito."
               MOVE "CicloFor" TO WS-ERR-PROGRAMMA
               MOVE "Controlla-Presenza" TO WS-ERR-PARAGRAFO
               MOVE "file da confrontare non trovato"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Controlla-Presenza-exit
           END-IF.
           CLOSE ValoriFile.
       Controlla-Presenza-exit.
           EXIT.

       Rilascia-Record.
      *    Sort input: every record of WS-FILE-VALORI with its key
      *    field lifted to the front.
           MOVE "N" TO WS-EOF-VALORI.
           OPEN INPUT ValoriFile.
           PERFORM UNTIL WS-EOF-VALORI = "Y"
               READ ValoriFile
                   AT END MOVE "Y" TO WS-EOF-VALORI
                   NOT AT END
                       MOVE SPACES TO OR-CHIAVE
                       MOVE ValoreRecord (WS-CHIAVE-POS:WS-CHIAVE-LUN)
                           TO OR-CHIAVE
                       MOVE ValoreRecord TO OR-DATI
                       RELEASE OrdinaRecord
               END-READ
           END-PERFORM.
           CLOSE ValoriFile.
       Rilascia-Record-exit.
           EXIT.

       Leggi-Uno.
      *    Next record of the first file; at the end its key goes
      *    to HIGH-VALUES so the second file's remainder drains. A
      *    key equal to the one before is counted as a duplicate.
           IF WS-EOF-UNO = "Y"
               GO TO Leggi-Uno-exit
           END-IF.
           READ OrdinatoUnoFile
               AT END
                   MOVE "Y" TO WS-EOF-UNO
                   MOVE HIGH-VALUES TO WS-CHIAVE-UNO
               NOT AT END
                   ADD 1 TO WS-LETTI-UNO
                   MOVE OU-CHIAVE TO WS-CHIAVE-UNO
                   IF WS-CHIAVE-UNO = WS-CHIAVE-PREC-UNO
                       ADD 1 TO WS-DUPLICATI
                       MOVE SPACES TO RapportoLine
                       STRING "CHIAVE RIPETUTA NEL PRIMO  "
                                  DELIMITED BY SIZE
                              WS-CHIAVE-UNO (1:WS-CHIAVE-LUN)
                                  DELIMITED BY SIZE
                              INTO RapportoLine
                       PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   END-IF
                   MOVE WS-CHIAVE-UNO TO WS-CHIAVE-PREC-UNO
           END-READ.
       Leggi-Uno-exit.
           EXIT.

       Leggi-Due.
           IF WS-EOF-DUE = "Y"
               GO TO Leggi-Due-exit
           END-IF.
           READ OrdinatoDueFile
               AT END
                   MOVE "Y" TO WS-EOF-DUE
                   MOVE HIGH-VALUES TO WS-CHIAVE-DUE
               NOT AT END
                   ADD 1 TO WS-LETTI-DUE
                   MOVE OD-CHIAVE TO WS-CHIAVE-DUE
                   IF WS-CHIAVE-DUE = WS-CHIAVE-PREC-DUE
                       ADD 1 TO WS-DUPLICATI
                       MOVE SPACES TO RapportoLine
                       STRING "CHIAVE RIPETUTA NEL SECONDO "
                                  DELIMITED BY SIZE
                              WS-CHIAVE-DUE (1:WS-CHIAVE-LUN)
                                  DELIMITED BY SIZE
                              INTO RapportoLine
                       PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
                   END-IF
                   MOVE WS-CHIAVE-DUE TO WS-CHIAVE-PREC-DUE
           END-READ.
       Leggi-Due-exit.
           EXIT.

       Solo-Nel-Primo.
           ADD 1 TO WS-SOLO-PRIMO.
           MOVE SPACES TO RapportoLine.
           STRING "SOLO NEL PRIMO    chiave " DELIMITED BY SIZE
                  WS-CHIAVE-UNO (1:WS-CHIAVE-LUN) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-FILE-DELTA NOT = SPACES
               MOVE "D" TO DL-OPERAZIONE
               MOVE OU-DATI TO DL-DATI
               WRITE DeltaRecord
               ADD 1 TO WS-DELTA-SCRITTI
           END-IF.
       Solo-Nel-Primo-exit.
           EXIT.

       Solo-Nel-Secondo.
           ADD 1 TO WS-SOLO-SECONDO.
           MOVE SPACES TO RapportoLine.
           STRING "SOLO NEL SECONDO  chiave " DELIMITED BY SIZE
                  WS-CHIAVE-DUE (1:WS-CHIAVE-LUN) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-FILE-DELTA NOT = SPACES
               MOVE "I" TO DL-OPERAZIONE
               MOVE OD-DATI TO DL-DATI
               WRITE DeltaRecord
               ADD 1 TO WS-DELTA-SCRITTI
           END-IF.
       Solo-Nel-Secondo-exit.
           EXIT.

       Confronta-Coppia.
      *    Same key in both: identical, or changed with every
      *    dictionary field that differs named, old and new value.
           IF OU-DATI = OD-DATI
               ADD 1 TO WS-UGUALI
               GO TO Confronta-Coppia-exit
           END-IF.
           ADD 1 TO WS-MODIFICATI.
           MOVE SPACES TO RapportoLine.
           STRING "MODIFICATO        chiave " DELIMITED BY SIZE
                  WS-CHIAVE-UNO (1:WS-CHIAVE-LUN) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE 0 TO WS-CAMPI-DIVERSI.
           PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > WS-NUM-CAMPI
               IF CP-LUN (WS-CAMPO-IDX) > 0
                  AND CP-POS (WS-CAMPO-IDX) > 0
                  AND CP-POS (WS-CAMPO-IDX) + CP-LUN (WS-CAMPO-IDX)
                      < 152
                  AND OU-DATI (CP-POS (WS-CAMPO-IDX):
                               CP-LUN (WS-CAMPO-IDX))
                      NOT = OD-DATI (CP-POS (WS-CAMPO-IDX):
                                     CP-LUN (WS-CAMPO-IDX))
                   ADD 1 TO WS-CAMPI-DIVERSI
                   MOVE OU-DATI (CP-POS (WS-CAMPO-IDX):
                                 CP-LUN (WS-CAMPO-IDX))
                       TO WS-VALORE-PRIMA
                   MOVE OD-DATI (CP-POS (WS-CAMPO-IDX):
                                 CP-LUN (WS-CAMPO-IDX))
                       TO WS-VALORE-DOPO
                   MOVE SPACES TO RapportoLine
                   STRING "    " DELIMITED BY SIZE
                          CP-CAMPO (WS-CAMPO-IDX) DELIMITED BY SIZE
                          " '" DELIMITED BY SIZE
                          WS-VALORE-PRIMA DELIMITED BY SIZE
                          "' -> '" DELIMITED BY SIZE
                          WS-VALORE-DOPO DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO RapportoLine
                   PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               END-IF
           END-PERFORM.
           IF WS-CAMPI-DIVERSI = 0
               MOVE "    (differenza fuori dai campi a dizionario)"
                   TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           IF WS-FILE-DELTA NOT = SPACES
               MOVE "U" TO DL-OPERAZIONE
               MOVE OD-DATI TO DL-DATI
               WRITE DeltaRecord
               ADD 1 TO WS-DELTA-SCRITTI
           END-IF.
       Confronta-Coppia-exit.
           EXIT.

       Stampa-Confronto.
      *    Counts per category, the outcome and the return code.
           MOVE SPACES TO RapportoLine.
           STRING "Record letti: primo " DELIMITED BY SIZE
                  WS-LETTI-UNO DELIMITED BY SIZE
                  "  secondo " DELIMITED BY SIZE
                  WS-LETTI-DUE DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Identici " DELIMITED BY SIZE
                  WS-UGUALI DELIMITED BY SIZE
                  "  modificati " DELIMITED BY SIZE
                  WS-MODIFICATI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Solo nel primo " DELIMITED BY SIZE
                  WS-SOLO-PRIMO DELIMITED BY SIZE
                  "  solo nel secondo " DELIMITED BY SIZE
                  WS-SOLO-SECONDO DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-FILE-DELTA NOT = SPACES
               MOVE SPACES TO RapportoLine
               STRING "Delta: " DELIMITED BY SIZE
                      WS-DELTA-SCRITTI DELIMITED BY SIZE
                      " record in " DELIMITED BY SIZE
                      FUNCTION TRIM (WS-FILE-DELTA) DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           MOVE "IDENTICI" TO WS-ESITO.
           IF WS-MODIFICATI > 0 OR WS-SOLO-PRIMO > 0
              OR WS-SOLO-SECONDO > 0
               MOVE "DIFFERENZE" TO WS-ESITO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DUPLICATI > 0
               MOVE SPACES TO RapportoLine
               STRING "Chiavi ripetute: " DELIMITED BY SIZE
                      WS-DUPLICATI DELIMITED BY SIZE
                      " - confronto non attendibile" DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
               MOVE "CHIAVE NON UNIVOCA" TO WS-ESITO
               MOVE "CicloFor" TO WS-ERR-PROGRAMMA
               MOVE "Stampa-Confronto" TO WS-ERR-PARAGRAFO
               MOVE "chiave di confronto ripetuta nei file"
                   TO WS-ERR-MESSAGGIO
               MOVE "A" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO RapportoLine.
           STRING "ESITO: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ESITO) DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           DISPLAY RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-RAPPORTO TO WS-ARC-FILE.
           COPY RPTARC.
           DISPLAY "Rapporto di confronto in "
                   FUNCTION TRIM (WS-FILE-RAPPORTO) ".".
       Stampa-Confronto-exit.
           EXIT.
       END PROGRAM CicloFor.
