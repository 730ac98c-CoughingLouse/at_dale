      ******************************************************************
      * Author: RjKO
      * Date: 15/10/2026
      * Purpose: Ad-hoc extract from any file the shop data
      *          dictionary (DIZIONARIO.DAT) describes, driven by a
      *          control-card file instead of a new program for every
      *          "a list of...": the layout, the input file, the
      *          fields to output and simple selection conditions on
      *          named fields - equal, range, in-list, all of them to
      *          hold - produce either a delimited file with a header
      *          row of field names or a paginated report under the
      *          RPTHDR/RPTTRL framing, with the records read and
      *          extracted counted. The card file is kept, so next
      *          week's same question is the same run again.
      *
      *          Cards (one per line, "*" in the first column or a
      *          blank line is a comment):
      *            TRACCIATO <nome>        layout to use (required)
      *            INPUT <file>            file to read (required)
      *            USCITA <file>           output, ESTRAZIONE.TXT
      *            FORMATO RAPPORTO|DELIMITATO    default RAPPORTO
      *            DELIMITATORE <c>        default ";"
      *            CAMPI <c1>,<c2>,...     fields in output order, on
      *                                    as many cards as needed;
      *                                    "*" every field; none at
      *                                    all outputs every field
      *            SE <campo> = <valore>
      *            SE <campo> DA <min> [A <max>]
      *            SE <campo> IN <v1>,<v2>,...  (up to 8 values)
      *          Class N fields compare by value, the rest as text.
      *          RC 0 records extracted, 4 none selected, 8 card or
      *          file error (nothing written).
      * Tectonics: cobc
      * Mod: 15/10/2026 - session opens with the operator sign-on
      *      (ControlloAccesso): refused operators or levels
      *      not authorised for the mode end with RC 8.
      * Mod: 15/10/2026 - reports filed in the report repository
      *      (COPY RPTARC after each report close)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Estrazione.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SchedaFile ASSIGN TO WS-FILE-SCHEDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SCHEDA.
           SELECT DizionarioFile ASSIGN TO "DIZIONARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIZIONARIO.
           SELECT DatiFile ASSIGN TO WS-FILE-DATI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DATI.
           SELECT UscitaFile ASSIGN TO WS-FILE-USCITA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RapportoFile ASSIGN TO WS-FILE-USCITA
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY ERRLOGS.
       DATA DIVISION.
       FILE SECTION.
       FD  SchedaFile.
       01  SchedaRecord        PIC X(80).
           COPY DIZIONAD.
       FD  DatiFile.
       01  DatiRecord          PIC X(400).
       FD  UscitaFile.
       01  UscitaLine          PIC X(450).
       FD  RapportoFile.
       01  RapportoLine        PIC X(132).
           COPY ERRLOGD.
       WORKING-STORAGE SECTION.
       01  WS-FILE-SCHEDA      PIC X(50) VALUE "ESTRAZIONE.SCH".
       01  WS-FS-SCHEDA        PIC XX VALUE "00".
       01  WS-FS-DIZIONARIO    PIC XX VALUE "00".
       01  WS-FILE-DATI        PIC X(50) VALUE SPACES.
       01  WS-FS-DATI          PIC XX VALUE "00".
       01  WS-FILE-USCITA      PIC X(50) VALUE "ESTRAZIONE.TXT".
      * "R" paginated report, "D" delimited file.
       01  WS-FORMATO          PIC X VALUE "R".
       01  WS-DELIMITATORE     PIC X VALUE ";".
       01  WS-TIPO-TRACCIATO   PIC X(8) VALUE SPACES.
       01  WS-LUN-RECORD       PIC 9(3) VALUE 400.
       01  WS-EOF-SCHEDA       PIC X VALUE "N".
       01  WS-EOF-DIZ          PIC X VALUE "N".
       01  WS-EOF-DATI         PIC X VALUE "N".
      * The cards are read twice: the first pass takes the layout,
      * files and format, the second resolves CAMPI and SE against
      * the layout's dictionary fields, wherever the cards put them.
       01  WS-PASSATA          PIC 9 VALUE 1.
       01  WS-NUM-SCHEDA       PIC 9(3) VALUE 0.
       01  WS-ERRORI-SCHEDA    PIC 9(3) VALUE 0.
       01  WS-MOTIVO           PIC X(40) VALUE SPACES.
       01  WS-SCHEDA           PIC X(80) VALUE SPACES.
       01  WS-PAROLA           PIC X(15) VALUE SPACES.
       01  WS-RESTO            PIC X(80) VALUE SPACES.
       01  WS-VALORI-TESTO     PIC X(80) VALUE SPACES.
       01  WS-PUNT             PIC 9(3) VALUE 1.
       01  WS-NOME-CAMPO       PIC X(15) VALUE SPACES.
       01  WS-OPERATORE        PIC X(15) VALUE SPACES.
       01  WS-PAROLA-A         PIC X(15) VALUE SPACES.
       01  WS-NUM-TOKEN        PIC 99 VALUE 0.
       01  WS-TOKEN-IDX        PIC 99 VALUE 0.
       01  TOKEN-TAB.
           05 WS-TOKEN OCCURS 10 TIMES PIC X(40).
       01  WS-MAX-CAMPI        PIC 99 VALUE 50.
       01  WS-NUM-CAMPI        PIC 99 VALUE 0.
       01  WS-CAMPO-IDX        PIC 99 VALUE 0.
       01  WS-CAMPO-TROVATO    PIC 99 VALUE 0.
       01  CAMPI-TAB.
           05 CAMPO-ROW OCCURS 50 TIMES.
              10 CP-CAMPO       PIC X(15).
              10 CP-POS         PIC 9(3).
              10 CP-LUN         PIC 9(3).
              10 CP-CLASSE      PIC X.
      * Output fields in card order, each a dictionary row and its
      * report column width (the wider of the field and its name).
       01  WS-MAX-USCITA       PIC 99 VALUE 20.
       01  WS-NUM-USCITA       PIC 99 VALUE 0.
       01  WS-USCITA-IDX       PIC 99 VALUE 0.
       01  USCITA-TAB.
           05 USCITA-ROW OCCURS 20 TIMES.
              10 US-CAMPO       PIC 99.
              10 US-LARGHEZZA   PIC 9(3).
       01  WS-LARGHEZZA-TOTALE PIC 9(4) VALUE 0.
       01  WS-LUN-NOME         PIC 99 VALUE 0.
      * Selection conditions, all of which must hold. CD-TIPO "U"
      * equal, "R" range (CD-CON-A "Y" when it has an upper bound),
      * "L" in-list.
       01  WS-MAX-CONDIZIONI   PIC 99 VALUE 10.
       01  WS-NUM-CONDIZIONI   PIC 99 VALUE 0.
       01  WS-COND-IDX         PIC 99 VALUE 0.
       01  WS-VALORE-IDX       PIC 9 VALUE 0.
       01  CONDIZIONI-TAB.
           05 CONDIZIONE-ROW OCCURS 10 TIMES.
              10 CD-CAMPO       PIC 99.
              10 CD-TIPO        PIC X.
              10 CD-DA          PIC X(40).
              10 CD-A           PIC X(40).
              10 CD-CON-A       PIC X.
              10 CD-NUM-VALORI  PIC 9.
              10 CD-VALORE OCCURS 8 TIMES PIC X(40).
              10 CD-TESTO       PIC X(80).
      * One field against one literal: "<", "=" or ">".
       01  WS-LETTERALE        PIC X(40) VALUE SPACES.
       01  WS-VALORE-CAMPO     PIC X(40) VALUE SPACES.
       01  WS-NUM-CAMPO        PIC S9(12)V9(6) VALUE 0.
       01  WS-NUM-LETTERALE    PIC S9(12)V9(6) VALUE 0.
       01  WS-ESITO-CONFRONTO  PIC X VALUE SPACE.
       01  WS-SELEZIONATO      PIC X VALUE "N".
       01  WS-LETTI            PIC 9(7) VALUE 0.
       01  WS-ESTRATTI         PIC 9(7) VALUE 0.
       01  WS-COLONNA          PIC 9(3) VALUE 0.
       01  WS-PUNT-USCITA      PIC 9(3) VALUE 1.
       01  WS-RIGA             PIC X(132) VALUE SPACES.
       01  WS-INTESTAZIONE     PIC X(132) VALUE SPACES.
       01  WS-SOTTOLINEA       PIC X(132) VALUE SPACES.
       01  WS-RIGA-SALVA       PIC X(132) VALUE SPACES.
           COPY RPTHDRW.
           COPY ERRLOGW.
           COPY ACCESSOW.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY ":: Estrazione da file a dizionario ::".
           MOVE "Estrazione" TO WS-ACC-PROGRAMMA.
           COPY ACCESSO.
           DISPLAY "Scheda di controllo (vuoto = ESTRAZIONE.SCH): ".
           ACCEPT WS-FILE-SCHEDA.
           IF WS-FILE-SCHEDA = SPACES
               MOVE "ESTRAZIONE.SCH" TO WS-FILE-SCHEDA
           END-IF.
           MOVE 1 TO WS-PASSATA.
           PERFORM Leggi-Schede THRU Leggi-Schede-exit.
      *    Every card error is listed before giving up, so one run
      *    corrects the whole deck.
           IF WS-TIPO-TRACCIATO NOT = SPACES
               PERFORM Carica-Dizionario THRU Carica-Dizionario-exit
           END-IF.
           IF WS-NUM-CAMPI > 0
               MOVE 2 TO WS-PASSATA
               PERFORM Leggi-Schede THRU Leggi-Schede-exit
           END-IF.
           IF WS-ERRORI-SCHEDA = 0
               PERFORM Completa-Uscita THRU Completa-Uscita-exit
           END-IF.
           IF WS-ERRORI-SCHEDA > 0
               DISPLAY WS-ERRORI-SCHEDA " errori nella scheda "
                       FUNCTION TRIM (WS-FILE-SCHEDA)
                       ": estrazione non eseguita."
               MOVE "Estrazione" TO WS-ERR-PROGRAMMA
               MOVE "MAIN-PROCEDURE" TO WS-ERR-PARAGRAFO
               MOVE "scheda di controllo errata: nessuna estrazione"
                   TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM Estrai THRU Estrai-exit.
           STOP RUN.

       Leggi-Schede.
           MOVE 0 TO WS-NUM-SCHEDA.
           MOVE "N" TO WS-EOF-SCHEDA.
           OPEN INPUT SchedaFile.
           IF WS-FS-SCHEDA NOT = "00"
               DISPLAY "Scheda di controllo "
                       FUNCTION TRIM (WS-FILE-SCHEDA) " non trovata."
               ADD 1 TO WS-ERRORI-SCHEDA
               GO TO Leggi-Schede-exit
           END-IF.
           PERFORM UNTIL WS-EOF-SCHEDA = "Y"
               READ SchedaFile
                   AT END MOVE "Y" TO WS-EOF-SCHEDA
                   NOT AT END
                       ADD 1 TO WS-NUM-SCHEDA
                       PERFORM Interpreta-Scheda
                               THRU Interpreta-Scheda-exit
               END-READ
           END-PERFORM.
           CLOSE SchedaFile.
           IF WS-PASSATA = 1
               IF WS-TIPO-TRACCIATO = SPACES
                   MOVE "scheda TRACCIATO mancante" TO WS-MOTIVO
                   MOVE SPACES TO WS-SCHEDA
                   PERFORM Errore-Scheda THRU Errore-Scheda-exit
               END-IF
               IF WS-FILE-DATI = SPACES
                   MOVE "scheda INPUT mancante" TO WS-MOTIVO
                   MOVE SPACES TO WS-SCHEDA
                   PERFORM Errore-Scheda THRU Errore-Scheda-exit
               END-IF
           END-IF.
       Leggi-Schede-exit.
           EXIT.

       Interpreta-Scheda.
           IF SchedaRecord = SPACES
               GO TO Interpreta-Scheda-exit
           END-IF.
           MOVE FUNCTION TRIM (SchedaRecord LEADING) TO WS-SCHEDA.
           IF WS-SCHEDA (1:1) = "*"
               GO TO Interpreta-Scheda-exit
           END-IF.
           MOVE SPACES TO WS-PAROLA.
           MOVE SPACES TO WS-RESTO.
           MOVE 1 TO WS-PUNT.
           UNSTRING WS-SCHEDA DELIMITED BY ALL SPACE
               INTO WS-PAROLA
               WITH POINTER WS-PUNT.
           IF WS-PUNT <= 80
               MOVE WS-SCHEDA (WS-PUNT:) TO WS-RESTO
           END-IF.
           MOVE FUNCTION UPPER-CASE (WS-PAROLA) TO WS-PAROLA.
           IF WS-PASSATA = 1
               EVALUATE WS-PAROLA
                   WHEN "TRACCIATO"
                       UNSTRING WS-RESTO DELIMITED BY ALL SPACE
                           INTO WS-TIPO-TRACCIATO
                       MOVE FUNCTION UPPER-CASE (WS-TIPO-TRACCIATO)
                           TO WS-TIPO-TRACCIATO
                   WHEN "INPUT"
                       UNSTRING WS-RESTO DELIMITED BY ALL SPACE
                           INTO WS-FILE-DATI
                   WHEN "USCITA"
                       UNSTRING WS-RESTO DELIMITED BY ALL SPACE
                           INTO WS-FILE-USCITA
                   WHEN "FORMATO"
                       MOVE FUNCTION UPPER-CASE (WS-RESTO (1:1))
                           TO WS-FORMATO
                       IF WS-FORMATO NOT = "R" AND NOT = "D"
                           MOVE "formato: RAPPORTO o DELIMITATO"
                               TO WS-MOTIVO
                           PERFORM Errore-Scheda
                                   THRU Errore-Scheda-exit
                       END-IF
                   WHEN "DELIMITATORE"
                       MOVE WS-RESTO (1:1) TO WS-DELIMITATORE
                       IF WS-DELIMITATORE = SPACE
                           MOVE "delimitatore mancante" TO WS-MOTIVO
                           PERFORM Errore-Scheda
                                   THRU Errore-Scheda-exit
                       END-IF
                   WHEN "CAMPI"
                   WHEN "SE"
                       CONTINUE
                   WHEN OTHER
                       MOVE "parola chiave sconosciuta" TO WS-MOTIVO
                       PERFORM Errore-Scheda THRU Errore-Scheda-exit
               END-EVALUATE
           ELSE
               EVALUATE WS-PAROLA
                   WHEN "CAMPI"
                       PERFORM Scheda-Campi THRU Scheda-Campi-exit
                   WHEN "SE"
                       PERFORM Scheda-Condizione
                               THRU Scheda-Condizione-exit
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       Interpreta-Scheda-exit.
           EXIT.

       Errore-Scheda.
           ADD 1 TO WS-ERRORI-SCHEDA.
           IF WS-SCHEDA = SPACES
               DISPLAY "Scheda di controllo: " FUNCTION TRIM (WS-MOTIVO)
           ELSE
               DISPLAY "Scheda " WS-NUM-SCHEDA ": "
                       FUNCTION TRIM (WS-MOTIVO) " - "
                       FUNCTION TRIM (WS-SCHEDA)
           END-IF.
       Errore-Scheda-exit.
           EXIT.

       Carica-Dizionario.
           MOVE 0 TO WS-NUM-CAMPI.
           MOVE "N" TO WS-EOF-DIZ.
           MOVE SPACES TO WS-SCHEDA.
           OPEN INPUT DizionarioFile.
           IF WS-FS-DIZIONARIO NOT = "00"
               MOVE "dizionario DIZIONARIO.DAT non trovato"
                   TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
               GO TO Carica-Dizionario-exit
           END-IF.
           PERFORM UNTIL WS-EOF-DIZ = "Y"
               READ DizionarioFile
                   AT END MOVE "Y" TO WS-EOF-DIZ
                   NOT AT END
                       IF DZ-TIPO-FILE = WS-TIPO-TRACCIATO
                          AND WS-NUM-CAMPI < WS-MAX-CAMPI
                           ADD 1 TO WS-NUM-CAMPI
                           MOVE DZ-CAMPO TO CP-CAMPO (WS-NUM-CAMPI)
                           MOVE DZ-POS TO CP-POS (WS-NUM-CAMPI)
                           MOVE DZ-LUN TO CP-LUN (WS-NUM-CAMPI)
                           MOVE DZ-CLASSE
                               TO CP-CLASSE (WS-NUM-CAMPI)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DizionarioFile.
           IF WS-NUM-CAMPI = 0
               MOVE "nessun campo a dizionario per il tracciato"
                   TO WS-MOTIVO
               MOVE WS-TIPO-TRACCIATO TO WS-SCHEDA
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
           END-IF.
       Carica-Dizionario-exit.
           EXIT.

       Cerca-Campo.
      *    WS-NOME-CAMPO to its dictionary row in WS-CAMPO-TROVATO,
      *    0 when the layout has no such field or it would run past
      *    the end of the record.
           MOVE FUNCTION UPPER-CASE (WS-NOME-CAMPO) TO WS-NOME-CAMPO.
           MOVE 0 TO WS-CAMPO-TROVATO.
           PERFORM VARYING WS-CAMPO-IDX FROM 1 BY 1
                   UNTIL WS-CAMPO-IDX > WS-NUM-CAMPI
               IF CP-CAMPO (WS-CAMPO-IDX) = WS-NOME-CAMPO
                   MOVE WS-CAMPO-IDX TO WS-CAMPO-TROVATO
               END-IF
           END-PERFORM.
           IF WS-CAMPO-TROVATO = 0
               MOVE "campo assente dal tracciato" TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
               GO TO Cerca-Campo-exit
           END-IF.
           IF CP-POS (WS-CAMPO-TROVATO) = 0
              OR CP-LUN (WS-CAMPO-TROVATO) = 0
              OR CP-POS (WS-CAMPO-TROVATO) + CP-LUN (WS-CAMPO-TROVATO)
                 > WS-LUN-RECORD + 1
               MOVE "campo fuori dal record (max 400)" TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
               MOVE 0 TO WS-CAMPO-TROVATO
           END-IF.
       Cerca-Campo-exit.
           EXIT.

       Scheda-Campi.
           MOVE SPACES TO TOKEN-TAB.
           MOVE 0 TO WS-NUM-TOKEN.
           UNSTRING WS-RESTO DELIMITED BY "," OR ALL SPACE
               INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                    WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                    WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
                    WS-TOKEN (10)
               TALLYING IN WS-NUM-TOKEN.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-NUM-TOKEN
               EVALUATE TRUE
                   WHEN WS-TOKEN (WS-TOKEN-IDX) = SPACES
                       CONTINUE
                   WHEN WS-TOKEN (WS-TOKEN-IDX) = "*"
                       PERFORM VARYING WS-CAMPO-TROVATO FROM 1 BY 1
                               UNTIL WS-CAMPO-TROVATO > WS-NUM-CAMPI
                           PERFORM Aggiungi-Uscita
                                   THRU Aggiungi-Uscita-exit
                       END-PERFORM
                   WHEN OTHER
                       MOVE WS-TOKEN (WS-TOKEN-IDX) TO WS-NOME-CAMPO
                       PERFORM Cerca-Campo THRU Cerca-Campo-exit
                       IF WS-CAMPO-TROVATO > 0
                           PERFORM Aggiungi-Uscita
                                   THRU Aggiungi-Uscita-exit
                       END-IF
               END-EVALUATE
           END-PERFORM.
       Scheda-Campi-exit.
           EXIT.

       Aggiungi-Uscita.
           IF WS-NUM-USCITA >= WS-MAX-USCITA
               MOVE "piu' di 20 campi in uscita" TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
               GO TO Aggiungi-Uscita-exit
           END-IF.
           ADD 1 TO WS-NUM-USCITA.
           MOVE WS-CAMPO-TROVATO TO US-CAMPO (WS-NUM-USCITA).
           MOVE FUNCTION LENGTH
                    (FUNCTION TRIM (CP-CAMPO (WS-CAMPO-TROVATO)))
               TO WS-LUN-NOME.
           IF WS-LUN-NOME > CP-LUN (WS-CAMPO-TROVATO)
               MOVE WS-LUN-NOME TO US-LARGHEZZA (WS-NUM-USCITA)
           ELSE
               MOVE CP-LUN (WS-CAMPO-TROVATO)
                   TO US-LARGHEZZA (WS-NUM-USCITA)
           END-IF.
       Aggiungi-Uscita-exit.
           EXIT.

       Scheda-Condizione.
           IF WS-NUM-CONDIZIONI >= WS-MAX-CONDIZIONI
               MOVE "piu' di 10 condizioni SE" TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
               GO TO Scheda-Condizione-exit
           END-IF.
           MOVE SPACES TO WS-NOME-CAMPO.
           MOVE SPACES TO WS-OPERATORE.
           MOVE SPACES TO WS-VALORI-TESTO.
           MOVE 1 TO WS-PUNT.
           UNSTRING WS-RESTO DELIMITED BY ALL SPACE
               INTO WS-NOME-CAMPO WS-OPERATORE
               WITH POINTER WS-PUNT.
           IF WS-PUNT <= 80
               MOVE WS-RESTO (WS-PUNT:) TO WS-VALORI-TESTO
           END-IF.
           PERFORM Cerca-Campo THRU Cerca-Campo-exit.
           IF WS-CAMPO-TROVATO = 0
               GO TO Scheda-Condizione-exit
           END-IF.
           IF CP-LUN (WS-CAMPO-TROVATO) > 40
               MOVE "campo di selezione oltre 40 caratteri"
                   TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
               GO TO Scheda-Condizione-exit
           END-IF.
           ADD 1 TO WS-NUM-CONDIZIONI.
           MOVE WS-NUM-CONDIZIONI TO WS-COND-IDX.
           MOVE WS-CAMPO-TROVATO TO CD-CAMPO (WS-COND-IDX).
           MOVE SPACES TO CD-DA (WS-COND-IDX).
           MOVE SPACES TO CD-A (WS-COND-IDX).
           MOVE "N" TO CD-CON-A (WS-COND-IDX).
           MOVE 0 TO CD-NUM-VALORI (WS-COND-IDX).
           MOVE WS-SCHEDA TO CD-TESTO (WS-COND-IDX).
           MOVE FUNCTION UPPER-CASE (WS-OPERATORE) TO WS-OPERATORE.
           EVALUATE WS-OPERATORE
               WHEN "="
                   MOVE "U" TO CD-TIPO (WS-COND-IDX)
                   MOVE WS-VALORI-TESTO TO CD-DA (WS-COND-IDX)
               WHEN "DA"
                   MOVE "R" TO CD-TIPO (WS-COND-IDX)
                   MOVE SPACES TO WS-PAROLA-A
                   UNSTRING WS-VALORI-TESTO DELIMITED BY ALL SPACE
                       INTO CD-DA (WS-COND-IDX) WS-PAROLA-A
                            CD-A (WS-COND-IDX)
                   MOVE FUNCTION UPPER-CASE (WS-PAROLA-A)
                       TO WS-PAROLA-A
                   EVALUATE TRUE
                       WHEN WS-PAROLA-A = SPACES
                           CONTINUE
                       WHEN WS-PAROLA-A = "A"
                            AND CD-A (WS-COND-IDX) NOT = SPACES
                           MOVE "Y" TO CD-CON-A (WS-COND-IDX)
                       WHEN OTHER
                           MOVE "intervallo: DA <min> [A <max>]"
                               TO WS-MOTIVO
                           PERFORM Errore-Scheda
                                   THRU Errore-Scheda-exit
                   END-EVALUATE
               WHEN "IN"
                   MOVE "L" TO CD-TIPO (WS-COND-IDX)
                   PERFORM Valori-Elenco THRU Valori-Elenco-exit
               WHEN OTHER
                   MOVE "operatore: =, DA o IN" TO WS-MOTIVO
                   PERFORM Errore-Scheda THRU Errore-Scheda-exit
           END-EVALUATE.
       Scheda-Condizione-exit.
           EXIT.

       Valori-Elenco.
           MOVE SPACES TO TOKEN-TAB.
           MOVE 0 TO WS-NUM-TOKEN.
           UNSTRING WS-VALORI-TESTO DELIMITED BY ","
               INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                    WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                    WS-TOKEN (7) WS-TOKEN (8) WS-TOKEN (9)
                    WS-TOKEN (10)
               TALLYING IN WS-NUM-TOKEN.
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > WS-NUM-TOKEN
               IF WS-TOKEN (WS-TOKEN-IDX) NOT = SPACES
                   IF CD-NUM-VALORI (WS-COND-IDX) >= 8
                       MOVE "piu' di 8 valori nell'elenco"
                           TO WS-MOTIVO
                       PERFORM Errore-Scheda THRU Errore-Scheda-exit
                       GO TO Valori-Elenco-exit
                   END-IF
                   ADD 1 TO CD-NUM-VALORI (WS-COND-IDX)
                   MOVE FUNCTION TRIM (WS-TOKEN (WS-TOKEN-IDX))
                       TO CD-VALORE (WS-COND-IDX,
                                     CD-NUM-VALORI (WS-COND-IDX))
               END-IF
           END-PERFORM.
           IF CD-NUM-VALORI (WS-COND-IDX) = 0
               MOVE "elenco IN senza valori" TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
           END-IF.
       Valori-Elenco-exit.
           EXIT.

       Completa-Uscita.
      *    No CAMPI card outputs the whole layout; a report must fit
      *    its columns in one print line.
           MOVE SPACES TO WS-SCHEDA.
           IF WS-NUM-USCITA = 0
               PERFORM VARYING WS-CAMPO-TROVATO FROM 1 BY 1
                       UNTIL WS-CAMPO-TROVATO > WS-NUM-CAMPI
                   PERFORM Aggiungi-Uscita THRU Aggiungi-Uscita-exit
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-LARGHEZZA-TOTALE.
           PERFORM VARYING WS-USCITA-IDX FROM 1 BY 1
                   UNTIL WS-USCITA-IDX > WS-NUM-USCITA
               ADD US-LARGHEZZA (WS-USCITA-IDX) 1
                   TO WS-LARGHEZZA-TOTALE
           END-PERFORM.
           IF WS-FORMATO = "R" AND WS-LARGHEZZA-TOTALE > 133
               MOVE "colonne oltre i 132 caratteri della riga"
                   TO WS-MOTIVO
               PERFORM Errore-Scheda THRU Errore-Scheda-exit
           END-IF.
       Completa-Uscita-exit.
           EXIT.

       Estrai.
           MOVE "N" TO WS-EOF-DATI.
           OPEN INPUT DatiFile.
           IF WS-FS-DATI NOT = "00"
               DISPLAY "File " FUNCTION TRIM (WS-FILE-DATI)
                       " non trovato: estrazione non eseguita."
               MOVE "Estrazione" TO WS-ERR-PROGRAMMA
               MOVE "Estrai" TO WS-ERR-PARAGRAFO
               MOVE "file da estrarre non trovato" TO WS-ERR-MESSAGGIO
               MOVE "E" TO WS-ERR-SEVERITA
               COPY ERRLOG.
               MOVE 8 TO RETURN-CODE
               GO TO Estrai-exit
           END-IF.
           IF WS-FORMATO = "D"
               OPEN OUTPUT UscitaFile
               PERFORM Intestazione-Delimitata
                       THRU Intestazione-Delimitata-exit
           ELSE
               OPEN OUTPUT RapportoFile
               PERFORM Intestazione-Rapporto
                       THRU Intestazione-Rapporto-exit
           END-IF.
           PERFORM UNTIL WS-EOF-DATI = "Y"
               READ DatiFile
                   AT END MOVE "Y" TO WS-EOF-DATI
                   NOT AT END
                       ADD 1 TO WS-LETTI
                       PERFORM Seleziona THRU Seleziona-exit
                       IF WS-SELEZIONATO = "Y"
                           ADD 1 TO WS-ESTRATTI
                           PERFORM Scrivi-Estratto
                                   THRU Scrivi-Estratto-exit
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DatiFile.
           IF WS-FORMATO = "D"
               CLOSE UscitaFile
           ELSE
               PERFORM Chiudi-Rapporto THRU Chiudi-Rapporto-exit
           END-IF.
           DISPLAY "Record letti: " WS-LETTI "  estratti: " WS-ESTRATTI
                   " in " FUNCTION TRIM (WS-FILE-USCITA) ".".
           IF WS-ESTRATTI = 0
               DISPLAY "Nessun record soddisfa la selezione."
               MOVE 4 TO RETURN-CODE
           END-IF.
       Estrai-exit.
           EXIT.

       Seleziona.
      *    Every condition must hold; the first that fails rejects
      *    the record.
           MOVE "Y" TO WS-SELEZIONATO.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-NUM-CONDIZIONI
                      OR WS-SELEZIONATO = "N"
               EVALUATE CD-TIPO (WS-COND-IDX)
                   WHEN "U"
                       MOVE CD-DA (WS-COND-IDX) TO WS-LETTERALE
                       PERFORM Confronta-Valore
                               THRU Confronta-Valore-exit
                       IF WS-ESITO-CONFRONTO NOT = "="
                           MOVE "N" TO WS-SELEZIONATO
                       END-IF
                   WHEN "R"
                       MOVE CD-DA (WS-COND-IDX) TO WS-LETTERALE
                       PERFORM Confronta-Valore
                               THRU Confronta-Valore-exit
                       IF WS-ESITO-CONFRONTO = "<"
                           MOVE "N" TO WS-SELEZIONATO
                       END-IF
                       IF WS-SELEZIONATO = "Y"
                          AND CD-CON-A (WS-COND-IDX) = "Y"
                           MOVE CD-A (WS-COND-IDX) TO WS-LETTERALE
                           PERFORM Confronta-Valore
                                   THRU Confronta-Valore-exit
                           IF WS-ESITO-CONFRONTO = ">"
                               MOVE "N" TO WS-SELEZIONATO
                           END-IF
                       END-IF
                   WHEN "L"
                       MOVE "N" TO WS-SELEZIONATO
                       PERFORM VARYING WS-VALORE-IDX FROM 1 BY 1
                               UNTIL WS-VALORE-IDX >
                                     CD-NUM-VALORI (WS-COND-IDX)
                                  OR WS-SELEZIONATO = "Y"
                           MOVE CD-VALORE (WS-COND-IDX, WS-VALORE-IDX)
                               TO WS-LETTERALE
                           PERFORM Confronta-Valore
                                   THRU Confronta-Valore-exit
                           IF WS-ESITO-CONFRONTO = "="
                               MOVE "Y" TO WS-SELEZIONATO
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM.
       Seleziona-exit.
           EXIT.

       Confronta-Valore.
      *    The condition's field in the current record against
      *    WS-LETTERALE: by value when the field is class N and both
      *    read as numbers (so 100 matches 00100), as text otherwise.
           MOVE CD-CAMPO (WS-COND-IDX) TO WS-CAMPO-IDX.
           MOVE SPACES TO WS-VALORE-CAMPO.
           MOVE DatiRecord (CP-POS (WS-CAMPO-IDX):
                            CP-LUN (WS-CAMPO-IDX))
               TO WS-VALORE-CAMPO.
           IF CP-CLASSE (WS-CAMPO-IDX) = "N"
              AND WS-VALORE-CAMPO NOT = SPACES
              AND WS-LETTERALE NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-VALORE-CAMPO) = 0
              AND FUNCTION TEST-NUMVAL (WS-LETTERALE) = 0
               COMPUTE WS-NUM-CAMPO =
                       FUNCTION NUMVAL (WS-VALORE-CAMPO)
               COMPUTE WS-NUM-LETTERALE =
                       FUNCTION NUMVAL (WS-LETTERALE)
               EVALUATE TRUE
                   WHEN WS-NUM-CAMPO < WS-NUM-LETTERALE
                       MOVE "<" TO WS-ESITO-CONFRONTO
                   WHEN WS-NUM-CAMPO > WS-NUM-LETTERALE
                       MOVE ">" TO WS-ESITO-CONFRONTO
                   WHEN OTHER
                       MOVE "=" TO WS-ESITO-CONFRONTO
               END-EVALUATE
               GO TO Confronta-Valore-exit
           END-IF.
           EVALUATE TRUE
               WHEN WS-VALORE-CAMPO < WS-LETTERALE
                   MOVE "<" TO WS-ESITO-CONFRONTO
               WHEN WS-VALORE-CAMPO > WS-LETTERALE
                   MOVE ">" TO WS-ESITO-CONFRONTO
               WHEN OTHER
                   MOVE "=" TO WS-ESITO-CONFRONTO
           END-EVALUATE.
       Confronta-Valore-exit.
           EXIT.

       Intestazione-Delimitata.
      *    Header row: the field names, in output order.
           MOVE SPACES TO UscitaLine.
           MOVE 1 TO WS-PUNT-USCITA.
           PERFORM VARYING WS-USCITA-IDX FROM 1 BY 1
                   UNTIL WS-USCITA-IDX > WS-NUM-USCITA
               IF WS-USCITA-IDX > 1
                   STRING WS-DELIMITATORE DELIMITED BY SIZE
                       INTO UscitaLine WITH POINTER WS-PUNT-USCITA
               END-IF
               MOVE US-CAMPO (WS-USCITA-IDX) TO WS-CAMPO-IDX
               STRING CP-CAMPO (WS-CAMPO-IDX) DELIMITED BY SPACE
                   INTO UscitaLine WITH POINTER WS-PUNT-USCITA
           END-PERFORM.
           WRITE UscitaLine.
       Intestazione-Delimitata-exit.
           EXIT.

       Intestazione-Rapporto.
      *    Page header, what was asked for, and the column heading
      *    the page break repeats.
           MOVE "Estrazione" TO WS-HDR-PROGRAMMA.
           MOVE 1 TO WS-HDR-PAGINA.
           MOVE 0 TO WS-HDR-CONTA-RIGHE.
           MOVE 0 TO WS-HDR-RIGHE-TOTALI.
           COPY RPTHDR.
           MOVE WS-HDR-LINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "ESTRAZIONE DA " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-DATI) DELIMITED BY SIZE
                  " (tracciato " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TIPO-TRACCIATO) DELIMITED BY SIZE
                  ", scheda " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FILE-SCHEDA) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           IF WS-NUM-CONDIZIONI = 0
               MOVE "Selezione: tutti i record" TO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-IF.
           PERFORM VARYING WS-COND-IDX FROM 1 BY 1
                   UNTIL WS-COND-IDX > WS-NUM-CONDIZIONI
               MOVE SPACES TO RapportoLine
               STRING "Selezione: " DELIMITED BY SIZE
                      CD-TESTO (WS-COND-IDX) DELIMITED BY SIZE
                      INTO RapportoLine
               PERFORM Scrivi-Riga THRU Scrivi-Riga-exit
           END-PERFORM.
           MOVE SPACES TO WS-INTESTAZIONE.
           MOVE SPACES TO WS-SOTTOLINEA.
           MOVE 1 TO WS-COLONNA.
           PERFORM VARYING WS-USCITA-IDX FROM 1 BY 1
                   UNTIL WS-USCITA-IDX > WS-NUM-USCITA
               MOVE US-CAMPO (WS-USCITA-IDX) TO WS-CAMPO-IDX
               MOVE CP-CAMPO (WS-CAMPO-IDX)
                   TO WS-INTESTAZIONE (WS-COLONNA:
                                       US-LARGHEZZA (WS-USCITA-IDX))
               MOVE ALL "-"
                   TO WS-SOTTOLINEA (WS-COLONNA:
                                     US-LARGHEZZA (WS-USCITA-IDX))
               ADD US-LARGHEZZA (WS-USCITA-IDX) 1 TO WS-COLONNA
           END-PERFORM.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-INTESTAZIONE TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE WS-SOTTOLINEA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Intestazione-Rapporto-exit.
           EXIT.

       Scrivi-Estratto.
           IF WS-FORMATO = "D"
               MOVE SPACES TO UscitaLine
               MOVE 1 TO WS-PUNT-USCITA
               PERFORM VARYING WS-USCITA-IDX FROM 1 BY 1
                       UNTIL WS-USCITA-IDX > WS-NUM-USCITA
                   IF WS-USCITA-IDX > 1
                       STRING WS-DELIMITATORE DELIMITED BY SIZE
                           INTO UscitaLine
                           WITH POINTER WS-PUNT-USCITA
                   END-IF
                   MOVE US-CAMPO (WS-USCITA-IDX) TO WS-CAMPO-IDX
                   IF DatiRecord (CP-POS (WS-CAMPO-IDX):
                                  CP-LUN (WS-CAMPO-IDX)) NOT = SPACES
                       STRING FUNCTION TRIM
                                  (DatiRecord (CP-POS (WS-CAMPO-IDX):
                                               CP-LUN (WS-CAMPO-IDX)))
                                  DELIMITED BY SIZE
                           INTO UscitaLine
                           WITH POINTER WS-PUNT-USCITA
                   END-IF
               END-PERFORM
               WRITE UscitaLine
               GO TO Scrivi-Estratto-exit
           END-IF.
           MOVE SPACES TO WS-RIGA.
           MOVE 1 TO WS-COLONNA.
           PERFORM VARYING WS-USCITA-IDX FROM 1 BY 1
                   UNTIL WS-USCITA-IDX > WS-NUM-USCITA
               MOVE US-CAMPO (WS-USCITA-IDX) TO WS-CAMPO-IDX
               MOVE DatiRecord (CP-POS (WS-CAMPO-IDX):
                                CP-LUN (WS-CAMPO-IDX))
                   TO WS-RIGA (WS-COLONNA:
                               US-LARGHEZZA (WS-USCITA-IDX))
               ADD US-LARGHEZZA (WS-USCITA-IDX) 1 TO WS-COLONNA
           END-PERFORM.
           MOVE WS-RIGA TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
       Scrivi-Estratto-exit.
           EXIT.

       Chiudi-Rapporto.
           MOVE SPACES TO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           MOVE SPACES TO RapportoLine.
           STRING "Record letti: " DELIMITED BY SIZE
                  WS-LETTI DELIMITED BY SIZE
                  "  estratti: " DELIMITED BY SIZE
                  WS-ESTRATTI DELIMITED BY SIZE
                  INTO RapportoLine.
           PERFORM Scrivi-Riga THRU Scrivi-Riga-exit.
           COPY RPTTRL.
           MOVE WS-HDR-LINEA TO RapportoLine.
           WRITE RapportoLine.
           CLOSE RapportoFile.
           MOVE WS-FILE-USCITA TO WS-ARC-FILE.
           COPY RPTARC.
           .
       Chiudi-Rapporto-exit.
           EXIT.

       Scrivi-Riga.
      *    Page break: a new header and the column heading again.
           IF WS-HDR-CONTA-RIGHE >= WS-HDR-MAX-RIGHE
               MOVE RapportoLine TO WS-RIGA-SALVA
               ADD 1 TO WS-HDR-PAGINA
               COPY RPTHDR.
               MOVE WS-HDR-LINEA TO RapportoLine
               WRITE RapportoLine
               MOVE WS-INTESTAZIONE TO RapportoLine
               WRITE RapportoLine
               MOVE WS-SOTTOLINEA TO RapportoLine
               WRITE RapportoLine
               MOVE 3 TO WS-HDR-CONTA-RIGHE
               ADD 3 TO WS-HDR-RIGHE-TOTALI
               MOVE WS-RIGA-SALVA TO RapportoLine
           END-IF.
           WRITE RapportoLine.
           ADD 1 TO WS-HDR-CONTA-RIGHE.
           ADD 1 TO WS-HDR-RIGHE-TOTALI.
       Scrivi-Riga-exit.
           EXIT.
       END PROGRAM Estrazione.
