      ******************************************************************
      * TASSID - FD/record for the dated rate tables (TASSI.DAT):
      * exchange rates, VAT, legal interest and any other figure
      * the desk's formulas keep needing. One record per rate name
      * and effective-from date; a new value is a new record from
      * its own date onwards, so the file is only ever appended to
      * and the rate in force on any past value date stays on it.
      * A formula step names a rate as T:<nome>. COPY into FILE
      * SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  TassiFile.
       01  TassoRecord.
           05 TS-NOME          PIC X(8).
           05 TS-DATA-DA       PIC 9(8).
           05 TS-VALORE        PIC S9(6)V9(6) SIGN IS LEADING
                                   SEPARATE.
           05 TS-DESCRIZIONE   PIC X(30).
           05 TS-DATA-INSERIMENTO PIC 9(8).
