      ******************************************************************
      * DIZIONAD - FD/record for the shop data dictionary
      * (DIZIONARIO.DAT), shared by CicloFor, which checks transfer
      * files field by field against it and compares two of them on
      * a key, and Estrazione, which extracts named fields from any
      * described file. One record per field of a named layout:
      * position, length, class ("N" numerico, "D" data AAAAMMGG,
      * "V" fra i valori ammessi, "A" libero) and, for class V, up
      * to four allowed values separated by "|". COPY into FILE
      * SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  DizionarioFile.
       01  DizionarioRecord.
           05 DZ-TIPO-FILE     PIC X(8).
           05 DZ-CAMPO         PIC X(15).
           05 DZ-POS           PIC 9(3).
           05 DZ-LUN           PIC 9(3).
           05 DZ-CLASSE        PIC X.
           05 DZ-VALORI        PIC X(43).
