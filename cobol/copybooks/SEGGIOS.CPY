      ******************************************************************
      * SEGGIOS - FILE-CONTROL entry for the polling-station master
      * (SEGGI.DAT, record layout ELEZSEGD). COPY into FILE-CONTROL.
      ******************************************************************
           SELECT SeggiFile ASSIGN TO WS-FILE-SEGGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEGGI.
