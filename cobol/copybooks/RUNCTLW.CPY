       01  WS-RUN-DATA-OGGI     PIC 9(8)  VALUE 0.
       01  WS-RUN-PASSO         PIC X(8)  VALUE SPACES.
       01  WS-RUN-GIA-COMPLETO  PIC X     VALUE "N".
      * Job stream the records belong to; blank for the nightly run.
       01  WS-RUN-CATENA        PIC X(8)  VALUE SPACES.
