       01  WS-HDR-CONTA-RIGHE   PIC 9(3)  VALUE 0.
       01  WS-HDR-MAX-RIGHE     PIC 9(3)  VALUE 55.
       01  WS-HDR-RIGHE-TOTALI  PIC 9(7)  VALUE 0.
      * Filing request for the report repository (RPTARC, served by
      * ArchiviaRapporto): the caller MOVEs the name of the report
      * file it has just closed into WS-ARC-FILE; program, operator,
      * pages and lines are taken from the fields above and from
      * ERRLOGW. The filing number and the outcome ("0" archiviato,
      * "F" file del rapporto illeggibile, "N" numero non assegnato)
      * come back. The caller's RETURN-CODE is kept across the call.
       01  WS-RICHIESTA-ARCHIVIO.
           05 WS-ARC-PROGRAMMA  PIC X(20) VALUE SPACES.
           05 WS-ARC-FILE       PIC X(50) VALUE SPACES.
           05 WS-ARC-OPERATORE  PIC X(8)  VALUE SPACES.
           05 WS-ARC-PAGINE     PIC 9(5)  VALUE 0.
           05 WS-ARC-RIGHE      PIC 9(7)  VALUE 0.
           05 WS-ARC-NUMERO     PIC 9(9)  VALUE 0.
           05 WS-ARC-ESITO      PIC X     VALUE "0".
       01  WS-ARC-RC-CHIAMANTE  PIC S9(9) VALUE 0.
