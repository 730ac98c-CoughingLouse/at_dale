      ******************************************************************
      * RPTARC - file the report just closed into the report
      * repository. COPY right after the CLOSE of a report framed by
      * RPTHDR/RPTTRL, with the report file's name already MOVEd into
      * WS-ARC-FILE (see RPTHDRW.CPY; ERRLOGW supplies the operator).
      * ArchiviaRapporto copies the report under its filing number,
      * seals it with SIGILLO and indexes it in RAPPORTI_INDICE.DAT;
      * a report that cannot be filed is logged on the shared error
      * log by the service and the caller's run carries on.
      ******************************************************************
           MOVE WS-HDR-PROGRAMMA TO WS-ARC-PROGRAMMA
           MOVE WS-ERR-OPERATORE TO WS-ARC-OPERATORE
           MOVE WS-HDR-PAGINA TO WS-ARC-PAGINE
           MOVE WS-HDR-RIGHE-TOTALI TO WS-ARC-RIGHE
           MOVE RETURN-CODE TO WS-ARC-RC-CHIAMANTE
           CALL "ArchiviaRapporto" USING WS-RICHIESTA-ARCHIVIO
           MOVE WS-ARC-RC-CHIAMANTE TO RETURN-CODE
