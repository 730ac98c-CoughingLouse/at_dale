      * certified result. Written by Elezioni at Fine, advanced by
      * the follow-up actions (ElezRiconta on a clean recount, the
      * commission desk in ElezCert) and reported by ElezCert.
      * ElezCampione sends a contest to RI when the sample hand
      * count finds differences over the tolerance.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Stati: CO = in scrutinio      RI = riconteggio richiesto
      *             da ElezBallot, in attesa di esito)
      *        SO = sospesa (discrepanza controllo totale)
      *        CE = certificata
      *        Referendum, filed by ElezConsolida under seggio
      *        "PROVINCIA" once every seggio carrying it is in:
      *        AP = approvato   RS = respinto
      *        NQ = nullo per mancato quorum
      ******************************************************************
       FD  RegCertFile.
       01  RegCertRecord.
