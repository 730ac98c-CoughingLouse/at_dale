      ******************************************************************
      * PIANOSTD - FD/record for the degree plans (PIANI_STUDIO.DAT,
      * kept by CorsiManut): per programme - the CORSI.DAT code a
      * student is enrolled on (SR-CORSO) - one "M" line with the
      * credits (CFU) needed to graduate, then one line per course of
      * the plan. Read by Esami's transcript and the Laureandi run.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Tipo: M = minimi del piano (PS-CORSO zero; PS-CFU-MINIMI the
      *           total credits, PS-CFU-SCELTA the share that must
      *           come from elective courses)
      *       O = corso obbligatorio   S = corso a scelta
      ******************************************************************
       FD  PianiFile.
       01  PianoRecord.
           05 PS-PROGRAMMA     PIC 9(5).
           05 PS-TIPO          PIC X.
           05 PS-CORSO         PIC 9(5).
           05 PS-CFU-MINIMI    PIC 9(3).
           05 PS-CFU-SCELTA    PIC 9(3).
