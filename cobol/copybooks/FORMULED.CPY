      ******************************************************************
      * FORMULED - FD/record for the named formula library
      * (FORMULE.DAT), shared by Calcolatrice, which defines and
      * runs the templates at the desk, and MotoreFormule, which
      * runs them for any program that CALLs it. One template step
      * per record, in step order: the operands are tokens - P1..P9
      * a placeholder, R the previous result, M1..M5 a register,
      * T:<nome> a dated rate of TASSI.DAT, anything else a literal
      * number - and FM-MEMORIA optionally files the step's result
      * (S<n> store, A<n> add), like the interactive desk does.
      * COPY into FILE SECTION; the SELECT stays in each program.
      ******************************************************************
       FD  FormuleFile.
       01  FormulaRecord.
           05 FM-NOME          PIC X(10).
           05 FM-PASSO         PIC 99.
           05 FM-OP1           PIC X(10).
           05 FM-OPERATORE     PIC X.
           05 FM-OP2           PIC X(10).
           05 FM-MEMORIA       PIC XX.
