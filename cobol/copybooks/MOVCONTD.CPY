      ******************************************************************
      * MOVCONTD - FD/record for the register of accounting events
      * (MOVIMENTI_CONTABILI.DAT), appended by Fatturazione whenever
      * money moves on the student accounts: one line per event,
      * with the day it was posted, the document behind it, the
      * student and the course. The nightly journal extract turns
      * the day's lines into double entries for the general ledger.
      * COPY into FILE SECTION; the SELECT stays in each program.
      *
      * Tipo: FT = fattura emessa (anche integrativa di passaggio)
      *       NT = nota di credito di passaggio di corso
      *       MO = mora applicata su una rata scaduta
      *       IN = incasso abbinato a una fattura
      *       SO = incasso messo in sospeso
      *       SA = incasso sospeso assegnato allo sportello
      *       SR = incasso sospeso restituito allo sportello
      *       NC = nota di credito di rimborso approvata (ritiro)
      *       RB = rimborso disposto con bonifico
      * MV-DOCUMENTO is the invoice, suspended payment or credit
      * note the event stands on; MV-FATTURA the invoice it touches
      * (zero when none); MV-CORSO zero when no course is known.
      ******************************************************************
       FD  MovimentiFile.
       01  MovimentoRecord.
           05 MV-DATA          PIC 9(8).
           05 MV-ORA           PIC 9(6).
           05 MV-TIPO          PIC XX.
           05 MV-DOCUMENTO     PIC 9(9).
           05 MV-DATA-DOC      PIC 9(8).
           05 MV-FATTURA       PIC 9(9).
           05 MV-MATRICOLA     PIC 9(5).
           05 MV-CORSO         PIC 9(5).
           05 MV-IMPORTO       PIC 9(7)V99.
