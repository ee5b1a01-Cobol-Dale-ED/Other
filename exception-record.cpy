      *-----------------------------------------------------------------
      * Shared exceptions file (EXCEPTIONS.DAT, indexed on
      * EX-ITEM-NUMBER). The batch runs used to leave their problems
      * on a dozen different reports - POSTING.RPT rejects, ACHPOST
      * returns, LOAN-PARMS.ERR, HR-IMPORT.ERR, SCHEDVFY stale loans,
      * AGING delinquencies, PAYROLL.RPT shortfalls - each overwritten
      * by the next run whether anybody had read it or not. Each run
      * now also writes every exception here (through EXCLOG.cbl),
      * tagged with the desk that owns it. An item stays open until
      * somebody on that desk resolves it with a note (EXCRSLV.cbl)
      * or the condition it describes goes away and the program
      * that raised it clears it; EXCRPT.cbl's morning report lists
      * everything still open by desk, with its age in days.
      *-----------------------------------------------------------------
       01 EXCEPTION-RECORD.
           05 EX-ITEM-NUMBER        pic 9(8).
      * The program that raised it.
           05 EX-SOURCE             pic x(8).
      * The desk that works it.
           05 EX-DESK               pic x(1).
               88 EX-DESK-CASH      value "C".
               88 EX-DESK-COLLECT   value "L".
               88 EX-DESK-PAYROLL   value "P".
               88 EX-DESK-ACCOUNTING value "A".
      * What EX-KEY is - a loan number or an EMP-ID (zero when the
      * input was too garbled to say).
           05 EX-KEY-TYPE           pic x(1).
               88 EX-KEY-LOAN       value "L".
               88 EX-KEY-EMPLOYEE   value "E".
           05 EX-KEY                pic 9(8).
           05 EX-CODE               pic x(8).
           05 EX-AMOUNT             pic 9(9)v99.
      * The date the exception is about (the payment date, the
      * settle date, the run date), and when it was first raised
      * and last seen - a condition that is still there on the next
      * run is refreshed on the same item, not raised again, so its
      * age runs from the first sighting.
           05 EX-EVENT-DATE         pic 9(8).
           05 EX-RAISED-DATE        pic 9(8).
           05 EX-LAST-SEEN-DATE     pic 9(8).
           05 EX-OCCURRENCES        pic 9(4).
           05 EX-TEXT               pic x(40).
           05 EX-STATUS             pic x(1).
               88 EX-OPEN           value "O".
               88 EX-RESOLVED       value "R".
      * Who resolved it and how - operator zero when the raising
      * program found the condition gone and cleared it itself.
           05 EX-RESOLVED-DATE      pic 9(8).
           05 EX-RESOLVED-BY        pic 9(6).
           05 EX-RESOLUTION-NOTE    pic x(40).
           05 filler                pic x(12).
