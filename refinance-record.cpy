      *-----------------------------------------------------------------
      * Refinance cross-reference record (REFINANCE.DAT, indexed on
      * RF-OLD-LOAN). LOANREFI.cbl writes one per loan it pays off
      * into a new loan - which loan replaced it, on what funding
      * date, and the payoff the old loan closed at, broken out the
      * same way PAYOFF.cbl quotes it - so the replaced loan's
      * refinanced status (LM-REFINANCED) always leads to the loan
      * that carries its balance now. The master itself has no room
      * left for the new loan number.
      *-----------------------------------------------------------------
       01 RF-RECORD.
           05 RF-OLD-LOAN           pic 9(8).
           05 RF-NEW-LOAN           pic 9(8).
           05 RF-FUNDING-DATE       pic 9(8).
           05 RF-EMP-ID             pic 9(6).
      * Paid-through period and the schedule balance as of it.
           05 RF-PAID-THRU-PERIOD   pic 9(4).
           05 RF-BALANCE            pic 9(9)v99.
      * Per-diem interest from the last paid due date to funding.
           05 RF-INTEREST           pic 9(7)v99.
           05 RF-FEES               pic 9(7)v99.
      * Partial payment held in suspense, credited against the
      * payoff.
           05 RF-CARRY              pic 9(7)v99.
           05 RF-PAYOFF             pic 9(9)v99.
           05 filler                pic x(20).
