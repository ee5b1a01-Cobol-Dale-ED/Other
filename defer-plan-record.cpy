      *-----------------------------------------------------------------
      * Forbearance / payment-deferral plan record (DEFER-PLAN.DAT,
      * indexed on DP-KEY - loan, then the first period the plan
      * covers). FORBEAR.cbl writes one per plan it grants: N
      * consecutive periods from DP-START-PERIOD carry no payment,
      * and the schedule is re-amortized through AMORTENG so those
      * periods move to the end of the loan. DEFERCHK.cbl answers
      * "is this period in a plan" for the collection and billing
      * runs, and FORBEND.cbl's nightly run sends the borrower the
      * new payment schedule once the plan's last period is past.
      *
      * A capitalizing plan (C) adds each plan period's interest to
      * the balance and re-levels the payment after the plan; a
      * deferring plan (D) accrues no interest for the plan periods,
      * so the payment stands and the term simply runs N periods
      * longer.
      *-----------------------------------------------------------------
       01 DEFER-PLAN-RECORD.
           05 DP-KEY.
               10 DP-LOAN-NUMBER    pic 9(8).
               10 DP-START-PERIOD   pic 9(4).
           05 DP-PERIODS            pic 9(3).
           05 DP-END-PERIOD         pic 9(4).
           05 DP-TYPE               pic x(1).
               88 DP-CAPITALIZE     value "C".
               88 DP-NO-INTEREST    value "D".
               88 DP-VALID-TYPE     values "C" "D".
      * Active from grant until the end-of-plan notice goes out;
      * ended plans stay on file (their periods are still not due).
           05 DP-STATUS             pic x(1).
               88 DP-ACTIVE         value "A".
               88 DP-ENDED          value "E".
           05 DP-GRANTED-DATE       pic 9(8).
           05 DP-OPERATOR-ID        pic 9(6).
           05 DP-REASON             pic x(30).
      * The balance the plan re-amortized from, the interest the
      * plan periods capitalized (zero on a deferring plan), and
      * the payment and term before and after.
           05 DP-BALANCE            pic 9(9)v99.
           05 DP-PLAN-INTEREST      pic 9(7)v99.
           05 DP-OLD-PAYMENT        pic 9(7)v99.
           05 DP-NEW-PAYMENT        pic 9(7)v99.
           05 DP-OLD-TERM           pic 9(3).
           05 DP-NEW-TERM           pic 9(3).
      * Due date of the plan's last period, and the date the
      * end-of-plan notice was produced.
           05 DP-END-DATE           pic 9(8).
           05 DP-NOTICE-DATE        pic 9(8).
           05 filler                pic x(10).
