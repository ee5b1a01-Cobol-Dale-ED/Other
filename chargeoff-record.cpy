      *-----------------------------------------------------------------
      * Charge-off record (CHARGEOFF.DAT, indexed on CO-LOAN-NUMBER).
      * CHGOFF.cbl writes one per loan it charges off - what was
      * written off and why, the figures the loss journal was built
      * from - and POSTPAY.cbl adds every later payment on the loan
      * into the recovered total, so net loss on a charged-off loan
      * is always CO-PRINCIPAL plus CO-INTEREST less CO-CARRY less
      * CO-RECOVERED without re-reading a year of posting reports.
      *-----------------------------------------------------------------
       01 CO-RECORD.
           05 CO-LOAN-NUMBER        pic 9(8).
           05 CO-DATE               pic 9(8).
      * Past the policy's days-past-due threshold, or flagged by
      * collections from LOANMSTR.cbl.
           05 CO-REASON             pic x(1).
               88 CO-BY-AGING       value "A".
               88 CO-BY-FLAG        value "M".
           05 CO-DAYS-PAST-DUE      pic 9(5).
           05 CO-PAID-THRU-PERIOD   pic 9(4).
      * Written off: the schedule balance (loan receivable), the
      * interest accrued to the charge-off date (interest
      * receivable), and the assessed late fees - fees are only
      * income when collected, so they leave the master but never
      * reach the journal. A carried partial payment held in
      * suspense goes against the loss.
           05 CO-PRINCIPAL          pic 9(9)v99.
           05 CO-INTEREST           pic 9(7)v99.
           05 CO-FEES               pic 9(7)v99.
           05 CO-CARRY              pic 9(7)v99.
      * Cash received after the charge-off, posted as recoveries.
           05 CO-RECOVERED          pic 9(9)v99.
           05 CO-LAST-RECOVERY      pic 9(8).
           05 filler                pic x(10).
