      *-----------------------------------------------------------------
      * Bank daily activity record (BANK-ACTIVITY.DAT, line
      * sequential, as the bank sends it each morning). One record
      * per transaction the bank moved through our account: the
      * posting date, the bank's transaction type, the amount and
      * the bank's reference. The types we take:
      *   DEP - check deposit credited (a keyed PAYENTRY.cbl batch)
      *   RCK - deposited check returned unpaid and charged back
      *   ACH - ACH collection settlement credited (ACHPOST.cbl)
      *   PAY - payroll deduction funding transferred in
      *   CHK - check paid out (CHKISSUE.cbl stock - escrow refunds
      *         from CLOSEOUT.cbl, payroll checks); BA-CHECK-NUMBER
      *         carries the check number
      * Read by CASHPRF.cbl; anything else is listed as unclassified.
      *-----------------------------------------------------------------
       01 BANK-ACTIVITY-RECORD.
           05 BA-ACCOUNT            pic x(17).
           05 BA-POST-DATE          pic 9(8).
           05 BA-TYPE               pic x(3).
               88 BA-DEPOSIT        value "DEP".
               88 BA-RETURNED-CHECK value "RCK".
               88 BA-ACH-SETTLEMENT value "ACH".
               88 BA-PAYROLL-XFER   value "PAY".
               88 BA-CHECK-PAID     value "CHK".
           05 BA-AMOUNT             pic 9(9)v99.
           05 BA-REFERENCE          pic x(16).
           05 BA-CHECK-REF redefines BA-REFERENCE.
               10 BA-CHECK-NUMBER   pic 9(8).
               10 filler            pic x(8).
           05 BA-DESCRIPTION        pic x(30).
