      *-----------------------------------------------------------------
      * Fee policy record (FEE-POLICY.DAT, one line sequential
      * record). LATEFEE.cbl assesses from it: grace days past the
      * due date before a missed period assesses, then F(lat) or
      * P(ercent) and the two amounts (only the one the method
      * selects is used).
      *
      * POSTPAY.cbl takes its payment application order from the
      * same record, so where a borrower's money goes is a policy
      * decision kept with the fee it collects, not code. Each
      * position of FP-APPLY-ORDER names one step, worked left to
      * right while money remains:
      *   D - scheduled periods already due (due date on or before
      *       the payment date)
      *   F - the assessed late-fee balance
      *   A - scheduled periods not yet due (prepayment)
      * Whatever is left after the last step is held in carry. A
      * step left out is skipped - "DF" collects what is due, then
      * fees, and carries the rest instead of prepaying. Blank (a
      * record written before the order existed) means "FDA", fees
      * first and then every period the money covers.
      *-----------------------------------------------------------------
       01 FP-RECORD.
           05 FP-GRACE-DAYS         pic 9(3).
           05 FP-METHOD             pic x(1).
               88 FP-FLAT           value "F".
               88 FP-PERCENT-OF-PMT value "P".
           05 FP-FLAT-FEE           pic 9(5)v99.
           05 FP-PERCENT            pic 9v9999.
           05 FP-APPLY-ORDER        pic x(3).
