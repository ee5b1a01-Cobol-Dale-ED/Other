      *-----------------------------------------------------------------
      * Late-fee history record (FEE-HISTORY.DAT, line sequential).
      * LATEFEE.cbl appends one record per fee assessed against a
      * missed period - the per-period documentation behind
      * LM-FEE-BALANCE, and its guard against assessing the same
      * period twice. POSTPAY.cbl appends a waiver record ("W")
      * against the same loan and period when a collector forgives
      * all or part of that period's fee, so what is still owed for
      * any period is its assessments less its waivers.
      *-----------------------------------------------------------------
       01 FH-RECORD.
           05 FH-LOAN-NUMBER        pic 9(8).
           05 FH-PERIOD             pic 9(4).
           05 FH-ASSESS-DATE        pic 9(8).
           05 FH-AMOUNT             pic 9(5)v99.
      * Space covers the records written before waivers existed.
           05 FH-TYPE               pic x(1).
               88 FH-ASSESSED       value "A", " ".
               88 FH-WAIVED         value "W".
