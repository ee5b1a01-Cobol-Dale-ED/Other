      * term through AMORTENG per PT-ELECTION and refiles the
      * schedule repository rows.
               88 PT-CURTAILMENT    value "C".
      * A fee waiver ("W") moves no money: it forgives all or part
      * of the late fee assessed for one period (PT-FEE-PERIOD) -
      * PT-AMOUNT is the part forgiven, zero meaning whatever is
      * still owed for that period. POSTPAY reduces LM-FEE-BALANCE
      * and records the waiver on FEE-HISTORY.DAT against the
      * period.
               88 PT-FEE-WAIVER     value "W".
               88 PT-BATCH-HEADER   value "H".
               88 PT-BATCH-TRAILER  value "T".
           05 PT-LOAN-NUMBER        pic 9(8).
               88 PT-ELECT-RELEVEL  value "L", " ".
               88 PT-ELECT-SHORTEN  value "S".
      * Unique transaction reference: a leading source digit (1
      * PAYENTRY, 2 ACHPOST, 3 PAYROLL, 4 TERMEMP, 5 UNAPPMNT
      * re-applying unapplied cash, batch = the unapplied item
      * number, 6 PAYENTRY releasing a reversal or curtailment
      * approved off the dual-control queue, batch = the queue item
      * number - each writer
      * owns a disjoint space, so two writers running the same day
      * can never collide), then the writer's batch number, then
      * the item's sequence within it:
      * a reused number can't make a whole new batch skip as
      * duplicates. Zero means an unprotected legacy record.
           05 PT-REFERENCE          pic 9(12).
      * The assessed period a fee waiver forgives.
           05 PT-FEE-PERIOD         pic 9(4).
           05 filler                pic x(2).

      *-----------------------------------------------------------------
           05 PB-BATCH-NUMBER       pic 9(6).
           05 PB-ITEM-COUNT         pic 9(5).
           05 PB-TOTAL-AMOUNT       pic 9(9)v99.
           05 filler                pic x(23).
