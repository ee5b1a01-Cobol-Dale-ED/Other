      *-----------------------------------------------------------------
      * ARM terms record (ARM-TERMS.DAT, indexed on AT-LOAN-NUMBER),
      * one per adjustable-rate loan, keyed through RATEMNT.cbl. The
      * loan master has no room left for them. ARMRESET.cbl prices
      * each upcoming reset from these terms and the published
      * index (INDEX-VALUES.DAT, index-value-record.cpy):
      *   index + margin, rounded to the nearest AT-ROUND-TO, then
      *   held within the change cap (AT-INITIAL-CAP at the first
      *   reset, AT-PERIODIC-CAP after) either way from the rate
      *   being left, no higher than the master's note rate plus
      *   AT-LIFETIME-CAP, and no lower than AT-FLOOR.
      * Rates carry four decimals everywhere they are filed, so the
      * rounding step is kept to what four decimals can hold (zero
      * means a quarter point).
      *-----------------------------------------------------------------
       01 ARM-TERMS-RECORD.
           05 AT-LOAN-NUMBER        pic 9(8).
           05 AT-INDEX-NAME         pic x(8).
           05 AT-MARGIN             pic 9v9999.
           05 AT-INITIAL-CAP        pic 9v9999.
           05 AT-PERIODIC-CAP       pic 9v9999.
           05 AT-LIFETIME-CAP       pic 9v9999.
           05 AT-FLOOR              pic 9v9999.
           05 AT-ROUND-TO           pic 9v9999.
      * The first reset's scheduled period and the number of periods
      * between resets after it (12 on a monthly loan resetting
      * yearly).
           05 AT-FIRST-RESET        pic 9(3).
           05 AT-RESET-PERIODS      pic 9(3).
      * Days before a reset's due date the index is read as of -
      * zero means 45.
           05 AT-LOOKBACK-DAYS      pic 9(3).
           05 filler                pic x(20).
