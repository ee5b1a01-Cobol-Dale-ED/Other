      *-----------------------------------------------------------------
      * Check-stock control record (CHECK-CONTROL.DAT, one line
      * sequential record, maintained by CHKISSUE.cbl). The
      * disbursement account checks are drawn on, as the bank's
      * positive-pay file identifies it, and the last check number
      * issued from it. Set up once by operations with the account
      * and the number before the first check on the stock;
      * CHKISSUE rewrites it after every check, so a check number
      * is never issued twice no matter which run or which day.
      *-----------------------------------------------------------------
       01 CC-RECORD.
           05 CC-ACCOUNT            pic x(17).
           05 CC-LAST-CHECK         pic 9(8).
           05 CC-LAST-ISSUE-DATE    pic 9(8).
