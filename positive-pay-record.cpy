      *-----------------------------------------------------------------
      * Positive-pay issue record (POSITIVE-PAY.DAT, line sequential,
      * appended by CHKISSUE.cbl and CHKRECON.cbl). The bank pays a
      * check presented against the disbursement account only when
      * it matches an issue record here on number and amount; a void
      * record tells it to refuse the check from then on. Operations
      * transmits the file after the day's runs and clears it.
      *-----------------------------------------------------------------
       01 PP-RECORD.
           05 PP-ACCOUNT            pic x(17).
           05 PP-CHECK-NUMBER       pic 9(8).
           05 PP-ISSUE-DATE         pic 9(8).
           05 PP-AMOUNT             pic 9(8)v99.
           05 PP-PAYEE              pic x(30).
           05 PP-ACTION             pic x(1).
               88 PP-ISSUE          value "I".
               88 PP-VOID           value "V".
