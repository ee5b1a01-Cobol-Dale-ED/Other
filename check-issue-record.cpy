      *-----------------------------------------------------------------
      * Issued-check record (CHECK-ISSUE.DAT, indexed on the check
      * number). One per check CHKISSUE.cbl numbers - payroll checks
      * from PAYROLL.cbl, escrow refund checks from CLOSEOUT.cbl -
      * with the payee and amount sent to the bank on the
      * positive-pay file. CHKRECON.cbl matches the bank's paid
      * checks against these, marks them paid, and ages what is
      * still outstanding; a stale check it voids - or one its
      * issuing run takes back (CHKISSUE.cbl's void) - stays on file
      * as voided so the number can never be presented again.
      *-----------------------------------------------------------------
       01 CHECK-ISSUE-RECORD.
           05 CI-CHECK-NUMBER       pic 9(8).
           05 CI-ISSUE-DATE         pic 9(8).
           05 CI-AMOUNT             pic 9(8)v99.
           05 CI-PAYEE              pic x(30).
      * The issuing run and what the check paid for - the employee
      * number for PAYROLL, the loan number for CLOSEOUT.
           05 CI-SOURCE             pic x(8).
           05 CI-REFERENCE          pic 9(8).
           05 CI-STATUS             pic x(1).
               88 CI-OUTSTANDING    value "O".
               88 CI-PAID           value "P".
               88 CI-VOIDED         value "V".
           05 CI-PAID-DATE          pic 9(8).
           05 CI-PAID-AMOUNT        pic 9(8)v99.
           05 CI-VOID-DATE          pic 9(8).
           05 filler                pic x(10).
