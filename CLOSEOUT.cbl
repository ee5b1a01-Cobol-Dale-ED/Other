      *     collected (the escrow column of the paid rows) less what
      *     ESCROW-DISB.DAT says we paid out, and journals the
      *     refund to GL-WORK.DAT (debit ESCROW, credit CASH)
      *   - cuts the refund check through CHKISSUE.cbl, so it is
      *     numbered off the same check stock as payroll and goes to
      *     the bank on the positive-pay issue file
      *   - writes a paid-in-full letter to PAIDINFULL.TXT, headed
      *     with the borrower master's mailing block the same way
      *     PAYOFF.cbl's quote letter is
      *   - flips LM-STATUS to closed and logs the closure to
      *     AUDIT.LOG
      * The loan master's in-use lock is taken for the duration.
      *
      * The letter is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) gets no
      * letter - the loan still closes, and the run lists it so the
      * letter can be reissued once BORRMNT.cbl has a new address.
      *
      * A refund check CHKISSUE.cbl could not write is not journaled
      * and the loan is left paid-off (not closed), so the next run
      * tries the refund again; the run lists it and ends with
      * return code 8.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

           COPY "file-lock.cpy".

      * Refund check numbering and positive-pay issue (CHKISSUE.cbl).
           COPY "check-area.cpy".

      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-LJ-BEFORE       pic x(130).
       01 WS-LJ-ACTION       pic x(1).
       01 WS-REFUND          pic s9(9)v99.

       01 WS-RUN-CLOSED      pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.
       01 WS-RUN-REFUNDED    pic 9(11)v99 value 0.
       01 WS-RUN-CHECKS      pic 9(5) value 0.
       01 WS-RUN-HELD        pic 9(5) value 0.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-TEXT-LINE       pic x(80).

               goback
           end-if

      *    No check stock, no refund checks - refuse before any
      *    loan is closed rather than close loans whose refunds
      *    never get cut.
           set CQ-FUNC-OPEN to true
           call "CHKISSUE" using CHECK-AREA
           if not CQ-OK
               display "CLOSEOUT: check issue files not available ("
                   CQ-STATUS ") - run refused."
               close loan-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

           open output letter-file

           move 0 to LM-LOAN-NUMBER

           close loan-master
           close letter-file
           set CQ-FUNC-CLOSE to true
           call "CHKISSUE" using CHECK-AREA
           perform FreeMasterLock
           display "CLOSEOUT: " WS-RUN-CLOSED " loan(s) closed, "
               "escrow refunded " WS-RUN-REFUNDED " on "
               WS-RUN-CHECKS " check(s), "
               WS-RUN-BAD-ADDRESS " letter(s) held for a bad address"
           if WS-RUN-HELD > 0
               display "CLOSEOUT: " WS-RUN-HELD " loan(s) left open -"
                   " refund check not issued."
               move 8 to return-code
           end-if
           goback.

       FreeMasterLock.
               move 0 to WS-REFUND
           end-if

           perform LookupBorrower
           if WS-REFUND > 0
               perform IssueRefundCheck
               if not CQ-OK
                   display "CLOSEOUT: loan " LM-LOAN-NUMBER
                       " refund check not issued (" CQ-STATUS
                       ") - loan left open for the next run."
                   add 1 to WS-RUN-HELD
                   exit paragraph
               end-if
               perform WriteRefundJournal
               add WS-REFUND to WS-RUN-REFUNDED
           end-if

           if WS-BORR-FOUND and BW-ADDRESS-BAD
               display "CLOSEOUT: loan " LM-LOAN-NUMBER " borrower "
                   BW-BORROWER-NUMBER " address flagged bad - "
                   "paid-in-full letter held."
               add 1 to WS-RUN-BAD-ADDRESS
           else
               perform LogMailPiece
               perform WritePaidInFullLetter
           end-if

           set LM-CLOSED to true
           rewrite LOAN-MASTER-RECORD
           close escrow-disb.

      *-----------------------------------------------------------------
      * The refund check, payable to the borrower of record.
       IssueRefundCheck.
           set CQ-FUNC-ISSUE to true
           move WS-TODAY to CQ-ISSUE-DATE
           move WS-REFUND to CQ-AMOUNT
           if WS-BORR-FOUND
               move BW-NAME to CQ-PAYEE
           else
               move spaces to CQ-PAYEE
               string "BORROWER LOAN " LM-LOAN-NUMBER
                   delimited by size into CQ-PAYEE
               end-string
           end-if
           move "CLOSEOUT" to CQ-SOURCE
           move LM-LOAN-NUMBER to CQ-REFERENCE
           call "CHKISSUE" using CHECK-AREA
           if CQ-OK
               add 1 to WS-RUN-CHECKS
           end-if.

      * The refund leaves the escrow liability and goes back to the
      * borrower: debit ESCROW, credit CASH - balanced, appended for
      * GLEXPORT.cbl like every other run's amounts.
           end-if

           move "CLOSEOUT" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-TODAY to GW-DATE

           move "ESCROW" to GW-CODE

      *-----------------------------------------------------------------
       WritePaidInFullLetter.
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteLetterLine
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteLetterLine
           if MA-OK
               move spaces to WS-TEXT-LINE
               string "Mail piece " MA-PIECE-TEXT
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
           end-if

           move spaces to WS-TEXT-LINE
           string "Loan " LM-LOAN-NUMBER " is paid in full as of "
               move WS-REFUND to WS-AMOUNT-EDITED
               move spaces to WS-TEXT-LINE
               string "Your escrow refund of " WS-AMOUNT-EDITED
                   " will follow under separate cover"
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
               move spaces to WS-TEXT-LINE
               string "as check number " CQ-CHECK-NUMBER "."
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
           move WS-TEXT-LINE to LT-Line
           write LT-Line.

      * Registers the letter (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "PAIDFULL" to MA-LETTER-TYPE
           move WS-TODAY to MA-DATE
           if WS-BORR-FOUND
               move BW-BORROWER-NUMBER to MA-BORROWER-NUMBER
               move BW-NAME to MA-NAME
               move BW-ADDRESS to MA-ADDRESS
               move BW-CITY to MA-CITY
               move BW-STATE to MA-STATE
               move BW-ZIP to MA-ZIP
           else
               move 0 to MA-BORROWER-NUMBER
               move spaces to MA-NAME MA-ADDRESS MA-CITY MA-STATE
                   MA-ZIP
           end-if
           call "MAILLOG" using MAIL-AREA.

       LookupBorrower.
           move "N" to WS-BORR-FOUND-SW
           if LM-BORROWER-NUMBER = 0
