      * - the annual rate over 365 - applied to the outstanding
      * balance, which is what the branch staff were estimating by
      * hand (and eating the difference when they under-quoted).
      *
      * The letter is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. When the
      * borrower's address is flagged bad (returned mail,
      * MAILRTN.cbl) the quote is shown on the screen only and no
      * letter is written until BORRMNT.cbl records a new address.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * must land on a day the office is open to take the payoff.
           COPY "busday-area.cpy".

      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BORR-FOUND-SW   pic x(1) value "N".
           88 WS-BORR-FOUND   value "Y".
           perform LookupBorrower
           perform FindBalanceAsOfPaidThru
           perform ComputePerDiem
           if WS-BORR-FOUND and BW-ADDRESS-BAD
               display "PAYOFF: borrower " BW-BORROWER-NUMBER
                   " address flagged bad (mail returned "
                   BW-RETURNED-DATE ") - no letter written."
               display "Total payoff " WS-AMOUNT-EDITED
                   " - update the address in BORRMNT first."
               move 8 to return-code
               goback
           end-if
           perform LogMailPiece
           perform WriteQuoteLetter

           display "Payoff quote written to PAYOFF-QUOTE.TXT - "
           end-read
           close borrower-master.

      * Registers the letter (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "PAYOFF" to MA-LETTER-TYPE
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

      *-----------------------------------------------------------------
      * The balance the borrower still owes as of the last period
      * fully paid, and that period's due date the per-diem accrues
               delimited by size into WS-LETTER-LINE
           end-string
           perform WriteLetterLine
           if MA-OK
               move spaces to WS-LETTER-LINE
               string "Mail piece " MA-PIECE-TEXT
                   delimited by size into WS-LETTER-LINE
               end-string
               perform WriteLetterLine
           end-if

           move spaces to WS-LETTER-LINE
           string "Loan number " WS-QUOTE-LOAN
