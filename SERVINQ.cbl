      *     30/60/90+ bucket, AGING.cbl's own arithmetic
      *   - the last few posted payments from PAY-HISTORY.DAT
      *   - year-to-date interest paid off the paid schedule rows
      *   - the last few collections contacts off
      *     CONTACT-HISTORY.DAT (COLLECT.cbl) - who called, what
      *     was said, and any promise to pay and how it stands
      *   - any servicing hold in effect or still to come off
      *     HOLD.DAT (HOLDMNT.cbl) - reason, dates, who placed it
      *   - the last ten letters, statements and notices mailed off
      *     CORRESPONDENCE.DAT (MAILLOG.cbl) - mail-piece ID, type,
      *     date, where it went, and whether it came back
      *   - for a refinanced loan, the loan that replaced it and the
      *     payoff it closed at, off REFINANCE.DAT (LOANREFI.cbl)
      * A loan number no longer on the master is looked up on
      * LOAN-TOMBSTONE.DAT: an archived loan (LOANARCH.cbl) shows
      * when it closed and was archived, and its master terms are
      * read back out of that run's ARCH-LOAN-yyyymmdd.DAT.
      * Launchable from CONSOLE.cbl. Changes nothing - every file
      * opens input only.
      *-----------------------------------------------------------------
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
       select contact-history
           assign to 'CONTACT-HISTORY.DAT'
           organization is indexed
           access mode is dynamic
           record key is CT-KEY
           file status is WS-CONTACT-STATUS.
       select hold-file
           assign to 'HOLD.DAT'
           organization is indexed
           access mode is dynamic
           record key is HD-KEY
           file status is WS-HOLD-STATUS.
       select mail-register
           assign to 'CORRESPONDENCE.DAT'
           organization is indexed
           access mode is dynamic
           record key is MP-KEY
           file status is WS-MAIL-STATUS.
       select refinance-xref
           assign to 'REFINANCE.DAT'
           organization is indexed
           access mode is dynamic
           record key is RF-OLD-LOAN
           file status is WS-REFI-STATUS.
       select tombstone-file
           assign to 'LOAN-TOMBSTONE.DAT'
           organization is indexed
           access mode is dynamic
           record key is TB-LOAN-NUMBER
           file status is WS-TOMB-STATUS.
      * The archive run's master images - named for the run date
      * on the tombstone.
       select arch-loan
           assign dynamic WS-ARCH-LOAN-NAME
           organization is line sequential
           file status is WS-ARCH-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd contact-history
           data record is CT-RECORD.
           COPY "contact-record.cpy".

       fd hold-file
           data record is HOLD-RECORD.
           COPY "hold-record.cpy".

       fd mail-register
           data record is MAIL-PIECE-RECORD.
           COPY "mail-piece-record.cpy".

       fd refinance-xref
           data record is RF-RECORD.
           COPY "refinance-record.cpy".

       fd tombstone-file
           data record is TOMBSTONE-RECORD.
           COPY "loan-tombstone-record.cpy".

       fd arch-loan
           data record is AL-Line.
       01 AL-Line                  pic x(140).

       WORKING-STORAGE SECTION.
      * Business-day calendar (BUSDAY.cbl) - the inquiry's days
      * overdue and bucket must match AGING.RPT, which ages from
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-CSV-STATUS      pic x(2).
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-CONTACT-STATUS  pic x(2).
       01 WS-HOLD-STATUS     pic x(2).
       01 WS-MAIL-STATUS     pic x(2).
       01 WS-REFI-STATUS     pic x(2).
       01 WS-TOMB-STATUS     pic x(2).
       01 WS-ARCH-STATUS     pic x(2).
       01 WS-ARCH-LOAN-NAME  pic x(30).
       01 WS-ARCH-EOF        pic x(1).
           88 WS-AT-ARCH-EOF  value "Y".
       01 WS-ARCH-FOUND-SW   pic x(1).
           88 WS-ARCH-FOUND   value "Y".
       01 WS-CSV-FILENAME    pic x(30).
       01 WS-MASTER-EOF      pic x(1).
           88 WS-AT-MASTER-EOF value "Y".
           88 WS-AT-CSV-EOF   value "Y".
       01 WS-PAYHIST-EOF     pic x(1).
           88 WS-AT-PAYHIST-EOF value "Y".
       01 WS-CONTACT-EOF     pic x(1).
           88 WS-AT-CONTACT-EOF value "Y".
       01 WS-HOLD-EOF        pic x(1).
           88 WS-AT-HOLD-EOF  value "Y".
       01 WS-MAIL-EOF        pic x(1).
           88 WS-AT-MAIL-EOF  value "Y".

       01 WS-WANT-LOAN       pic 9(8).
       01 WS-WANT-EMP-ID     pic 9(6).
               10 WS-RP-PERIODS pic 9(4).
               10 WS-RP-STATUS  pic x(9).

      * The last three contacts, the same ring as the payments -
      * the file reads back in date order per loan.
       01 WS-CONTACT-COUNT   pic 9(5) value 0.
       01 WS-CONTACT-SUB     pic 9 value 0.
       01 WS-RECENT-CONTACTS.
           05 WS-RECENT-CONTACT occurs 3 times pic x(135).
       01 WS-PROMISE-TEXT    pic x(8).

      * The last ten pieces mailed, the same ring again - the
      * register reads back in sequence per loan.
       01 WS-MAIL-COUNT      pic 9(5) value 0.
       01 WS-MAIL-SUB        pic 99 value 0.
       01 WS-MAIL-LIST-SUB   pic 99.
       01 WS-MAIL-SHOW-SUB   pic 99.
       01 WS-RECENT-MAIL.
           05 WS-RECENT-PIECE occurs 10 times pic x(175).

       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
               move WS-WANT-LOAN to LM-LOAN-NUMBER
               read loan-master
                   invalid key
                       perform ShowArchivedLoan
                       close loan-master
                       goback
               end-read
               perform ShowOneLoan
           perform ScanSchedule
           perform ComputeArrears
           perform LoadRecentPayments
           perform LoadRecentContacts
           perform LoadRecentMail

           display " "
           display "==================================================="
               "   Term " LM-TERM-MONTHS
           display " Paid through period " LM-PAID-THRU-PERIOD
               " on " LM-PAID-THRU-DATE
           if LM-REFINANCED
               perform ShowRefinanceLink
           end-if
           perform ShowServicingHolds

           if WS-NEXT-FOUND
               move WS-NEXT-PAYMENT to WS-AMOUNT-EDITED
           else
               display " Recent payments (newest last):"
               perform ShowRecentPayments
           end-if

           if WS-CONTACT-COUNT = 0
               display " No collections contacts on file."
           else
               display " Recent contacts (newest last):"
               perform ShowRecentContacts
           end-if

           if WS-MAIL-COUNT = 0
               display " No correspondence on the register."
           else
               display " Correspondence - " WS-MAIL-COUNT
                   " piece(s), last ten (newest last):"
               perform ShowRecentMail
           end-if.

      *-----------------------------------------------------------------
               WS-AMOUNT-EDITED " periods "
               WS-RP-PERIODS(WS-SHOW-SUB) " "
               WS-RP-STATUS(WS-SHOW-SUB).

      *-----------------------------------------------------------------
      * A refinanced loan's cross-reference - which loan carries its
      * balance now, and what it was paid off at.
       ShowRefinanceLink.
           open input refinance-xref
           if WS-REFI-STATUS not = "00"
               display " Refinanced - no cross-reference on file."
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to RF-OLD-LOAN
           read refinance-xref
               invalid key
                   display " Refinanced - no cross-reference on file."
               not invalid key
                   move RF-PAYOFF to WS-AMOUNT-EDITED
                   display " Refinanced into loan " RF-NEW-LOAN
                       " on " RF-FUNDING-DATE "   Payoff "
                       WS-AMOUNT-EDITED
           end-read
           close refinance-xref.

      *-----------------------------------------------------------------
      * Not on the live master: an archived loan is answered from
      * its tombstone and archived master image; anything else was
      * never on file.
       ShowArchivedLoan.
           open input tombstone-file
           if WS-TOMB-STATUS not = "00"
               display "Loan " WS-WANT-LOAN " not found."
               move 8 to return-code
               exit paragraph
           end-if
           move WS-WANT-LOAN to TB-LOAN-NUMBER
           read tombstone-file
               invalid key
                   display "Loan " WS-WANT-LOAN " not found."
                   close tombstone-file
                   move 8 to return-code
                   exit paragraph
           end-read
           close tombstone-file

           display " "
           display "==================================================="
           display " Loan " TB-LOAN-NUMBER "   Borrower EMP-ID "
               TB-EMP-ID "   Borrower # " TB-BORROWER-NUMBER
           display "==================================================="
           display " ARCHIVED " TB-ARCHIVE-DATE "   Status "
               TB-STATUS "   Closed " TB-CLOSED-DATE
           move TB-PRINCIPAL to WS-AMOUNT-EDITED
           display " Originated " TB-ORIG-DATE "   Principal "
               WS-AMOUNT-EDITED

           move spaces to WS-ARCH-LOAN-NAME
           string "ARCH-LOAN-" TB-ARCHIVE-DATE ".DAT"
               delimited by size into WS-ARCH-LOAN-NAME
           end-string
           perform FindArchivedMaster
           if not WS-ARCH-FOUND
               display " Master image not found on "
                   WS-ARCH-LOAN-NAME
               exit paragraph
           end-if
           display " Rate " LM-ANNUAL-RATE "   Term "
               LM-TERM-MONTHS "   Frequency " LM-FREQUENCY
               "   Billing " LM-BILLING
           display " Paid through period " LM-PAID-THRU-PERIOD
               " on " LM-PAID-THRU-DATE
           if LM-REFINANCED
               perform ShowRefinanceLink
           end-if
           display " Schedule, payment, fee and modification history "
               "are on the " TB-ARCHIVE-DATE " archive files.".

      * The archived master image, read back into the master record
      * area so the loan's terms display as they were.
       FindArchivedMaster.
           move "N" to WS-ARCH-FOUND-SW
           open input arch-loan
           if WS-ARCH-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-ARCH-EOF
           perform until WS-AT-ARCH-EOF or WS-ARCH-FOUND
               read arch-loan
                   at end
                       set WS-AT-ARCH-EOF to true
                   not at end
                       move AL-Line to LOAN-MASTER-RECORD
                       if LM-LOAN-NUMBER = TB-LOAN-NUMBER
                           set WS-ARCH-FOUND to true
                       end-if
               end-read
           end-perform
           close arch-loan.

      *-----------------------------------------------------------------
      * Holds in effect today or still to come - ended ones are
      * history and stay on HOLDMNT's listing.
       ShowServicingHolds.
           move "N" to WS-HOLD-EOF
           open input hold-file
           if WS-HOLD-STATUS not = "00"
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to HD-LOAN-NUMBER
           move 0 to HD-START-DATE
           start hold-file key is greater than or equal to HD-KEY
               invalid key
                   set WS-AT-HOLD-EOF to true
           end-start
           perform until WS-AT-HOLD-EOF
               read hold-file next record
                   at end
                       set WS-AT-HOLD-EOF to true
                   not at end
                       if HD-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-HOLD-EOF to true
                       else
                           if HD-END-DATE = 0
                               or HD-END-DATE > WS-TODAY
                               perform ShowOneHold
                           end-if
                       end-if
               end-read
           end-perform
           close hold-file.

       ShowOneHold.
           if HD-START-DATE > WS-TODAY
               display " SERVICING HOLD " HD-REASON " to take effect "
                   HD-START-DATE
           else
               display " *** SERVICING HOLD " HD-REASON " in effect "
                   "since " HD-START-DATE " - no collection ***"
           end-if
           if HD-END-DATE = 0
               display "     until released; placed by operator "
                   HD-PLACED-BY " on " HD-PLACED-DATE
           else
               display "     ends " HD-END-DATE "; placed by operator "
                   HD-PLACED-BY " on " HD-PLACED-DATE
           end-if
           display "     " HD-NOTE.

      *-----------------------------------------------------------------
      * The loan's contacts stream past in date order; the last
      * three are kept in a ring, played back as the payments are.
       LoadRecentContacts.
           move 0 to WS-CONTACT-COUNT
           move 0 to WS-CONTACT-SUB
           move "N" to WS-CONTACT-EOF
           open input contact-history
           if WS-CONTACT-STATUS not = "00"
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to CT-LOAN-NUMBER
           move 0 to CT-DATE
           move 0 to CT-TIME
           start contact-history key is greater than or equal to
                   CT-KEY
               invalid key
                   set WS-AT-CONTACT-EOF to true
           end-start
           perform until WS-AT-CONTACT-EOF
               read contact-history next record
                   at end
                       set WS-AT-CONTACT-EOF to true
                   not at end
                       if CT-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-CONTACT-EOF to true
                       else
                           add 1 to WS-CONTACT-COUNT
                           add 1 to WS-CONTACT-SUB
                           if WS-CONTACT-SUB > 3
                               move 1 to WS-CONTACT-SUB
                           end-if
                           move CT-RECORD
                               to WS-RECENT-CONTACT(WS-CONTACT-SUB)
                       end-if
               end-read
           end-perform
           close contact-history.

       ShowRecentContacts.
           if WS-CONTACT-COUNT not > 3
               perform varying WS-SHOW-SUB from 1 by 1
                       until WS-SHOW-SUB > WS-CONTACT-SUB
                   perform ShowOneContact
               end-perform
           else
               move WS-CONTACT-SUB to WS-SHOW-SUB
               perform varying WS-LIST-SUB from 1 by 1
                       until WS-LIST-SUB > 3
                   add 1 to WS-SHOW-SUB
                   if WS-SHOW-SUB > 3
                       move 1 to WS-SHOW-SUB
                   end-if
                   perform ShowOneContact
               end-perform
           end-if.

       ShowOneContact.
           move WS-RECENT-CONTACT(WS-SHOW-SUB) to CT-RECORD
           display "   " CT-DATE " operator " CT-OPERATOR-ID
               " outcome " CT-OUTCOME " " CT-NOTE
           if not CT-NO-PROMISE
               move CT-PROMISE-AMOUNT to WS-AMOUNT-EDITED
               evaluate true
                   when CT-PROMISE-OPEN
                       move "open" to WS-PROMISE-TEXT
                   when CT-PROMISE-KEPT
                       move "kept" to WS-PROMISE-TEXT
                   when CT-PROMISE-BROKEN
                       move "broken" to WS-PROMISE-TEXT
                   when other
                       move "replaced" to WS-PROMISE-TEXT
               end-evaluate
               display "     promised " WS-AMOUNT-EDITED " by "
                   CT-PROMISE-DATE " - " WS-PROMISE-TEXT
           end-if.

      *-----------------------------------------------------------------
      * The loan's mail pieces in sequence; the last ten are kept in
      * a ring, played back as the contacts are.
       LoadRecentMail.
           move 0 to WS-MAIL-COUNT
           move 0 to WS-MAIL-SUB
           move "N" to WS-MAIL-EOF
           open input mail-register
           if WS-MAIL-STATUS not = "00"
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to MP-LOAN-NUMBER
           move 0 to MP-SEQUENCE
           start mail-register key is greater than or equal to MP-KEY
               invalid key
                   set WS-AT-MAIL-EOF to true
           end-start
           perform until WS-AT-MAIL-EOF
               read mail-register next record
                   at end
                       set WS-AT-MAIL-EOF to true
                   not at end
                       if MP-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-MAIL-EOF to true
                       else
                           add 1 to WS-MAIL-COUNT
                           add 1 to WS-MAIL-SUB
                           if WS-MAIL-SUB > 10
                               move 1 to WS-MAIL-SUB
                           end-if
                           move MAIL-PIECE-RECORD
                               to WS-RECENT-PIECE(WS-MAIL-SUB)
                       end-if
               end-read
           end-perform
           close mail-register.

       ShowRecentMail.
           if WS-MAIL-COUNT not > 10
               perform varying WS-MAIL-SHOW-SUB from 1 by 1
                       until WS-MAIL-SHOW-SUB > WS-MAIL-SUB
                   perform ShowOneMailPiece
               end-perform
           else
               move WS-MAIL-SUB to WS-MAIL-SHOW-SUB
               perform varying WS-MAIL-LIST-SUB from 1 by 1
                       until WS-MAIL-LIST-SUB > 10
                   add 1 to WS-MAIL-SHOW-SUB
                   if WS-MAIL-SHOW-SUB > 10
                       move 1 to WS-MAIL-SHOW-SUB
                   end-if
                   perform ShowOneMailPiece
               end-perform
           end-if.

       ShowOneMailPiece.
           move WS-RECENT-PIECE(WS-MAIL-SHOW-SUB) to MAIL-PIECE-RECORD
           display "   " MP-LOAN-NUMBER "-" MP-SEQUENCE " "
               MP-GENERATED-DATE " " MP-LETTER-TYPE " to "
               function trim(MP-NAME) ", " function trim(MP-ADDRESS)
               ", " function trim(MP-CITY) " " MP-STATE
           if MP-RETURNED-DATE not = 0
               display "     *** RETURNED " MP-RETURNED-DATE " - "
                   MP-RETURN-REASON " ***"
           end-if.
      *-----------------------------------------------------------------
