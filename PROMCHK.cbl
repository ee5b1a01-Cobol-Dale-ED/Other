      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PROMCHK.
      *-----------------------------------------------------------------
      * Nightly promise-to-pay check. Every promise COLLECT.cbl
      * records on CONTACT-HISTORY.DAT stays open until this run
      * settles it against PAY-HISTORY.DAT:
      *   - kept: money received on the loan from the day the
      *     promise was taken through its promised date (applied,
      *     carried, curtailed or recovered - the same lines that
      *     count as a payment everywhere else), less any payment
      *     reversed in the same window (an NSF check or an ACH
      *     return), covers the promised amount
      *   - broken: the promised date has passed and the money
      *     received falls short
      *   - otherwise it stays open, with what has come in so far
      *     stamped on it for the collector to see
      * While a promise is open DELQLTR.cbl holds the loan's next
      * letter, so a broken promise is what lets the escalation
      * resume. PROMCHK.RPT lists every promise settled or still
      * open.
      *
      * The check date comes from PROMCHK_DATE (YYYYMMDD) in the
      * environment, defaulting to today.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select contact-history
           assign to 'CONTACT-HISTORY.DAT'
           organization is indexed
           access mode is dynamic
           record key is CT-KEY
           file status is WS-CONTACT-STATUS.
       select pay-history
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
       select promise-report
           assign to 'PROMCHK.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd contact-history
           data record is CT-RECORD.
           COPY "contact-record.cpy".

       fd pay-history
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd promise-report
           data record is PR-Line.
       01 PR-Line                  pic x(90).

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS  pic x(2).
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-CONTACT-EOF     pic x(1) value "N".
           88 WS-AT-CONTACT-EOF value "Y".
       01 WS-PAYHIST-EOF     pic x(1).
           88 WS-AT-PAYHIST-EOF value "Y".

       01 WS-DATE-TEXT       pic x(8).
       01 WS-TODAY           pic 9(8).
       01 WS-RECEIVED        pic 9(7)v99.
       01 WS-RETURNED        pic 9(7)v99.

       01 WS-KEPT-COUNT      pic 9(5) value 0.
       01 WS-BROKEN-COUNT    pic 9(5) value 0.
       01 WS-OPEN-COUNT      pic 9(5) value 0.

       01 PromiseHeader.
           05               pic x(10) value "Loan".
           05               pic x(10) value "Taken".
           05               pic x(16) value "        Promised".
           05               pic x(10) value "  By".
           05               pic x(16) value "        Received".
           05               pic x(8)  value "  Result".
       01 PromiseDetail.
           05 PD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 PD-Taken       pic 9(8).
           05               pic x(2)  value spaces.
           05 PD-Promised    pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 PD-By          pic 9(8).
           05               pic x(2)  value spaces.
           05 PD-Received    pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 PD-Result      pic x(6).
       01 PromiseFooter.
           05               pic x(7)  value "Kept: ".
           05 PF-Kept        pic z(4)9.
           05               pic x(11) value "  Broken: ".
           05 PF-Broken      pic z(4)9.
           05               pic x(14) value "  Still open: ".
           05 PF-Open        pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           accept WS-DATE-TEXT from environment "PROMCHK_DATE"
           if WS-DATE-TEXT = spaces or WS-DATE-TEXT = "00000000"
               move function current-date(1:8) to WS-TODAY
           else
               move WS-DATE-TEXT to WS-TODAY
           end-if

           open i-o contact-history
           if WS-CONTACT-STATUS = "35"
               display "PROMCHK: no CONTACT-HISTORY.DAT yet - no "
                   "promises to check."
               goback
           end-if
           if WS-CONTACT-STATUS not = "00"
               display "PROMCHK: unable to open CONTACT-HISTORY.DAT ("
                   WS-CONTACT-STATUS ")"
               move 16 to return-code
               goback
           end-if

           open output promise-report
           move PromiseHeader to PR-Line
           write PR-Line

           move low-values to CT-KEY
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
                       if CT-PROMISE-OPEN
                           perform CheckOnePromise
                       end-if
               end-read
           end-perform

           move WS-KEPT-COUNT to PF-Kept
           move WS-BROKEN-COUNT to PF-Broken
           move WS-OPEN-COUNT to PF-Open
           move spaces to PR-Line
           write PR-Line
           move PromiseFooter to PR-Line
           write PR-Line

           close contact-history
           close promise-report
           display "PROMCHK: " WS-KEPT-COUNT " kept, "
               WS-BROKEN-COUNT " broken, " WS-OPEN-COUNT
               " still open."
           goback.

      *-----------------------------------------------------------------
       CheckOnePromise.
           perform SumReceivedSincePromise
           move WS-RECEIVED to CT-PROMISE-PAID
           move WS-TODAY to CT-PROMISE-CHECKED
           evaluate true
               when WS-RECEIVED >= CT-PROMISE-AMOUNT
                   set CT-PROMISE-KEPT to true
                   add 1 to WS-KEPT-COUNT
                   move "KEPT" to PD-Result
               when WS-TODAY > CT-PROMISE-DATE
                   set CT-PROMISE-BROKEN to true
                   add 1 to WS-BROKEN-COUNT
                   move "BROKEN" to PD-Result
               when other
                   add 1 to WS-OPEN-COUNT
                   move "OPEN" to PD-Result
           end-evaluate
           rewrite CT-RECORD

           move CT-LOAN-NUMBER to PD-Loan
           move CT-DATE to PD-Taken
           move CT-PROMISE-AMOUNT to PD-Promised
           move CT-PROMISE-DATE to PD-By
           move WS-RECEIVED to PD-Received
           move PromiseDetail to PR-Line
           write PR-Line.

      * Money in on the loan from the day the promise was taken
      * through the promised date - paying late is still a broken
      * promise - net of the reversals posted in that window, so a
      * payment that bounced does not keep the promise.
       SumReceivedSincePromise.
           move 0 to WS-RECEIVED
           move 0 to WS-RETURNED
           move "N" to WS-PAYHIST-EOF
           open input pay-history
           if WS-PAYHIST-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-PAYHIST-EOF
               read pay-history
                   at end
                       set WS-AT-PAYHIST-EOF to true
                   not at end
                       if PYH-LOAN-NUMBER = CT-LOAN-NUMBER
                           and PYH-PAYMENT-DATE >= CT-DATE
                           and PYH-PAYMENT-DATE <= CT-PROMISE-DATE
                           and (PYH-STATUS = "APPLIED"
                               or PYH-STATUS = "SUSPENDED"
                               or PYH-STATUS = "CURTAILED"
                               or PYH-STATUS = "RECOVERY")
                           add PYH-AMOUNT to WS-RECEIVED
                       end-if
                       if PYH-LOAN-NUMBER = CT-LOAN-NUMBER
                           and PYH-PAYMENT-DATE >= CT-DATE
                           and PYH-PAYMENT-DATE <= CT-PROMISE-DATE
                           and PYH-STATUS = "REVERSED"
                           add PYH-AMOUNT to WS-RETURNED
                       end-if
               end-read
           end-perform
           close pay-history
           if WS-RETURNED >= WS-RECEIVED
               move 0 to WS-RECEIVED
           else
               subtract WS-RETURNED from WS-RECEIVED
           end-if.
      *-----------------------------------------------------------------
