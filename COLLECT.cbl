      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. COLLECT.
      *-----------------------------------------------------------------
      * Collections work queue. DELQLTR.cbl mails the notices, but
      * the phone work behind them was never written down - the
      * next collector had no idea what the borrower said last
      * week. This program builds the queue of loans in arrears
      * (AGING.cbl's own missed-period and days-overdue arithmetic,
      * same business-day roll, periods a forbearance plan deferred
      * not due), most days overdue first so the oldest bucket is
      * worked before the newest, and walks the collector through
      * it one loan at a time:
      *   - the borrower's name and phone off BORROWER.DAT, the
      *     arrears and amount overdue, any open promise to pay and
      *     the last contact made
      *   - record the call: outcome code and a free-text note,
      *     stamped with the date, time and the signed-on operator
      *     (OPERID.cbl - CONSOLE.cbl's sign-on when run from the
      *     console) on CONTACT-HISTORY.DAT (contact-record.cpy)
      *   - a promise to pay carries its amount and date; it stays
      *     open until PROMCHK.cbl's nightly check marks it kept or
      *     broken, and while it is open DELQLTR.cbl holds the next
      *     letter. A new promise replaces one still open.
      * A loan under a servicing hold (HOLDCHK.cbl - bankruptcy,
      * dispute, disaster, litigation) is not queued for a call
      * while the hold is in effect; it is listed "on hold" with
      * the hold reason under the queue count instead.
      * Launchable from CONSOLE.cbl. Changes nothing on the loan -
      * LOAN-MASTER.DAT and the schedule open input only.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select sched-master
           assign to 'SCHED-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           file status is WS-SM-STATUS.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select contact-history
           assign to 'CONTACT-HISTORY.DAT'
           organization is indexed
           access mode is dynamic
           record key is CT-KEY
           file status is WS-CONTACT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd contact-history
           data record is CT-RECORD.
           COPY "contact-record.cpy".

       WORKING-STORAGE SECTION.
      * Business-day calendar (BUSDAY.cbl) - the queue must age
      * exactly as AGING.RPT does.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - AGING's deferred periods.
           COPY "defer-area.cpy".

      * The collector working the queue (OPERID.cbl).
           COPY "operator-area.cpy".

      * Servicing holds (HOLDCHK.cbl) - no collection call while
      * one is in effect.
           COPY "hold-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BW-AVAILABLE-SW pic x(1) value "N".
           88 WS-BW-AVAILABLE value "Y".
       01 WS-CONTACT-STATUS  pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-CONTACT-EOF     pic x(1).
           88 WS-AT-CONTACT-EOF value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR     pic 9(4).
           05 WS-CD-MONTH    pic 9(2).
           05 WS-CD-DAY      pic 9(2).
           05 WS-CD-TIME     pic 9(6).
           05               pic x(7).
       01 WS-TODAY           pic 9(8).
       01 WS-TODAY-SPLIT redefines WS-TODAY.
           05 WS-TODAY-YEAR  pic 9(4).
           05 WS-TODAY-MONTH pic 9(2).
           05 WS-TODAY-DAY   pic 9(2).
       01 WS-ORIG-SPLIT.
           05 WS-ORIG-YEAR   pic 9(4).
           05 WS-ORIG-MONTH  pic 9(2).
           05 WS-ORIG-DAY    pic 9(2).

      * Aging arithmetic, AGING.cbl's own.
       01 WS-DUE-DATE        pic 9(8).
       01 WS-DUE-SPLIT redefines WS-DUE-DATE.
           05 WS-DUE-YEAR    pic 9(4).
           05 WS-DUE-MONTH   pic 9(2).
           05 WS-DUE-DAY     pic 9(2).
       01 WS-MONTH-WORK      pic s9(6).
       01 WS-DAY-NUMBER      pic s9(7).
       01 WS-MONTH-DAYS      pic 99.
       01 WS-LEAP-WORK       pic 9(4).
       01 WS-LEAP-REM        pic 9(4).
       01 WS-ELAPSED-MONTHS  pic s9(5).
       01 WS-PERIODS-DUE     pic s9(4).
       01 WS-MISSED-PERIODS  pic s9(4).
       01 WS-DAYS-OVERDUE    pic s9(5).
       01 WS-ADVANCE-PERIOD  pic 9(4).
       01 WS-FIRST-DUE       pic 9(4).
       01 WS-SUM-PERIOD      pic 9(4).
       01 WS-SUM-COUNT       pic 9(4).
       01 WS-OVERDUE-AMOUNT  pic s9(9)v99.

      * The work queue, most days overdue first.
       01 WS-QUEUE-CAPACITY  pic 9(4) value 2000.
       01 WS-QUEUE-COUNT     pic 9(4) value 0.
       01 WS-QUEUE-SUB       pic 9(4).
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY occurs 2000 times.
               10 WS-QE-LOAN     pic 9(8).
               10 WS-QE-DAYS     pic 9(5).
               10 WS-QE-MISSED   pic 9(4).
               10 WS-QE-BUCKET   pic x(3).
       01 WS-SWAP-ENTRY      pic x(20).

      * Loans in arrears left off the queue for a servicing hold,
      * listed with the queue count; past the capacity they are
      * only counted.
       01 WS-HELD-CAPACITY   pic 9(4) value 500.
       01 WS-HELD-COUNT      pic 9(4) value 0.
       01 WS-HELD-SUB        pic 9(4).
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY occurs 500 times.
               10 WS-HE-LOAN     pic 9(8).
               10 WS-HE-DAYS     pic 9(5).
               10 WS-HE-REASON   pic x(2).
               10 WS-HE-START    pic 9(8).
       01 WS-SUB1            pic 9(4).
       01 WS-SWAPPED-SW      pic x(1).
           88 WS-SWAPPED      value "Y".

      * The loan on screen: its open promise and last contact.
       01 WS-OPEN-PROMISE-SW pic x(1).
           88 WS-HAS-OPEN-PROMISE value "Y".
       01 WS-OPEN-PROMISE-KEY pic x(22).
       01 WS-OPEN-PROMISE-AMOUNT pic 9(7)v99.
       01 WS-OPEN-PROMISE-DATE pic 9(8).
       01 WS-LAST-CONTACT-SW pic x(1).
           88 WS-HAS-LAST-CONTACT value "Y".
       01 WS-LAST-CONTACT    pic x(135).

       01 WS-ACTION          pic x(1).
           88 WS-ACTION-RECORD value "C", "c".
           88 WS-ACTION-NEXT   value "N", "n", " ".
           88 WS-ACTION-QUIT   value "Q", "q".
       01 WS-QUIT-SW         pic x(1) value "N".
           88 WS-QUIT          value "Y".
       01 WS-WORK-OUTCOME    pic x(2).
       01 WS-WORK-NOTE       pic x(60).
       01 WS-WORK-AMOUNT     pic 9(7)v99.
       01 WS-WORK-DATE       pic 9(8).
       01 WS-WRITE-TRIES     pic 9.
       01 WS-WRITTEN-SW      pic x(1).
           88 WS-WRITTEN      value "Y".

       01 WS-WORKED-COUNT    pic 9(4) value 0.
       01 WS-RECORDED-COUNT  pic 9(4) value 0.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "COLLECT: no valid operator - queue refused."
               move 8 to return-code
               goback
           end-if
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YEAR  to WS-TODAY-YEAR
           move WS-CD-MONTH to WS-TODAY-MONTH
           move WS-CD-DAY   to WS-TODAY-DAY

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "COLLECT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               move 16 to return-code
               goback
           end-if
           open i-o contact-history
           if WS-CONTACT-STATUS = "35"
               open output contact-history
               close contact-history
               open i-o contact-history
           end-if
           if WS-CONTACT-STATUS not = "00"
               display "COLLECT: unable to open CONTACT-HISTORY.DAT ("
                   WS-CONTACT-STATUS ")"
               close loan-master
               move 16 to return-code
               goback
           end-if
           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-AVAILABLE to true
           end-if
           open input borrower-master
           if WS-BORROWER-STATUS = "00"
               set WS-BW-AVAILABLE to true
           end-if

           perform BuildQueue
           if WS-QUEUE-COUNT > WS-QUEUE-CAPACITY
               display "COLLECT: more than " WS-QUEUE-CAPACITY
                   " loans in arrears - queue refused rather than "
                   "silently dropping the rest."
               move 16 to return-code
               perform CloseFiles
               goback
           end-if
           perform SortQueue

           display " "
           display "Collections queue: " WS-QUEUE-COUNT
               " loan(s) in arrears, most overdue first."
           if WS-HELD-COUNT > 0
               perform ListHeldLoans
           end-if
           perform varying WS-QUEUE-SUB from 1 by 1
                   until WS-QUEUE-SUB > WS-QUEUE-COUNT or WS-QUIT
               perform WorkOneLoan
           end-perform

           perform CloseFiles
           display "COLLECT: " WS-WORKED-COUNT " loan(s) worked, "
               WS-RECORDED-COUNT " contact(s) recorded."
           goback.

       CloseFiles.
           close loan-master
           close contact-history
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           if WS-BW-AVAILABLE
               close borrower-master
           end-if.

      *-----------------------------------------------------------------
      * Every still-owing loan through the aging arithmetic; the
      * ones in arrears go on the queue. Counting stops one past
      * capacity so the caller can refuse rather than truncate.
       BuildQueue.
           move 0 to LM-LOAN-NUMBER
           start loan-master key is greater than or equal to
                   LM-LOAN-NUMBER
               invalid key
                   set WS-AT-MASTER-EOF to true
           end-start
           perform until WS-AT-MASTER-EOF
                   or WS-QUEUE-COUNT > WS-QUEUE-CAPACITY
               read loan-master next record
                   at end
                       set WS-AT-MASTER-EOF to true
                   not at end
                       if LM-ACTIVE or LM-DELINQUENT
                           perform ComputeArrears
                           if WS-MISSED-PERIODS > 0
                               move LM-LOAN-NUMBER to HA-LOAN-NUMBER
                               move WS-TODAY to HA-AS-OF-DATE
                               call "HOLDCHK" using HOLD-AREA
                               if HA-ON-HOLD
                                   perform HoldOneLoan
                               else
                                   perform QueueOneLoan
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

       HoldOneLoan.
           add 1 to WS-HELD-COUNT
           if WS-HELD-COUNT > WS-HELD-CAPACITY
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to WS-HE-LOAN(WS-HELD-COUNT)
           move WS-DAYS-OVERDUE to WS-HE-DAYS(WS-HELD-COUNT)
           move HA-REASON to WS-HE-REASON(WS-HELD-COUNT)
           move HA-START-DATE to WS-HE-START(WS-HELD-COUNT).

       ListHeldLoans.
           display "On hold - not queued: " WS-HELD-COUNT
               " loan(s) in arrears."
           perform varying WS-HELD-SUB from 1 by 1
                   until WS-HELD-SUB > WS-HELD-COUNT
                   or WS-HELD-SUB > WS-HELD-CAPACITY
               display "  loan " WS-HE-LOAN(WS-HELD-SUB)
                   "  " WS-HE-DAYS(WS-HELD-SUB) " days overdue"
                   "  ON HOLD " WS-HE-REASON(WS-HELD-SUB)
                   " from " WS-HE-START(WS-HELD-SUB)
           end-perform
           if WS-HELD-COUNT > WS-HELD-CAPACITY
               display "  ... the rest not listed."
           end-if.

       QueueOneLoan.
           add 1 to WS-QUEUE-COUNT
           if WS-QUEUE-COUNT > WS-QUEUE-CAPACITY
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to WS-QE-LOAN(WS-QUEUE-COUNT)
           move WS-DAYS-OVERDUE to WS-QE-DAYS(WS-QUEUE-COUNT)
           move WS-MISSED-PERIODS to WS-QE-MISSED(WS-QUEUE-COUNT)
           evaluate true
               when WS-DAYS-OVERDUE <= 30
                   move "30" to WS-QE-BUCKET(WS-QUEUE-COUNT)
               when WS-DAYS-OVERDUE <= 60
                   move "60" to WS-QE-BUCKET(WS-QUEUE-COUNT)
               when other
                   move "90+" to WS-QE-BUCKET(WS-QUEUE-COUNT)
           end-evaluate.

      *-----------------------------------------------------------------
      * Swap-flag table sort (ROSTER.cbl's), descending on days
      * overdue so the oldest arrears come up first; ties stay in
      * loan-number order.
       SortQueue.
           if WS-QUEUE-COUNT < 2
               exit paragraph
           end-if
           set WS-SWAPPED to true
           perform with test after until not WS-SWAPPED
               move "N" to WS-SWAPPED-SW
               perform varying WS-SUB1 from 1 by 1
                       until WS-SUB1 > WS-QUEUE-COUNT - 1
                   if WS-QE-DAYS(WS-SUB1) < WS-QE-DAYS(WS-SUB1 + 1)
                       move WS-QUEUE-ENTRY(WS-SUB1) to WS-SWAP-ENTRY
                       move WS-QUEUE-ENTRY(WS-SUB1 + 1)
                           to WS-QUEUE-ENTRY(WS-SUB1)
                       move WS-SWAP-ENTRY
                           to WS-QUEUE-ENTRY(WS-SUB1 + 1)
                       set WS-SWAPPED to true
                   end-if
               end-perform
           end-perform.

      *-----------------------------------------------------------------
      * One queue entry: the picture, then the collector's choice.
       WorkOneLoan.
           move WS-QE-LOAN(WS-QUEUE-SUB) to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   exit paragraph
           end-read
           add 1 to WS-WORKED-COUNT
           perform ShowQueueLoan

           display "C=Record contact  N=Next loan  Q=Quit queue: "
               with no advancing
           move spaces to WS-ACTION
           accept WS-ACTION
           evaluate true
               when WS-ACTION-RECORD
                   perform RecordContact
               when WS-ACTION-QUIT
                   set WS-QUIT to true
               when other
                   continue
           end-evaluate.

       ShowQueueLoan.
           move WS-QE-DAYS(WS-QUEUE-SUB) to WS-DAYS-OVERDUE
           move WS-QE-MISSED(WS-QUEUE-SUB) to WS-MISSED-PERIODS
           perform ComputeOverdueAmount
           perform FindPromiseAndLastContact

           display " "
           display "==================================================="
           display " Queue " WS-QUEUE-SUB " of " WS-QUEUE-COUNT
               "   Loan " LM-LOAN-NUMBER "   Bucket "
               WS-QE-BUCKET(WS-QUEUE-SUB)
           display "==================================================="
           if WS-BW-AVAILABLE and LM-BORROWER-NUMBER not = 0
               move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
               read borrower-master
                   invalid key
                       display " Borrower " LM-BORROWER-NUMBER
                           " not on BORROWER.DAT"
                   not invalid key
                       display " " BW-NAME "  Phone " BW-PHONE
               end-read
           else
               display " No borrower on file - EMP-ID " LM-EMP-ID
           end-if
           move WS-OVERDUE-AMOUNT to WS-AMOUNT-EDITED
           display " " WS-MISSED-PERIODS " missed period(s), "
               WS-DAYS-OVERDUE " day(s) overdue, "
               WS-AMOUNT-EDITED " past due"
           if WS-HAS-OPEN-PROMISE
               move WS-OPEN-PROMISE-AMOUNT to WS-AMOUNT-EDITED
               display " OPEN PROMISE: " WS-AMOUNT-EDITED " by "
                   WS-OPEN-PROMISE-DATE
           end-if
           if WS-HAS-LAST-CONTACT
               move WS-LAST-CONTACT to CT-RECORD
               display " Last contact " CT-DATE " by operator "
                   CT-OPERATOR-ID " outcome " CT-OUTCOME
               display "   " CT-NOTE
           else
               display " No contact on file."
           end-if.

      *-----------------------------------------------------------------
      * Walks the loan's contacts in date order: the last one read
      * is the last contact made; an open promise is remembered by
      * its key so a replacement can close it.
       FindPromiseAndLastContact.
           move "N" to WS-OPEN-PROMISE-SW
           move "N" to WS-LAST-CONTACT-SW
           move "N" to WS-CONTACT-EOF
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
                           set WS-HAS-LAST-CONTACT to true
                           move CT-RECORD to WS-LAST-CONTACT
                           if CT-PROMISE-OPEN
                               set WS-HAS-OPEN-PROMISE to true
                               move CT-KEY to WS-OPEN-PROMISE-KEY
                               move CT-PROMISE-AMOUNT
                                   to WS-OPEN-PROMISE-AMOUNT
                               move CT-PROMISE-DATE
                                   to WS-OPEN-PROMISE-DATE
                           end-if
                       end-if
               end-read
           end-perform.

      *-----------------------------------------------------------------
       RecordContact.
           display "Outcome PP=Promise to pay NA=No answer "
               "LM=Left message"
           display "        CB=Call back PD=Says paid DS=Dispute "
               "RP=Refused WN=Wrong number: " with no advancing
           move spaces to WS-WORK-OUTCOME
           accept WS-WORK-OUTCOME
           move WS-WORK-OUTCOME to CT-OUTCOME
           if not CT-VALID-OUTCOME
               display "Unknown outcome " WS-WORK-OUTCOME
                   " - nothing recorded."
               exit paragraph
           end-if

           display "Note: " with no advancing
           move spaces to WS-WORK-NOTE
           accept WS-WORK-NOTE

           move 0 to WS-WORK-AMOUNT
           move 0 to WS-WORK-DATE
           if WS-WORK-OUTCOME = "PP"
               display "Promised amount: " with no advancing
               accept WS-WORK-AMOUNT
               if WS-WORK-AMOUNT = 0
                   display "A promise needs an amount - nothing "
                       "recorded."
                   exit paragraph
               end-if
               display "Promised by date (YYYYMMDD): "
                   with no advancing
               accept WS-WORK-DATE
               if WS-WORK-DATE < WS-TODAY
                   display "Promise date cannot be earlier than "
                       "today - nothing recorded."
                   exit paragraph
               end-if
               if WS-HAS-OPEN-PROMISE
                   perform ReplaceOpenPromise
               end-if
           end-if

           perform WriteContact
           if WS-WRITTEN
               add 1 to WS-RECORDED-COUNT
               display "Contact recorded on loan " LM-LOAN-NUMBER
           end-if.

      * The earlier open promise is superseded, not broken - the
      * borrower is still talking to us.
       ReplaceOpenPromise.
           move WS-OPEN-PROMISE-KEY to CT-KEY
           read contact-history
               invalid key
                   exit paragraph
           end-read
           set CT-PROMISE-REPLACED to true
           move WS-TODAY to CT-PROMISE-CHECKED
           rewrite CT-RECORD
           display "Open promise of " WS-OPEN-PROMISE-DATE
               " replaced.".

      * Keyed on the second the contact was saved; two saves in one
      * second take the next second free.
       WriteContact.
           move "N" to WS-WRITTEN-SW
           move function current-date to WS-CURRENT-DATE
           move spaces to CT-RECORD
           move LM-LOAN-NUMBER to CT-LOAN-NUMBER
           move WS-TODAY to CT-DATE
           move WS-CD-TIME to CT-TIME
           move OA-ID to CT-OPERATOR-ID
           move WS-WORK-OUTCOME to CT-OUTCOME
           move WS-WORK-NOTE to CT-NOTE
           move WS-WORK-AMOUNT to CT-PROMISE-AMOUNT
           move WS-WORK-DATE to CT-PROMISE-DATE
           move 0 to CT-PROMISE-PAID
           move 0 to CT-PROMISE-CHECKED
           if CT-PROMISED
               set CT-PROMISE-OPEN to true
           else
               set CT-NO-PROMISE to true
           end-if
           perform varying WS-WRITE-TRIES from 1 by 1
                   until WS-WRITTEN or WS-WRITE-TRIES > 5
               write CT-RECORD
                   invalid key
                       add 1 to CT-TIME
                   not invalid key
                       set WS-WRITTEN to true
               end-write
           end-perform
           if not WS-WRITTEN
               display "COLLECT: contact not recorded ("
                   WS-CONTACT-STATUS ")"
           end-if.

      *-----------------------------------------------------------------
      * AGING.cbl's periods-due/missed/days arithmetic.
       ComputeArrears.
           move 0 to WS-MISSED-PERIODS
           move 0 to WS-DAYS-OVERDUE
           if LM-ORIG-DATE = 0
               exit paragraph
           end-if
           move LM-ORIG-DATE(1:4) to WS-ORIG-YEAR
           move LM-ORIG-DATE(5:2) to WS-ORIG-MONTH
           move LM-ORIG-DATE(7:2) to WS-ORIG-DAY

           compute WS-ELAPSED-MONTHS =
               (WS-TODAY-YEAR - WS-ORIG-YEAR) * 12
               + WS-TODAY-MONTH - WS-ORIG-MONTH
           if WS-TODAY-DAY < WS-ORIG-DAY
               subtract 1 from WS-ELAPSED-MONTHS
           end-if
           if WS-ELAPSED-MONTHS < 0
               move 0 to WS-ELAPSED-MONTHS
           end-if

           evaluate LM-FREQUENCY
               when "B"
                   compute WS-DAY-NUMBER =
                       function integer-of-date(WS-TODAY)
                       - function integer-of-date(LM-ORIG-DATE)
                   if WS-DAY-NUMBER < 0
                       move 0 to WS-DAY-NUMBER
                   end-if
                   divide WS-DAY-NUMBER by 14
                       giving WS-PERIODS-DUE
               when "Q"
                   divide WS-ELAPSED-MONTHS by 3
                       giving WS-PERIODS-DUE
               when other
                   move WS-ELAPSED-MONTHS to WS-PERIODS-DUE
           end-evaluate
           if WS-PERIODS-DUE > LM-TERM-MONTHS
               move LM-TERM-MONTHS to WS-PERIODS-DUE
           end-if

           compute WS-MISSED-PERIODS =
               WS-PERIODS-DUE - LM-PAID-THRU-PERIOD
           if WS-MISSED-PERIODS not > 0
               move 0 to WS-MISSED-PERIODS
               exit paragraph
           end-if

      *    Periods a forbearance plan deferred are not due; the
      *    oldest period owed is the first one no plan covers.
           move LM-LOAN-NUMBER to DF-LOAN-NUMBER
           compute DF-FROM-PERIOD = LM-PAID-THRU-PERIOD + 1
           move WS-PERIODS-DUE to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           subtract DF-PLAN-PERIODS from WS-MISSED-PERIODS
           move DF-FIRST-DUE-PERIOD to WS-FIRST-DUE
           if WS-MISSED-PERIODS not > 0
               move 0 to WS-MISSED-PERIODS
               exit paragraph
           end-if

      *    Inside the business-day roll window nothing is missed
      *    yet - see AGING.cbl.
           move WS-FIRST-DUE to WS-ADVANCE-PERIOD
           perform ComputeDueDate
           move WS-DUE-DATE to BD-DATE-IN
           call "BUSDAY" using BUSDAY-AREA
           if WS-MISSED-PERIODS = 1 and BD-OK
                   and BD-DATE-OUT > WS-TODAY
               move 0 to WS-MISSED-PERIODS
               exit paragraph
           end-if
           if BD-OK
               move BD-DATE-OUT to WS-DUE-DATE
           end-if
           compute WS-DAYS-OVERDUE =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(WS-DUE-DATE)
           if WS-DAYS-OVERDUE < 0
               move 0 to WS-DAYS-OVERDUE
           end-if.

       ComputeDueDate.
           if LM-FREQUENCY = "B"
               compute WS-DAY-NUMBER =
                   function integer-of-date(LM-ORIG-DATE)
                   + WS-ADVANCE-PERIOD * 14
               move function date-of-integer(WS-DAY-NUMBER)
                   to WS-DUE-DATE
               exit paragraph
           end-if

           if LM-FREQUENCY = "Q"
               compute WS-MONTH-WORK =
                   WS-ORIG-YEAR * 12 + WS-ORIG-MONTH - 1
                   + WS-ADVANCE-PERIOD * 3
           else
               compute WS-MONTH-WORK =
                   WS-ORIG-YEAR * 12 + WS-ORIG-MONTH - 1
                   + WS-ADVANCE-PERIOD
           end-if
           divide WS-MONTH-WORK by 12
               giving WS-DUE-YEAR remainder WS-MONTH-WORK
           compute WS-DUE-MONTH = WS-MONTH-WORK + 1
           move WS-ORIG-DAY to WS-DUE-DAY
           perform ClampDueDay.

       ClampDueDay.
           evaluate WS-DUE-MONTH
               when 4
               when 6
               when 9
               when 11
                   move 30 to WS-MONTH-DAYS
               when 2
                   move 28 to WS-MONTH-DAYS
                   divide WS-DUE-YEAR by 4
                       giving WS-LEAP-WORK remainder WS-LEAP-REM
                   if WS-LEAP-REM = 0
                       divide WS-DUE-YEAR by 100
                           giving WS-LEAP-WORK remainder WS-LEAP-REM
                       if WS-LEAP-REM not = 0
                           move 29 to WS-MONTH-DAYS
                       else
                           divide WS-DUE-YEAR by 400
                               giving WS-LEAP-WORK
                               remainder WS-LEAP-REM
                           if WS-LEAP-REM = 0
                               move 29 to WS-MONTH-DAYS
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to WS-MONTH-DAYS
           end-evaluate
           if WS-DUE-DAY > WS-MONTH-DAYS
               move WS-MONTH-DAYS to WS-DUE-DAY
           end-if.

      *-----------------------------------------------------------------
      * AGING.cbl's overdue pricing: the missed rows' scheduled
      * payments net of the carry.
       ComputeOverdueAmount.
           move 0 to WS-OVERDUE-AMOUNT
           if WS-MISSED-PERIODS = 0 or not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move 0 to WS-SUM-COUNT
           perform varying WS-SUM-PERIOD
                   from LM-PAID-THRU-PERIOD by 1
                   until WS-SUM-COUNT >= WS-MISSED-PERIODS
               move LM-LOAN-NUMBER to SM-LOAN-NUMBER
               compute SM-PERIOD = WS-SUM-PERIOD + 1
               read sched-master
                   invalid key
                       compute WS-SUM-COUNT = WS-MISSED-PERIODS
                   not invalid key
      *                A forbearance period carries no payment and
      *                is not one of the missed.
                       if SM-PAYMENT > 0
                           add SM-PAYMENT to WS-OVERDUE-AMOUNT
                           add 1 to WS-SUM-COUNT
                       end-if
               end-read
           end-perform
           subtract LM-CARRY-AMOUNT from WS-OVERDUE-AMOUNT
           if WS-OVERDUE-AMOUNT < 0
               move 0 to WS-OVERDUE-AMOUNT
           end-if.
      *-----------------------------------------------------------------
