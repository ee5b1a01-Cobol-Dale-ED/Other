      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BUREAU.
      *-----------------------------------------------------------------
      * Monthly credit bureau furnishing run. We are expected to
      * report every serviced loan to the bureaus each month; this
      * run writes the fixed-format furnishing file BUREAU.DAT
      * (bureau-record.cpy) - header, one base record per loan on
      * LOAN-MASTER.DAT, trailer with the record counts - and the
      * BUREAU.RPT control report of what went out in each status.
      *
      * Each base record carries:
      *   - the consumer's identity off BORROWER.DAT (a loan with no
      *     borrower record cannot be furnished - it is listed on
      *     the control report for BORRMNT to fix, not sent blank)
      *   - the account status: an active or delinquent loan is
      *     aged with AGING.cbl's own days-past-due arithmetic
      *     (periods a forbearance plan deferred are not due) and
      *     reported current or in its 30-day band; a paid-off or
      *     closed loan reports paid/closed; a charged-off loan
      *     reports charged off (CHARGEOFF.DAT) until recoveries
      *     pay it out
      *   - the current balance (TRIALBAL.cbl's schedule balance;
      *     written-off principal and interest less carry and
      *     recoveries once charged off), the next scheduled
      *     payment, AGING's amount past due, and the date of the
      *     last payment received off PAY-HISTORY.DAT
      *
      * A paid-off or closed loan - and a charged-off loan once it
      * is paid out - is reported with that final status once, in
      * the first monthly file that finds it so; BUREAU-FINAL.DAT
      * remembers which loans have had their final report and in
      * which month, so later months leave them out and a rerun of
      * the same month reports them again.
      *
      * The as-of date comes from BUREAU_DATE (YYYYMMDD) in the
      * environment, defaulting to today; the furnisher ID and name
      * the bureaus assigned come from BUREAU_FURNISHER_ID and
      * BUREAU_FURNISHER_NAME.
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
       select chargeoff-file
           assign to 'CHARGEOFF.DAT'
           organization is indexed
           access mode is dynamic
           record key is CO-LOAN-NUMBER
           file status is WS-CHGOFF-STATUS.
       select pay-history
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
      * Loans whose final status has been furnished, and the month.
       select final-file
           assign to 'BUREAU-FINAL.DAT'
           organization is line sequential
           file status is WS-FINAL-STATUS.
       select bureau-file
           assign to 'BUREAU.DAT'
           organization is line sequential
           file status is WS-BUREAU-STATUS.
       select bureau-report
           assign to 'BUREAU.RPT'
           organization is line sequential.

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

       fd chargeoff-file
           data record is CO-RECORD.
           COPY "chargeoff-record.cpy".

       fd pay-history
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd final-file
           data record is BF-RECORD.
       01 BF-RECORD.
           05 BF-LOAN-NUMBER        pic 9(8).
           05 BF-MONTH              pic 9(6).
           05 BF-STATUS             pic x(2).

       fd bureau-file
           data record is CB-BASE-RECORD.
           COPY "bureau-record.cpy".

       fd bureau-report
           data record is BR-Line.
       01 BR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
      * Business-day calendar (BUSDAY.cbl) - AGING's roll window.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - AGING's deferred periods.
           COPY "defer-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BW-AVAILABLE-SW pic x(1) value "N".
           88 WS-BW-AVAILABLE value "Y".
       01 WS-CHGOFF-STATUS   pic x(2).
       01 WS-CO-AVAILABLE-SW pic x(1) value "N".
           88 WS-CO-AVAILABLE value "Y".
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-FINAL-STATUS    pic x(2).
       01 WS-BUREAU-STATUS   pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-PAYHIST-EOF     pic x(1) value "N".
           88 WS-AT-PAYHIST-EOF value "Y".
       01 WS-FINAL-EOF       pic x(1) value "N".
           88 WS-AT-FINAL-EOF value "Y".

       01 WS-DATE-TEXT       pic x(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-CREATED-DATE    pic 9(8).
       01 WS-TODAY           pic 9(8).
       01 WS-TODAY-SPLIT redefines WS-TODAY.
           05 WS-TODAY-YEAR  pic 9(4).
           05 WS-TODAY-MONTH pic 9(2).
           05 WS-TODAY-DAY   pic 9(2).
       01 WS-REPORT-MONTH    pic 9(6).
       01 WS-FURNISHER-ID    pic x(10).
       01 WS-FURNISHER-NAME  pic x(30).
       01 WS-ORIG-SPLIT.
           05 WS-ORIG-YEAR   pic 9(4).
           05 WS-ORIG-MONTH  pic 9(2).
           05 WS-ORIG-DAY    pic 9(2).

      * AGING.cbl's due-date and arrears work fields.
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

      * Per-loan figures for the base record.
       01 WS-BALANCE         pic s9(9)v99.
       01 WS-SCHED-PAYMENT   pic 9(7)v99.
       01 WS-CHGOFF-AMOUNT   pic 9(9)v99.
       01 WS-DATE-CLOSED     pic 9(8).
       01 WS-LAST-PAYMENT    pic 9(8).
       01 WS-STATUS-CODE     pic x(2).
       01 WS-FINAL-SW        pic x(1).
           88 WS-IS-FINAL     value "Y".

      * Last payment date per loan, loaded once off PAY-HISTORY.DAT.
       01 WS-LP-CAPACITY     pic 9(5) value 9999.
       01 WS-LP-COUNT        pic 9(5) value 0.
       01 WS-LP-SUB          pic 9(5).
       01 WS-LP-TABLE.
           05 WS-LP-ENTRY occurs 9999 times.
               10 WS-LP-LOAN     pic 9(8).
               10 WS-LP-DATE     pic 9(8).
       01 WS-LP-FOUND-SW     pic x(1).
           88 WS-LP-FOUND     value "Y".

      * Final reports already furnished, loaded once.
       01 WS-FN-CAPACITY     pic 9(5) value 9999.
       01 WS-FN-COUNT        pic 9(5) value 0.
       01 WS-FN-SUB          pic 9(5).
       01 WS-FN-TABLE.
           05 WS-FN-ENTRY occurs 9999 times.
               10 WS-FN-LOAN     pic 9(8).
               10 WS-FN-MONTH    pic 9(6).
       01 WS-FN-FOUND-SW     pic x(1).
           88 WS-FN-FOUND     value "Y".
       01 WS-FN-THIS-MONTH-SW pic x(1).
           88 WS-FN-THIS-MONTH value "Y".
       01 WS-OVERFLOW-SW     pic x(1) value "N".
           88 WS-OVERFLOW     value "Y".

      * Control totals by status, in the trailer's order.
       01 WS-STATUS-TABLE.
           05 WS-ST-ENTRY occurs 10 times.
               10 WS-ST-CODE     pic x(2).
               10 WS-ST-DESC     pic x(24).
               10 WS-ST-COUNT    pic 9(7).
               10 WS-ST-BALANCE  pic 9(11)v99.
       01 WS-ST-SUB          pic 99.
       01 WS-BASE-COUNT      pic 9(7) value 0.
       01 WS-TOTAL-BALANCE   pic 9(11)v99 value 0.
       01 WS-NO-IDENTITY-COUNT pic 9(5) value 0.
       01 WS-PRIOR-FINAL-COUNT pic 9(5) value 0.

       01 BureauHeader.
           05               pic x(40)
                 value "Credit bureau furnishing - as of ".
           05 BH-Date        pic 9(8).
       01 BureauColumnHeader.
           05               pic x(6)  value "Code".
           05               pic x(26) value "Status".
           05               pic x(10) value "   Loans".
           05               pic x(20) value "             Balance".
       01 BureauStatusLine.
           05 BS-Code        pic x(2).
           05               pic x(4)  value spaces.
           05 BS-Desc        pic x(24).
           05               pic x(2)  value spaces.
           05 BS-Count       pic z(7)9.
           05               pic x(2)  value spaces.
           05 BS-Balance     pic $$,$$$,$$$,$$9.99.
       01 BureauTotalLine.
           05               pic x(32) value "Base records furnished".
           05 BT-Count       pic z(7)9.
           05               pic x(2)  value spaces.
           05 BT-Balance     pic $$,$$$,$$$,$$9.99.
       01 BureauExceptionLine.
           05               pic x(6)  value "Loan ".
           05 BX-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 BX-Text        pic x(60).
       01 BureauCountLine.
           05 BC-Text        pic x(40).
           05 BC-Count       pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-CREATED-DATE
           accept WS-DATE-TEXT from environment "BUREAU_DATE"
           if WS-DATE-TEXT = spaces or WS-DATE-TEXT = "00000000"
               move WS-CD-YMD to WS-TODAY
           else
               move WS-DATE-TEXT to WS-TODAY
           end-if
           move WS-TODAY(1:6) to WS-REPORT-MONTH
           move spaces to WS-FURNISHER-ID
           move spaces to WS-FURNISHER-NAME
           accept WS-FURNISHER-ID from environment
               "BUREAU_FURNISHER_ID"
           accept WS-FURNISHER-NAME from environment
               "BUREAU_FURNISHER_NAME"

           perform InitStatusTable
           perform LoadLastPayments
           perform LoadFinalsReported
           if WS-OVERFLOW
               display "BUREAU: more than 9999 loans on PAY-HISTORY."
                   "DAT or BUREAU-FINAL.DAT - run refused rather "
                   "than furnishing wrong dates or duplicates."
               move 16 to return-code
               goback
           end-if

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "BUREAU: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
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
           open input chargeoff-file
           if WS-CHGOFF-STATUS = "00"
               set WS-CO-AVAILABLE to true
           end-if

           open output bureau-file
           if WS-BUREAU-STATUS not = "00"
               display "BUREAU: unable to open BUREAU.DAT ("
                   WS-BUREAU-STATUS ")"
               close loan-master
               move 16 to return-code
               goback
           end-if
           open output bureau-report
           move WS-TODAY to BH-Date
           move BureauHeader to BR-Line
           write BR-Line
           move spaces to BR-Line
           write BR-Line

           perform WriteFileHeader

           move 0 to LM-LOAN-NUMBER
           start loan-master key is greater than or equal to
                   LM-LOAN-NUMBER
               invalid key
                   set WS-AT-MASTER-EOF to true
           end-start
           perform until WS-AT-MASTER-EOF
               read loan-master next record
                   at end
                       set WS-AT-MASTER-EOF to true
                   not at end
                       perform ReportOneLoan
               end-read
           end-perform

           perform WriteFileTrailer
           perform WriteControlReport

           close loan-master
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           if WS-BW-AVAILABLE
               close borrower-master
           end-if
           if WS-CO-AVAILABLE
               close chargeoff-file
           end-if
           close bureau-file
           close bureau-report
           display "BUREAU: " WS-BASE-COUNT " loan(s) furnished for "
               WS-REPORT-MONTH ", " WS-NO-IDENTITY-COUNT
               " held back with no borrower record"
           goback.

      *-----------------------------------------------------------------
       InitStatusTable.
           move "11" to WS-ST-CODE(1)
           move "current" to WS-ST-DESC(1)
           move "71" to WS-ST-CODE(2)
           move "30-59 days past due" to WS-ST-DESC(2)
           move "78" to WS-ST-CODE(3)
           move "60-89 days past due" to WS-ST-DESC(3)
           move "80" to WS-ST-CODE(4)
           move "90-119 days past due" to WS-ST-DESC(4)
           move "82" to WS-ST-CODE(5)
           move "120-149 days past due" to WS-ST-DESC(5)
           move "83" to WS-ST-CODE(6)
           move "150-179 days past due" to WS-ST-DESC(6)
           move "84" to WS-ST-CODE(7)
           move "180+ days past due" to WS-ST-DESC(7)
           move "13" to WS-ST-CODE(8)
           move "paid or closed" to WS-ST-DESC(8)
           move "97" to WS-ST-CODE(9)
           move "charged off" to WS-ST-DESC(9)
           move "64" to WS-ST-CODE(10)
           move "charged off, paid out" to WS-ST-DESC(10)
           perform varying WS-ST-SUB from 1 by 1 until WS-ST-SUB > 10
               move 0 to WS-ST-COUNT(WS-ST-SUB)
               move 0 to WS-ST-BALANCE(WS-ST-SUB)
           end-perform.

      *-----------------------------------------------------------------
      * The latest date money came in on each loan - applied,
      * carried, curtailed or recovered. Rejected, reversed and
      * waived lines are not payments.
       LoadLastPayments.
           open input pay-history
           if WS-PAYHIST-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-PAYHIST-EOF or WS-OVERFLOW
               read pay-history
                   at end
                       set WS-AT-PAYHIST-EOF to true
                   not at end
                       if PYH-STATUS = "APPLIED" or "SUSPENDED"
                               or "CURTAILED" or "RECOVERY"
                           perform NoteOnePayment
                       end-if
               end-read
           end-perform
           close pay-history.

       NoteOnePayment.
           move "N" to WS-LP-FOUND-SW
           perform varying WS-LP-SUB from 1 by 1
                   until WS-LP-SUB > WS-LP-COUNT or WS-LP-FOUND
               if WS-LP-LOAN(WS-LP-SUB) = PYH-LOAN-NUMBER
                   set WS-LP-FOUND to true
                   if PYH-PAYMENT-DATE > WS-LP-DATE(WS-LP-SUB)
                       move PYH-PAYMENT-DATE to WS-LP-DATE(WS-LP-SUB)
                   end-if
               end-if
           end-perform
           if not WS-LP-FOUND
               if WS-LP-COUNT >= WS-LP-CAPACITY
                   set WS-OVERFLOW to true
               else
                   add 1 to WS-LP-COUNT
                   move PYH-LOAN-NUMBER to WS-LP-LOAN(WS-LP-COUNT)
                   move PYH-PAYMENT-DATE to WS-LP-DATE(WS-LP-COUNT)
               end-if
           end-if.

      *-----------------------------------------------------------------
       LoadFinalsReported.
           open input final-file
           if WS-FINAL-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-FINAL-EOF or WS-OVERFLOW
               read final-file
                   at end
                       set WS-AT-FINAL-EOF to true
                   not at end
                       if WS-FN-COUNT >= WS-FN-CAPACITY
                           set WS-OVERFLOW to true
                       else
                           add 1 to WS-FN-COUNT
                           move BF-LOAN-NUMBER
                               to WS-FN-LOAN(WS-FN-COUNT)
                           move BF-MONTH to WS-FN-MONTH(WS-FN-COUNT)
                       end-if
               end-read
           end-perform
           close final-file.

      *-----------------------------------------------------------------
       WriteFileHeader.
           move spaces to CB-BASE-RECORD
           set CB-IS-HEADER to true
           move WS-FURNISHER-ID to CB-HDR-FURNISHER-ID
           move WS-FURNISHER-NAME to CB-HDR-FURNISHER-NAME
           move WS-TODAY to CB-HDR-ACTIVITY-DATE
           move WS-CREATED-DATE to CB-HDR-CREATED-DATE
           write CB-BASE-RECORD.

      *-----------------------------------------------------------------
      * One loan: its status and figures, then the base record -
      * unless it has no borrower identity to furnish, or its final
      * status already went out in an earlier month.
       ReportOneLoan.
           move 0 to WS-BALANCE
           move 0 to WS-OVERDUE-AMOUNT
           move 0 to WS-CHGOFF-AMOUNT
           move 0 to WS-DATE-CLOSED
           move "N" to WS-FINAL-SW
           perform FindScheduledPayment

           evaluate true
               when LM-ACTIVE or LM-DELINQUENT
                   perform AgeOneLoan
                   perform FindLoanBalance
               when LM-CHARGED-OFF
                   perform PriceChargedOffLoan
               when other
                   move "13" to WS-STATUS-CODE
                   set WS-IS-FINAL to true
                   move LM-PAID-THRU-DATE to WS-DATE-CLOSED
                   move 0 to WS-SCHED-PAYMENT
           end-evaluate

           if WS-IS-FINAL
               perform CheckFinalReported
               if WS-FN-FOUND and not WS-FN-THIS-MONTH
                   add 1 to WS-PRIOR-FINAL-COUNT
                   exit paragraph
               end-if
           end-if

           if not WS-BW-AVAILABLE or LM-BORROWER-NUMBER = 0
               perform NoIdentity
               exit paragraph
           end-if
           move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
           read borrower-master
               invalid key
                   perform NoIdentity
                   exit paragraph
           end-read

           perform FindLastPayment
           perform WriteBaseRecord
           if WS-IS-FINAL and not WS-FN-FOUND
               perform AppendFinalReported
           end-if.

       NoIdentity.
           add 1 to WS-NO-IDENTITY-COUNT
           move LM-LOAN-NUMBER to BX-Loan
           move "no borrower record on BORROWER.DAT - not furnished"
               to BX-Text
           move BureauExceptionLine to BR-Line
           write BR-Line.

      *-----------------------------------------------------------------
      * AGING.cbl's missed-period count, roll window, days overdue
      * and overdue amount, then the bureau's 30-day band.
       AgeOneLoan.
           move 0 to WS-MISSED-PERIODS
           move 0 to WS-DAYS-OVERDUE
           if LM-ORIG-DATE not = 0
               move LM-ORIG-DATE(1:4) to WS-ORIG-YEAR
               move LM-ORIG-DATE(5:2) to WS-ORIG-MONTH
               move LM-ORIG-DATE(7:2) to WS-ORIG-DAY
               perform ComputePeriodsDue
               compute WS-MISSED-PERIODS =
                   WS-PERIODS-DUE - LM-PAID-THRU-PERIOD
               if WS-MISSED-PERIODS < 0
                   move 0 to WS-MISSED-PERIODS
               end-if
               perform TakeOutPlanPeriods
               if WS-MISSED-PERIODS = 1
                   move WS-FIRST-DUE to WS-ADVANCE-PERIOD
                   perform ComputeDueDate
                   move WS-DUE-DATE to BD-DATE-IN
                   call "BUSDAY" using BUSDAY-AREA
                   if BD-OK and BD-DATE-OUT > WS-TODAY
                       move 0 to WS-MISSED-PERIODS
                   end-if
               end-if
               perform ComputeOverdueAmount
               perform ComputeDaysOverdue
           end-if

           evaluate true
               when WS-MISSED-PERIODS = 0 or WS-DAYS-OVERDUE < 30
                   move "11" to WS-STATUS-CODE
               when WS-DAYS-OVERDUE < 60
                   move "71" to WS-STATUS-CODE
               when WS-DAYS-OVERDUE < 90
                   move "78" to WS-STATUS-CODE
               when WS-DAYS-OVERDUE < 120
                   move "80" to WS-STATUS-CODE
               when WS-DAYS-OVERDUE < 150
                   move "82" to WS-STATUS-CODE
               when WS-DAYS-OVERDUE < 180
                   move "83" to WS-STATUS-CODE
               when other
                   move "84" to WS-STATUS-CODE
           end-evaluate.

      *-----------------------------------------------------------------
      * AGING.cbl's TakeOutPlanPeriods: periods a forbearance plan
      * deferred are not due, and the oldest period owed is the
      * first one past the paid-through period no plan covers.
       TakeOutPlanPeriods.
           compute WS-FIRST-DUE = LM-PAID-THRU-PERIOD + 1
           if WS-MISSED-PERIODS = 0
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to DF-LOAN-NUMBER
           move WS-FIRST-DUE to DF-FROM-PERIOD
           move WS-PERIODS-DUE to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           subtract DF-PLAN-PERIODS from WS-MISSED-PERIODS
           move DF-FIRST-DUE-PERIOD to WS-FIRST-DUE.

      *-----------------------------------------------------------------
      * Charged off: the balance is what was written off less what
      * has been recovered since, all of it past due; paid out by
      * recoveries it is a final report like a payoff.
       PriceChargedOffLoan.
           move 0 to WS-SCHED-PAYMENT
           move "97" to WS-STATUS-CODE
           if not WS-CO-AVAILABLE
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to CO-LOAN-NUMBER
           read chargeoff-file
               invalid key
                   exit paragraph
           end-read
           compute WS-CHGOFF-AMOUNT = CO-PRINCIPAL + CO-INTEREST
           compute WS-BALANCE = CO-PRINCIPAL + CO-INTEREST
               - CO-CARRY - CO-RECOVERED
           if WS-BALANCE not > 0
               move 0 to WS-BALANCE
               move "64" to WS-STATUS-CODE
               set WS-IS-FINAL to true
               move CO-LAST-RECOVERY to WS-DATE-CLOSED
           end-if
           move WS-BALANCE to WS-OVERDUE-AMOUNT.

      *-----------------------------------------------------------------
      * TRIALBAL's schedule balance as of the paid-through row.
       FindLoanBalance.
           move LM-PRINCIPAL to WS-BALANCE
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           if LM-PAID-THRU-PERIOD = 0
               move 1 to SM-PERIOD
               read sched-master
                   invalid key
                       continue
                   not invalid key
                       compute WS-BALANCE =
                           SM-END-BALANCE + SM-PRINCIPAL
               end-read
           else
               move LM-PAID-THRU-PERIOD to SM-PERIOD
               read sched-master
                   invalid key
                       continue
                   not invalid key
                       move SM-END-BALANCE to WS-BALANCE
               end-read
           end-if.

      * The next period's scheduled payment - the last row's when
      * every period is paid.
       FindScheduledPayment.
           move 0 to WS-SCHED-PAYMENT
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           compute SM-PERIOD = LM-PAID-THRU-PERIOD + 1
           read sched-master
               invalid key
                   move LM-PAID-THRU-PERIOD to SM-PERIOD
                   read sched-master
                       invalid key
                           continue
                       not invalid key
                           move SM-PAYMENT to WS-SCHED-PAYMENT
                   end-read
               not invalid key
                   move SM-PAYMENT to WS-SCHED-PAYMENT
           end-read.

       FindLastPayment.
           move 0 to WS-LAST-PAYMENT
           perform varying WS-LP-SUB from 1 by 1
                   until WS-LP-SUB > WS-LP-COUNT
               if WS-LP-LOAN(WS-LP-SUB) = LM-LOAN-NUMBER
                   move WS-LP-DATE(WS-LP-SUB) to WS-LAST-PAYMENT
                   move WS-LP-COUNT to WS-LP-SUB
               end-if
           end-perform.

       CheckFinalReported.
           move "N" to WS-FN-FOUND-SW
           move "N" to WS-FN-THIS-MONTH-SW
           perform varying WS-FN-SUB from 1 by 1
                   until WS-FN-SUB > WS-FN-COUNT
               if WS-FN-LOAN(WS-FN-SUB) = LM-LOAN-NUMBER
                   set WS-FN-FOUND to true
                   if WS-FN-MONTH(WS-FN-SUB) = WS-REPORT-MONTH
                       set WS-FN-THIS-MONTH to true
                   end-if
               end-if
           end-perform.

      * Same open-extend/status-35 fallback as the audit trail.
       AppendFinalReported.
           open extend final-file
           if WS-FINAL-STATUS = "35"
               open output final-file
           end-if
           move LM-LOAN-NUMBER to BF-LOAN-NUMBER
           move WS-REPORT-MONTH to BF-MONTH
           move WS-STATUS-CODE to BF-STATUS
           write BF-RECORD
           close final-file.

      *-----------------------------------------------------------------
       WriteBaseRecord.
           move spaces to CB-BASE-RECORD
           set CB-IS-BASE to true
           move LM-LOAN-NUMBER to CB-ACCOUNT-NUMBER
           move "I" to CB-PORTFOLIO-TYPE
           move LM-ORIG-DATE to CB-DATE-OPENED
           move LM-PRINCIPAL to CB-ORIGINAL-AMOUNT
           move LM-TERM-MONTHS to CB-TERMS-DURATION
           move LM-FREQUENCY to CB-TERMS-FREQUENCY
           move WS-SCHED-PAYMENT to CB-SCHEDULED-PAYMENT
           move WS-STATUS-CODE to CB-ACCOUNT-STATUS
           move WS-BALANCE to CB-CURRENT-BALANCE
           move WS-OVERDUE-AMOUNT to CB-AMOUNT-PAST-DUE
           move WS-CHGOFF-AMOUNT to CB-CHARGE-OFF-AMOUNT
           move WS-LAST-PAYMENT to CB-DATE-LAST-PAYMENT
           move WS-DATE-CLOSED to CB-DATE-CLOSED
           move BW-NAME to CB-NAME
           move BW-ADDRESS to CB-ADDRESS
           move BW-CITY to CB-CITY
           move BW-STATE to CB-STATE
           move BW-ZIP to CB-ZIP
           move BW-PHONE to CB-PHONE
           write CB-BASE-RECORD

           add 1 to WS-BASE-COUNT
           add WS-BALANCE to WS-TOTAL-BALANCE
           perform varying WS-ST-SUB from 1 by 1 until WS-ST-SUB > 10
               if WS-ST-CODE(WS-ST-SUB) = WS-STATUS-CODE
                   add 1 to WS-ST-COUNT(WS-ST-SUB)
                   add WS-BALANCE to WS-ST-BALANCE(WS-ST-SUB)
               end-if
           end-perform.

      *-----------------------------------------------------------------
       WriteFileTrailer.
           move spaces to CB-BASE-RECORD
           set CB-IS-TRAILER to true
           move WS-BASE-COUNT to CB-TRL-BASE-COUNT
           move WS-ST-COUNT(1) to CB-TRL-STATUS-11
           move WS-ST-COUNT(2) to CB-TRL-STATUS-71
           move WS-ST-COUNT(3) to CB-TRL-STATUS-78
           move WS-ST-COUNT(4) to CB-TRL-STATUS-80
           move WS-ST-COUNT(5) to CB-TRL-STATUS-82
           move WS-ST-COUNT(6) to CB-TRL-STATUS-83
           move WS-ST-COUNT(7) to CB-TRL-STATUS-84
           move WS-ST-COUNT(8) to CB-TRL-STATUS-13
           move WS-ST-COUNT(9) to CB-TRL-STATUS-97
           move WS-ST-COUNT(10) to CB-TRL-STATUS-64
           move WS-TOTAL-BALANCE to CB-TRL-TOTAL-BALANCE
           write CB-BASE-RECORD.

      *-----------------------------------------------------------------
       WriteControlReport.
           move spaces to BR-Line
           write BR-Line
           move BureauColumnHeader to BR-Line
           write BR-Line
           perform varying WS-ST-SUB from 1 by 1 until WS-ST-SUB > 10
               move WS-ST-CODE(WS-ST-SUB) to BS-Code
               move WS-ST-DESC(WS-ST-SUB) to BS-Desc
               move WS-ST-COUNT(WS-ST-SUB) to BS-Count
               move WS-ST-BALANCE(WS-ST-SUB) to BS-Balance
               move BureauStatusLine to BR-Line
               write BR-Line
           end-perform
           move spaces to BR-Line
           write BR-Line
           move WS-BASE-COUNT to BT-Count
           move WS-TOTAL-BALANCE to BT-Balance
           move BureauTotalLine to BR-Line
           write BR-Line
           move "Held back - no borrower record:" to BC-Text
           move WS-NO-IDENTITY-COUNT to BC-Count
           move BureauCountLine to BR-Line
           write BR-Line
           move "Final status furnished in a prior month:"
               to BC-Text
           move WS-PRIOR-FINAL-COUNT to BC-Count
           move BureauCountLine to BR-Line
           write BR-Line.

      *-----------------------------------------------------------------
      * AGING.cbl's ComputePeriodsDue, as of the report date.
       ComputePeriodsDue.
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
           end-if.

      *-----------------------------------------------------------------
      * AGING.cbl's ComputeOverdueAmount.
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
      * AGING.cbl's ComputeDaysOverdue.
       ComputeDaysOverdue.
           move 0 to WS-DAYS-OVERDUE
           if WS-MISSED-PERIODS = 0
               exit paragraph
           end-if

           move WS-FIRST-DUE to WS-ADVANCE-PERIOD
           perform ComputeDueDate
           move WS-DUE-DATE to BD-DATE-IN
           call "BUSDAY" using BUSDAY-AREA
           if BD-OK
               move BD-DATE-OUT to WS-DUE-DATE
           end-if
           compute WS-DAYS-OVERDUE =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(WS-DUE-DATE)
           if WS-DAYS-OVERDUE < 0
               move 0 to WS-DAYS-OVERDUE
           end-if.

      *-----------------------------------------------------------------
      * AGING.cbl's ComputeDueDate and ClampDueDay.
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
