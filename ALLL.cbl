      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ALLL.
      *-----------------------------------------------------------------
      * Month-end allowance for loan losses. Accounting used to set
      * the loss reserve by hand off AGING.RPT every close. This run
      * prices the reserve the allowance account should carry:
      *   - every still-owing loan on LOAN-MASTER.DAT is bucketed
      *     current / 30 / 60 / 90+ by AGING.cbl's own arithmetic
      *     (periods due since origination less LM-PAID-THRU-PERIOD,
      *     days past the first missed due date, the one-period
      *     business-day roll window, and periods a forbearance plan
      *     deferred (DEFERCHK.cbl) taken out as not due), so every
      *     loan lands in the bucket the aging report shows it in
      *   - its outstanding balance is TRIALBAL.cbl's: the
      *     paid-through row's EndBalance on SCHED-MASTER.DAT (row
      *     1's start balance when nothing has been paid)
      *   - each bucket's balance times its loss rate off
      *     LOSS-RATES.DAT (one record per bucket, kept as data the
      *     way RATE-TABLE.DAT keeps the posted rates) is that
      *     bucket's required reserve
      *
      * The required allowance is compared with what the ALLL
      * account already carries - credits less debits across the
      * cumulative GL-HISTORY.DAT ledger for the account
      * GL-ACCOUNTS.DAT maps ALLL to, plus anything still unexported
      * in GL-WORK.DAT - and only the difference is journaled:
      * debit PROVEXP, credit ALLL to build the reserve, or the
      * reverse to release it. ALLL.RPT shows balance, loss rate and
      * required reserve per bucket, the allowance carried and the
      * provision booked, so the auditors can tie the allowance to
      * the aging report line for line.
      *
      * The close date comes from ALLL_DATE (YYYYMMDD) in the
      * environment, defaulting to today - loans age as of that
      * date. A missing loss-rate table or bucket, or no ALLL
      * account mapping, refuses the run (return code 16 / 8)
      * rather than booking a reserve priced at zero.
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
       select loss-rates
           assign to 'LOSS-RATES.DAT'
           organization is line sequential
           file status is WS-RATES-STATUS.
       select gl-accounts
           assign to 'GL-ACCOUNTS.DAT'
           organization is line sequential
           file status is WS-ACCOUNTS-STATUS.
       select gl-history
           assign to 'GL-HISTORY.DAT'
           organization is line sequential
           file status is WS-HISTORY-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select allowance-report
           assign to 'ALLL.RPT'
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

      * One record per aging bucket - the bucket name exactly as
      * AGING.RPT prints it (CURRENT, 30, 60, 90+) and the share
      * of that bucket's balance expected to be lost.
       fd loss-rates
           data record is LR-RECORD.
       01 LR-RECORD.
           05 LR-BUCKET             pic x(7).
           05 LR-RATE               pic 9v9999.

       fd gl-accounts
           data record is GLA-RECORD.
       01 GLA-RECORD.
           05 GLA-CODE              pic x(8).
           05 GLA-ACCOUNT           pic 9(8).
           05 GLA-DESC              pic x(20).

       fd gl-history
           data record is GH-RECORD.
           COPY "gl-history-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd allowance-report
           data record is AL-Line.
       01 AL-Line                  pic x(100).

       WORKING-STORAGE SECTION.
      * Business-day calendar (BUSDAY.cbl) - AGING's roll window.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - AGING's deferred periods.
           COPY "defer-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-RATES-STATUS    pic x(2).
       01 WS-ACCOUNTS-STATUS pic x(2).
       01 WS-HISTORY-STATUS  pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-RATES-EOF       pic x(1) value "N".
           88 WS-AT-RATES-EOF value "Y".
       01 WS-ACCOUNTS-EOF    pic x(1) value "N".
           88 WS-AT-ACCOUNTS-EOF value "Y".
       01 WS-HISTORY-EOF     pic x(1) value "N".
           88 WS-AT-HISTORY-EOF value "Y".
       01 WS-WORK-EOF        pic x(1) value "N".
           88 WS-AT-WORK-EOF  value "Y".

       01 WS-ALLL-ACCT       pic 9(8) value 0.
       01 WS-ACCT-FOUND-SW   pic x(1) value "N".
           88 WS-ACCT-FOUND   value "Y".

       01 WS-DATE-TEXT       pic x(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-TODAY-SPLIT redefines WS-TODAY.
           05 WS-TODAY-YEAR  pic 9(4).
           05 WS-TODAY-MONTH pic 9(2).
           05 WS-TODAY-DAY   pic 9(2).
       01 WS-ORIG-SPLIT.
           05 WS-ORIG-YEAR   pic 9(4).
           05 WS-ORIG-MONTH  pic 9(2).
           05 WS-ORIG-DAY    pic 9(2).

      * AGING.cbl's due-date work fields.
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

       01 WS-BALANCE         pic 9(9)v99.

      * The four buckets in AGING.RPT's order - name, loss rate off
      * the table, and the run's loan count, balance and required
      * reserve.
       01 WS-BUCKET-TABLE.
           05 WS-BK-ENTRY occurs 4 times.
               10 WS-BK-NAME     pic x(7).
               10 WS-BK-RATE     pic 9v9999.
               10 WS-BK-RATE-SW  pic x(1).
                   88 WS-BK-RATE-FOUND value "Y".
               10 WS-BK-COUNT    pic 9(5).
               10 WS-BK-BALANCE  pic 9(11)v99.
               10 WS-BK-RESERVE  pic 9(11)v99.
       01 WS-BK-SUB          pic 9.
       01 WS-RATES-BAD-SW    pic x(1) value "N".
           88 WS-RATES-BAD    value "Y".

       01 WS-TOTAL-COUNT     pic 9(5) value 0.
       01 WS-TOTAL-BALANCE   pic 9(11)v99 value 0.
       01 WS-REQUIRED        pic 9(11)v99 value 0.
       01 WS-CARRIED         pic s9(11)v99 value 0.
       01 WS-PROVISION       pic s9(11)v99 value 0.

       01 AllowanceHeader.
           05               pic x(10) value "Bucket".
           05               pic x(8)  value "   Loans".
           05               pic x(20) value "             Balance".
           05               pic x(10) value "      Rate".
           05               pic x(20) value "    Required Reserve".
       01 AllowanceDetailLine.
           05 AD-Bucket      pic x(7).
           05               pic x(3)  value spaces.
           05 AD-Count       pic z(7)9.
           05               pic x(2)  value spaces.
           05 AD-Balance     pic $$,$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 AD-Rate        pic 9.9999.
           05               pic x(2)  value spaces.
           05 AD-Reserve     pic $$,$$$,$$$,$$9.99.
       01 AllowanceTotalLine.
           05               pic x(10) value "Total".
           05 AT-Count       pic z(7)9.
           05               pic x(2)  value spaces.
           05 AT-Balance     pic $$,$$$,$$$,$$9.99.
           05               pic x(10) value spaces.
           05 AT-Required    pic $$,$$$,$$$,$$9.99.
       01 AllowanceCarriedLine.
           05               pic x(30)
                                 value "Allowance carried (ALLL):".
           05 AC-Carried     pic +$$,$$$,$$$,$$9.99.
       01 AllowanceProvisionLine.
           05               pic x(30)
                                 value "Provision journaled:".
           05 AP-Provision   pic +$$,$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 AP-Note        pic x(30).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           accept WS-DATE-TEXT from environment "ALLL_DATE"
           if WS-DATE-TEXT = spaces or WS-DATE-TEXT = "00000000"
               move function current-date to WS-CURRENT-DATE
               move WS-CD-YMD to WS-TODAY
           else
               move WS-DATE-TEXT to WS-TODAY
           end-if

           perform LoadLossRates
           if WS-RATES-BAD
               move 16 to return-code
               goback
           end-if

           perform FindAllowanceAccount
           if not WS-ACCT-FOUND
               display "ALLL: GL-ACCOUNTS.DAT has no ALLL mapping - "
                   "the allowance carried cannot be summed."
               move 8 to return-code
               goback
           end-if

      *    Read-only - the run prices the reserve, it changes no
      *    loan.
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "ALLL: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               move 16 to return-code
               goback
           end-if

           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-AVAILABLE to true
           else
               display "ALLL: SCHED-MASTER.DAT not available ("
                   WS-SM-STATUS ") - balances will price from master "
                   "principals only."
           end-if

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
                       if LM-ACTIVE or LM-DELINQUENT
                           perform ReserveOneLoan
                       end-if
               end-read
           end-perform
           close loan-master
           if WS-SM-AVAILABLE
               close sched-master
           end-if

           perform SumAllowanceCarried

           open output allowance-report
           perform WriteAllowanceReport
           perform WriteProvisionJournal
           close allowance-report

           display "ALLL: required " WS-REQUIRED " carried "
               WS-CARRIED " provision " WS-PROVISION
           goback.

      *-----------------------------------------------------------------
      * The four bucket rates. A bucket the table does not name, or
      * a table that is not there, refuses the run.
       LoadLossRates.
           move "CURRENT" to WS-BK-NAME(1)
           move "30" to WS-BK-NAME(2)
           move "60" to WS-BK-NAME(3)
           move "90+" to WS-BK-NAME(4)
           perform varying WS-BK-SUB from 1 by 1 until WS-BK-SUB > 4
               move 0 to WS-BK-RATE(WS-BK-SUB)
               move "N" to WS-BK-RATE-SW(WS-BK-SUB)
               move 0 to WS-BK-COUNT(WS-BK-SUB)
               move 0 to WS-BK-BALANCE(WS-BK-SUB)
               move 0 to WS-BK-RESERVE(WS-BK-SUB)
           end-perform

           open input loss-rates
           if WS-RATES-STATUS not = "00"
               display "ALLL: unable to open LOSS-RATES.DAT ("
                   WS-RATES-STATUS ") - no reserve can be priced."
               set WS-RATES-BAD to true
               exit paragraph
           end-if
           perform until WS-AT-RATES-EOF
               read loss-rates
                   at end
                       set WS-AT-RATES-EOF to true
                   not at end
                       perform varying WS-BK-SUB from 1 by 1
                               until WS-BK-SUB > 4
                           if LR-BUCKET = WS-BK-NAME(WS-BK-SUB)
                               move LR-RATE to WS-BK-RATE(WS-BK-SUB)
                               set WS-BK-RATE-FOUND(WS-BK-SUB)
                                   to true
                           end-if
                       end-perform
               end-read
           end-perform
           close loss-rates

           perform varying WS-BK-SUB from 1 by 1 until WS-BK-SUB > 4
               if not WS-BK-RATE-FOUND(WS-BK-SUB)
                   display "ALLL: LOSS-RATES.DAT has no rate for "
                       "bucket " WS-BK-NAME(WS-BK-SUB)
                       " - run refused."
                   set WS-RATES-BAD to true
               end-if
           end-perform.

      *-----------------------------------------------------------------
      * The ALLL account number off the mapping table GLEXPORT
      * exports through - TRIALBAL's lookup.
       FindAllowanceAccount.
           open input gl-accounts
           if WS-ACCOUNTS-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-ACCOUNTS-EOF or WS-ACCT-FOUND
               read gl-accounts
                   at end
                       set WS-AT-ACCOUNTS-EOF to true
                   not at end
                       if GLA-CODE = "ALLL"
                           set WS-ACCT-FOUND to true
                           move GLA-ACCOUNT to WS-ALLL-ACCT
                       end-if
               end-read
           end-perform
           close gl-accounts.

      *-----------------------------------------------------------------
      * One loan: bucketed exactly as AGING.cbl buckets it, priced
      * at its schedule balance.
       ReserveOneLoan.
           if LM-ORIG-DATE = 0
               display "ALLL: loan " LM-LOAN-NUMBER
                   " has no origination date - reserved as current."
               move 0 to WS-MISSED-PERIODS
               move 0 to WS-DAYS-OVERDUE
           else
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
               perform ComputeDaysOverdue
           end-if

           evaluate true
               when WS-MISSED-PERIODS = 0
                   move 1 to WS-BK-SUB
               when WS-DAYS-OVERDUE <= 30
                   move 2 to WS-BK-SUB
               when WS-DAYS-OVERDUE <= 60
                   move 3 to WS-BK-SUB
               when other
                   move 4 to WS-BK-SUB
           end-evaluate

           perform FindLoanBalance
           add 1 to WS-BK-COUNT(WS-BK-SUB)
           add WS-BALANCE to WS-BK-BALANCE(WS-BK-SUB).

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
      * TRIALBAL's schedule balance: the paid-through row's
      * EndBalance, row 1's start balance when nothing is paid, the
      * master principal when the loan has no rows on file.
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

      *-----------------------------------------------------------------
      * AGING.cbl's ComputePeriodsDue, as of the close date.
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
      * The allowance the GL already carries: credits less debits
      * for the ALLL account across the cumulative ledger history
      * plus whatever still sits unexported in the work file -
      * TRIALBAL's summing, on the credit-normal side.
       SumAllowanceCarried.
           open input gl-history
           if WS-HISTORY-STATUS = "00"
               perform until WS-AT-HISTORY-EOF
                   read gl-history
                       at end
                           set WS-AT-HISTORY-EOF to true
                       not at end
                           if GH-ACCOUNT = WS-ALLL-ACCT
                               if GH-CREDIT
                                   add GH-AMOUNT to WS-CARRIED
                               else
                                   subtract GH-AMOUNT
                                       from WS-CARRIED
                               end-if
                           end-if
                   end-read
               end-perform
               close gl-history
           end-if

           open input gl-work
           if WS-GLWORK-STATUS = "00"
               perform until WS-AT-WORK-EOF
                   read gl-work
                       at end
                           set WS-AT-WORK-EOF to true
                       not at end
                           if GW-CODE = "ALLL"
                               if GW-CREDIT
                                   add GW-AMOUNT to WS-CARRIED
                               else
                                   subtract GW-AMOUNT
                                       from WS-CARRIED
                               end-if
                           end-if
                   end-read
               end-perform
               close gl-work
           end-if.

      *-----------------------------------------------------------------
       WriteAllowanceReport.
           move AllowanceHeader to AL-Line
           write AL-Line
           perform varying WS-BK-SUB from 1 by 1 until WS-BK-SUB > 4
               compute WS-BK-RESERVE(WS-BK-SUB) rounded =
                   WS-BK-BALANCE(WS-BK-SUB) * WS-BK-RATE(WS-BK-SUB)
               add WS-BK-COUNT(WS-BK-SUB) to WS-TOTAL-COUNT
               add WS-BK-BALANCE(WS-BK-SUB) to WS-TOTAL-BALANCE
               add WS-BK-RESERVE(WS-BK-SUB) to WS-REQUIRED
               move WS-BK-NAME(WS-BK-SUB) to AD-Bucket
               move WS-BK-COUNT(WS-BK-SUB) to AD-Count
               move WS-BK-BALANCE(WS-BK-SUB) to AD-Balance
               move WS-BK-RATE(WS-BK-SUB) to AD-Rate
               move WS-BK-RESERVE(WS-BK-SUB) to AD-Reserve
               move AllowanceDetailLine to AL-Line
               write AL-Line
           end-perform
           compute WS-PROVISION = WS-REQUIRED - WS-CARRIED

           move WS-TOTAL-COUNT to AT-Count
           move WS-TOTAL-BALANCE to AT-Balance
           move WS-REQUIRED to AT-Required
           move spaces to AL-Line
           write AL-Line
           move AllowanceTotalLine to AL-Line
           write AL-Line

           move WS-CARRIED to AC-Carried
           move AllowanceCarriedLine to AL-Line
           write AL-Line

           move WS-PROVISION to AP-Provision
           evaluate true
               when WS-PROVISION > 0
                   move "reserve built (PROVEXP/ALLL)" to AP-Note
               when WS-PROVISION < 0
                   move "reserve released" to AP-Note
               when other
                   move "no change" to AP-Note
           end-evaluate
           move AllowanceProvisionLine to AL-Line
           write AL-Line.

      *-----------------------------------------------------------------
      * Only the difference between required and carried - appended
      * for GLEXPORT.cbl like every other run's amounts.
       WriteProvisionJournal.
           if WS-PROVISION = 0
               exit paragraph
           end-if
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "ALLL: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - provision not journaled."
               move 8 to return-code
               exit paragraph
           end-if

           move "ALLL" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-TODAY to GW-DATE
           if WS-PROVISION > 0
               move WS-PROVISION to GW-AMOUNT
               move "PROVEXP" to GW-CODE
               set GW-DEBIT to true
               write GW-RECORD
               move "ALLL" to GW-CODE
               set GW-CREDIT to true
               write GW-RECORD
           else
               compute GW-AMOUNT = 0 - WS-PROVISION
               move "ALLL" to GW-CODE
               set GW-DEBIT to true
               write GW-RECORD
               move "PROVEXP" to GW-CODE
               set GW-CREDIT to true
               write GW-RECORD
           end-if
           close gl-work.
      *-----------------------------------------------------------------
