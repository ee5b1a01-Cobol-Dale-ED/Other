      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CASHPROJ.
      *-----------------------------------------------------------------
      * Forward cash-flow projection. Treasury asks what principal
      * and interest will come in over the next 24 months, and the
      * schedule rows we keep already say. This run reads every
      * still-owing loan's unpaid SCHED-MASTER.DAT rows (those past
      * LM-PAID-THRU-PERIOD) and buckets each row's scheduled
      * principal, interest and escrow by the month it falls due -
      * month 1 is the current month, and rows already past due are
      * expected in it. A forbearance row carries no payment and
      * brings in nothing.
      *
      * Expected cash is the scheduled cash times a collection
      * probability for the loan's delinquency bucket: each loan is
      * bucketed current / 30 / 60 / 90+ by AGING.cbl's own
      * arithmetic (the way ALLL.cbl buckets it, periods a
      * forbearance plan deferred not due), and the factor for
      * each bucket comes from COLLECT-FACTORS.DAT, kept as data the
      * way LOSS-RATES.DAT is. A missing table or bucket refuses the
      * run. Each loan's expected cash is also totaled by funding
      * source: payroll deduction (LM-BILL-PAYROLL), ACH autopay
      * (LM-AUTOPAY-ON) or direct bill.
      *
      * A loan with a RATE-CHANGES.DAT reset at a period not yet
      * paid is projected at the rows on file but listed as flagged,
      * since its interest will move when the reset takes.
      *
      * CASHPROJ.RPT shows the month-by-month projection, the
      * funding-source totals and the flagged loans; CASHPROJ.CSV
      * carries the month-by-month figures with the funding-source
      * split for treasury's workbook.
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
       select collect-factors
           assign to 'COLLECT-FACTORS.DAT'
           organization is line sequential
           file status is WS-FACTORS-STATUS.
       select rate-changes
           assign to 'RATE-CHANGES.DAT'
           organization is line sequential
           file status is WS-RTC-STATUS.
       select projection-report
           assign to 'CASHPROJ.RPT'
           organization is line sequential.
       select projection-csv
           assign to 'CASHPROJ.CSV'
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
      * AGING.RPT prints it (CURRENT, 30, 60, 90+) and the share of
      * that bucket's scheduled cash expected to be collected.
       fd collect-factors
           data record is CF-RECORD.
       01 CF-RECORD.
           05 CF-BUCKET             pic x(7).
           05 CF-FACTOR             pic 9v9999.

       fd rate-changes
           data record is RTC-RECORD.
       01 RTC-RECORD.
           05 RTC-LOAN-NUMBER       pic 9(8).
           05 RTC-EFFECTIVE-PERIOD  pic 999.
           05 RTC-NEW-RATE          pic 9v9999.

       fd projection-report
           data record is CP-Line.
       01 CP-Line                  pic x(110).

       fd projection-csv
           data record is CC-Line.
       01 CC-Line                  pic x(150).

       WORKING-STORAGE SECTION.
      * Business-day calendar (BUSDAY.cbl) - AGING's roll window.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - AGING's deferred periods.
           COPY "defer-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-FACTORS-STATUS  pic x(2).
       01 WS-RTC-STATUS      pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-FACTORS-EOF     pic x(1) value "N".
           88 WS-AT-FACTORS-EOF value "Y".
       01 WS-RTC-EOF         pic x(1) value "N".
           88 WS-AT-RTC-EOF   value "Y".
       01 WS-ROWS-EOF        pic x(1).
           88 WS-AT-ROWS-EOF  value "Y".

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

      * The four buckets in AGING.RPT's order - name, collection
      * factor off the table, and the run's loan count.
       01 WS-BUCKET-TABLE.
           05 WS-BK-ENTRY occurs 4 times.
               10 WS-BK-NAME     pic x(7).
               10 WS-BK-FACTOR   pic 9v9999.
               10 WS-BK-FACTOR-SW pic x(1).
                   88 WS-BK-FACTOR-FOUND value "Y".
               10 WS-BK-COUNT    pic 9(5).
               10 WS-BK-SCHEDULED pic 9(11)v99.
               10 WS-BK-EXPECTED pic 9(11)v99.
       01 WS-BK-SUB          pic 9.
       01 WS-FACTORS-BAD-SW  pic x(1) value "N".
           88 WS-FACTORS-BAD  value "Y".

      * Loans with a rate reset on RATE-CHANGES.DAT - the same
      * 200-reset bound RATEMNT.cbl keeps - and the last period each
      * resets at.
       01 WS-ARM-COUNT       pic 999 value 0.
       01 WS-ARM-SUB         pic 999.
       01 WS-ARM-TABLE.
           05 WS-ARM-ENTRY occurs 200 times.
               10 WS-ARM-LOAN    pic 9(8).
               10 WS-ARM-PERIOD  pic 999.
               10 WS-ARM-RATE    pic 9v9999.
       01 WS-RESET-SW        pic x(1).
           88 WS-RESET-PENDING value "Y".
       01 WS-RESET-PERIOD    pic 999.
       01 WS-RESET-RATE      pic 9v9999.

      * The 24 projection months, month 1 the current month.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY occurs 24 times.
               10 WS-MT-YYYYMM   pic 9(6).
               10 WS-MT-PRINCIPAL pic 9(11)v99.
               10 WS-MT-INTEREST pic 9(11)v99.
               10 WS-MT-ESCROW   pic 9(11)v99.
               10 WS-MT-EXPECTED pic 9(11)v99.
               10 WS-MT-PAYROLL  pic 9(11)v99.
               10 WS-MT-ACH      pic 9(11)v99.
               10 WS-MT-DIRECT   pic 9(11)v99.
       01 WS-MT-SUB          pic 9(2).
       01 WS-BASE-MONTH      pic 9(6).
       01 WS-ROW-MONTH       pic s9(7).
       01 WS-ROW-DUE         pic 9(8).
       01 WS-ROW-DUE-SPLIT redefines WS-ROW-DUE.
           05 WS-ROW-DUE-YEAR pic 9(4).
           05 WS-ROW-DUE-MONTH pic 9(2).
           05 WS-ROW-DUE-DAY pic 9(2).

      * One loan and one row.
       01 WS-SOURCE          pic x(1).
           88 WS-SOURCE-PAYROLL value "P".
           88 WS-SOURCE-ACH     value "A".
           88 WS-SOURCE-DIRECT  value "D".
       01 WS-ROW-SCHEDULED   pic 9(9)v99.
       01 WS-ROW-EXPECTED    pic 9(9)v99.
       01 WS-LOAN-SCHEDULED  pic 9(11)v99.
       01 WS-LOAN-EXPECTED   pic 9(11)v99.

       01 WS-TOTAL-LOANS     pic 9(5) value 0.
       01 WS-TOTAL-PRINCIPAL pic 9(11)v99 value 0.
       01 WS-TOTAL-INTEREST  pic 9(11)v99 value 0.
       01 WS-TOTAL-ESCROW    pic 9(11)v99 value 0.
       01 WS-TOTAL-EXPECTED  pic 9(11)v99 value 0.
       01 WS-TOTAL-PAYROLL   pic 9(11)v99 value 0.
       01 WS-TOTAL-ACH       pic 9(11)v99 value 0.
       01 WS-TOTAL-DIRECT    pic 9(11)v99 value 0.
       01 WS-FLAGGED-COUNT   pic 9(5) value 0.
       01 WS-LINE-SCHEDULED  pic 9(11)v99.

      * Flagged loans are written to the report as they are found
      * and listed again at the end from this table.
       01 WS-FLAG-TABLE.
           05 WS-FLAG-ENTRY occurs 200 times.
               10 WS-FG-LOAN     pic 9(8).
               10 WS-FG-PERIOD   pic 999.
               10 WS-FG-RATE     pic 9v9999.
               10 WS-FG-EXPECTED pic 9(11)v99.
       01 WS-FG-SUB          pic 999.

       01 ProjectionTitleLine.
           05               pic x(36) value
                                "24-month cash-flow projection from".
           05 PT-Month       pic 9(6).
       01 ProjectionHeader.
           05               pic x(8)  value "Month".
           05               pic x(17) value "        Principal".
           05               pic x(17) value "         Interest".
           05               pic x(17) value "           Escrow".
           05               pic x(17) value "        Scheduled".
           05               pic x(17) value "         Expected".
       01 ProjectionDetailLine.
           05 PD-Month       pic 9(6).
           05               pic x(2)  value spaces.
           05 PD-Principal   pic $$,$$$,$$$,$$9.99.
           05 PD-Interest    pic $$,$$$,$$$,$$9.99.
           05 PD-Escrow      pic $$,$$$,$$$,$$9.99.
           05 PD-Scheduled   pic $$,$$$,$$$,$$9.99.
           05 PD-Expected    pic $$,$$$,$$$,$$9.99.
       01 SourceLine.
           05 SL-Label       pic x(25).
           05 SL-Expected    pic $$,$$$,$$$,$$9.99.
       01 BucketLine.
           05               pic x(7)  value "Bucket ".
           05 BL-Bucket      pic x(7).
           05               pic x(2)  value spaces.
           05 BL-Count       pic zzzz9.
           05               pic x(8)  value " loans  ".
           05               pic x(8)  value "factor ".
           05 BL-Factor      pic 9.9999.
           05               pic x(2)  value spaces.
           05 BL-Scheduled   pic $$,$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 BL-Expected    pic $$,$$$,$$$,$$9.99.
       01 FlaggedLine.
           05               pic x(6)  value "Loan ".
           05 FL-Loan        pic 9(8).
           05               pic x(18) value "  resets at period".
           05 FL-Period      pic zz9.
           05               pic x(7)  value "  rate ".
           05 FL-Rate        pic 9.9999.
           05               pic x(24) value
                                "  projected at old rows".
           05 FL-Expected    pic $$,$$$,$$$,$$9.99.

      * CSV figures, unedited apart from zero suppression.
       01 CSV-Principal      pic z(10)9.99.
       01 CSV-Interest       pic z(10)9.99.
       01 CSV-Escrow         pic z(10)9.99.
       01 CSV-Scheduled      pic z(10)9.99.
       01 CSV-Expected       pic z(10)9.99.
       01 CSV-Payroll        pic z(10)9.99.
       01 CSV-Ach            pic z(10)9.99.
       01 CSV-Direct         pic z(10)9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           compute WS-BASE-MONTH = WS-TODAY-YEAR * 12
               + WS-TODAY-MONTH - 1
           perform varying WS-MT-SUB from 1 by 1 until WS-MT-SUB > 24
               compute WS-MONTH-WORK = WS-BASE-MONTH + WS-MT-SUB - 1
               divide WS-MONTH-WORK by 12
                   giving WS-DUE-YEAR remainder WS-MONTH-WORK
               compute WS-MT-YYYYMM(WS-MT-SUB) =
                   WS-DUE-YEAR * 100 + WS-MONTH-WORK + 1
               move 0 to WS-MT-PRINCIPAL(WS-MT-SUB)
               move 0 to WS-MT-INTEREST(WS-MT-SUB)
               move 0 to WS-MT-ESCROW(WS-MT-SUB)
               move 0 to WS-MT-EXPECTED(WS-MT-SUB)
               move 0 to WS-MT-PAYROLL(WS-MT-SUB)
               move 0 to WS-MT-ACH(WS-MT-SUB)
               move 0 to WS-MT-DIRECT(WS-MT-SUB)
           end-perform

           perform LoadCollectFactors
           if WS-FACTORS-BAD
               move 16 to return-code
               goback
           end-if
           perform LoadRateResets

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "CASHPROJ: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               move 16 to return-code
               goback
           end-if
           open input sched-master
           if WS-SM-STATUS not = "00"
               display "CASHPROJ: unable to open SCHED-MASTER.DAT ("
                   WS-SM-STATUS ") - no schedule rows to project."
               close loan-master
               move 16 to return-code
               goback
           end-if

           perform until WS-AT-MASTER-EOF
               read loan-master next record
                   at end
                       set WS-AT-MASTER-EOF to true
                   not at end
                       if LM-ACTIVE or LM-DELINQUENT
                           perform ProjectOneLoan
                       end-if
               end-read
           end-perform
           close loan-master
           close sched-master

           perform WriteProjectionReport
           perform WriteProjectionCsv
           display "CASHPROJ: " WS-TOTAL-LOANS " loan(s) projected, "
               WS-FLAGGED-COUNT " with rate resets pending."
           goback.

      *-----------------------------------------------------------------
      * The four bucket factors - ALLL.cbl's loss-rate load. A
      * bucket the table does not name, or no table, refuses the
      * run rather than projecting at a guessed probability.
       LoadCollectFactors.
           move "CURRENT" to WS-BK-NAME(1)
           move "30" to WS-BK-NAME(2)
           move "60" to WS-BK-NAME(3)
           move "90+" to WS-BK-NAME(4)
           perform varying WS-BK-SUB from 1 by 1 until WS-BK-SUB > 4
               move 0 to WS-BK-FACTOR(WS-BK-SUB)
               move "N" to WS-BK-FACTOR-SW(WS-BK-SUB)
               move 0 to WS-BK-COUNT(WS-BK-SUB)
               move 0 to WS-BK-SCHEDULED(WS-BK-SUB)
               move 0 to WS-BK-EXPECTED(WS-BK-SUB)
           end-perform

           open input collect-factors
           if WS-FACTORS-STATUS not = "00"
               display "CASHPROJ: unable to open COLLECT-FACTORS.DAT ("
                   WS-FACTORS-STATUS ") - nothing to haircut by."
               set WS-FACTORS-BAD to true
               exit paragraph
           end-if
           perform until WS-AT-FACTORS-EOF
               read collect-factors
                   at end
                       set WS-AT-FACTORS-EOF to true
                   not at end
                       perform varying WS-BK-SUB from 1 by 1
                               until WS-BK-SUB > 4
                           if CF-BUCKET = WS-BK-NAME(WS-BK-SUB)
                               move CF-FACTOR
                                   to WS-BK-FACTOR(WS-BK-SUB)
                               set WS-BK-FACTOR-FOUND(WS-BK-SUB)
                                   to true
                           end-if
                       end-perform
               end-read
           end-perform
           close collect-factors

           perform varying WS-BK-SUB from 1 by 1 until WS-BK-SUB > 4
               if not WS-BK-FACTOR-FOUND(WS-BK-SUB)
                   display "CASHPROJ: COLLECT-FACTORS.DAT has no "
                       "factor for bucket " WS-BK-NAME(WS-BK-SUB)
                       " - run refused."
                   set WS-FACTORS-BAD to true
               end-if
           end-perform.

      * Each loan's latest reset on file. No file means no ARM
      * resets to flag.
       LoadRateResets.
           open input rate-changes
           if WS-RTC-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-RTC-EOF
               read rate-changes
                   at end
                       set WS-AT-RTC-EOF to true
                   not at end
                       perform varying WS-ARM-SUB from 1 by 1
                               until WS-ARM-SUB > WS-ARM-COUNT
                               or WS-ARM-LOAN(WS-ARM-SUB)
                                   = RTC-LOAN-NUMBER
                           continue
                       end-perform
                       if WS-ARM-SUB > WS-ARM-COUNT
                               and WS-ARM-COUNT < 200
                           add 1 to WS-ARM-COUNT
                           move WS-ARM-COUNT to WS-ARM-SUB
                           move RTC-LOAN-NUMBER
                               to WS-ARM-LOAN(WS-ARM-SUB)
                           move 0 to WS-ARM-PERIOD(WS-ARM-SUB)
                       end-if
                       if WS-ARM-SUB <= WS-ARM-COUNT
                               and RTC-EFFECTIVE-PERIOD
                               > WS-ARM-PERIOD(WS-ARM-SUB)
                           move RTC-EFFECTIVE-PERIOD
                               to WS-ARM-PERIOD(WS-ARM-SUB)
                           move RTC-NEW-RATE
                               to WS-ARM-RATE(WS-ARM-SUB)
                       end-if
               end-read
           end-perform
           close rate-changes.

      *-----------------------------------------------------------------
      * One loan: its bucket and factor, its funding source, then
      * every unpaid row inside the 24 months.
       ProjectOneLoan.
           add 1 to WS-TOTAL-LOANS
           perform BucketThisLoan

           evaluate true
               when LM-AUTOPAY-ON
                   set WS-SOURCE-ACH to true
               when LM-BILL-PAYROLL
                   set WS-SOURCE-PAYROLL to true
               when other
                   set WS-SOURCE-DIRECT to true
           end-evaluate

           move "N" to WS-RESET-SW
           perform varying WS-ARM-SUB from 1 by 1
                   until WS-ARM-SUB > WS-ARM-COUNT
               if WS-ARM-LOAN(WS-ARM-SUB) = LM-LOAN-NUMBER
                       and WS-ARM-PERIOD(WS-ARM-SUB)
                           > LM-PAID-THRU-PERIOD
                   set WS-RESET-PENDING to true
                   move WS-ARM-PERIOD(WS-ARM-SUB) to WS-RESET-PERIOD
                   move WS-ARM-RATE(WS-ARM-SUB) to WS-RESET-RATE
               end-if
           end-perform

           move 0 to WS-LOAN-SCHEDULED
           move 0 to WS-LOAN-EXPECTED
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           compute SM-PERIOD = LM-PAID-THRU-PERIOD + 1
           move "N" to WS-ROWS-EOF
           start sched-master key is greater than or equal to SM-KEY
               invalid key
                   set WS-AT-ROWS-EOF to true
           end-start
           perform until WS-AT-ROWS-EOF
               read sched-master next record
                   at end
                       set WS-AT-ROWS-EOF to true
                   not at end
                       if SM-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-ROWS-EOF to true
                       else
                           perform ProjectOneRow
                       end-if
               end-read
           end-perform

           add 1 to WS-BK-COUNT(WS-BK-SUB)
           add WS-LOAN-SCHEDULED to WS-BK-SCHEDULED(WS-BK-SUB)
           add WS-LOAN-EXPECTED to WS-BK-EXPECTED(WS-BK-SUB)
           evaluate true
               when WS-SOURCE-PAYROLL
                   add WS-LOAN-EXPECTED to WS-TOTAL-PAYROLL
               when WS-SOURCE-ACH
                   add WS-LOAN-EXPECTED to WS-TOTAL-ACH
               when other
                   add WS-LOAN-EXPECTED to WS-TOTAL-DIRECT
           end-evaluate

           if WS-RESET-PENDING
               add 1 to WS-FLAGGED-COUNT
               if WS-FLAGGED-COUNT <= 200
                   move LM-LOAN-NUMBER to WS-FG-LOAN(WS-FLAGGED-COUNT)
                   move WS-RESET-PERIOD
                       to WS-FG-PERIOD(WS-FLAGGED-COUNT)
                   move WS-RESET-RATE to WS-FG-RATE(WS-FLAGGED-COUNT)
                   move WS-LOAN-EXPECTED
                       to WS-FG-EXPECTED(WS-FLAGGED-COUNT)
               end-if
           end-if.

      * A row due before this month is arrears, expected now; one
      * past the 24th month ends the loan's rows. A forbearance row
      * carries no payment - its interest is capitalized, not
      * collected - and brings in nothing.
       ProjectOneRow.
           if SM-PAYMENT = 0
               exit paragraph
           end-if
           move SM-DUE-DATE to WS-ROW-DUE
           compute WS-ROW-MONTH =
               WS-ROW-DUE-YEAR * 12 + WS-ROW-DUE-MONTH - 1
               - WS-BASE-MONTH + 1
           if WS-ROW-MONTH > 24
               set WS-AT-ROWS-EOF to true
               exit paragraph
           end-if
           if WS-ROW-MONTH < 1
               move 1 to WS-MT-SUB
           else
               move WS-ROW-MONTH to WS-MT-SUB
           end-if

           compute WS-ROW-SCHEDULED =
               SM-PRINCIPAL + SM-INTEREST + SM-ESCROW
           compute WS-ROW-EXPECTED rounded =
               WS-ROW-SCHEDULED * WS-BK-FACTOR(WS-BK-SUB)
           add SM-PRINCIPAL to WS-MT-PRINCIPAL(WS-MT-SUB)
           add SM-INTEREST to WS-MT-INTEREST(WS-MT-SUB)
           add SM-ESCROW to WS-MT-ESCROW(WS-MT-SUB)
           add WS-ROW-EXPECTED to WS-MT-EXPECTED(WS-MT-SUB)
           evaluate true
               when WS-SOURCE-PAYROLL
                   add WS-ROW-EXPECTED to WS-MT-PAYROLL(WS-MT-SUB)
               when WS-SOURCE-ACH
                   add WS-ROW-EXPECTED to WS-MT-ACH(WS-MT-SUB)
               when other
                   add WS-ROW-EXPECTED to WS-MT-DIRECT(WS-MT-SUB)
           end-evaluate
           add WS-ROW-SCHEDULED to WS-LOAN-SCHEDULED
           add WS-ROW-EXPECTED to WS-LOAN-EXPECTED.

      *-----------------------------------------------------------------
      * The loan's bucket, exactly as AGING.cbl buckets it.
       BucketThisLoan.
           if LM-ORIG-DATE = 0
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
      * AGING.cbl's ComputePeriodsDue, as of today.
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
       WriteProjectionReport.
           open output projection-report
           move WS-MT-YYYYMM(1) to PT-Month
           move ProjectionTitleLine to CP-Line
           write CP-Line
           move spaces to CP-Line
           write CP-Line
           move ProjectionHeader to CP-Line
           write CP-Line

           perform varying WS-MT-SUB from 1 by 1 until WS-MT-SUB > 24
               compute WS-LINE-SCHEDULED =
                   WS-MT-PRINCIPAL(WS-MT-SUB)
                   + WS-MT-INTEREST(WS-MT-SUB)
                   + WS-MT-ESCROW(WS-MT-SUB)
               move WS-MT-YYYYMM(WS-MT-SUB) to PD-Month
               move WS-MT-PRINCIPAL(WS-MT-SUB) to PD-Principal
               move WS-MT-INTEREST(WS-MT-SUB) to PD-Interest
               move WS-MT-ESCROW(WS-MT-SUB) to PD-Escrow
               move WS-LINE-SCHEDULED to PD-Scheduled
               move WS-MT-EXPECTED(WS-MT-SUB) to PD-Expected
               move ProjectionDetailLine to CP-Line
               write CP-Line
               add WS-MT-PRINCIPAL(WS-MT-SUB) to WS-TOTAL-PRINCIPAL
               add WS-MT-INTEREST(WS-MT-SUB) to WS-TOTAL-INTEREST
               add WS-MT-ESCROW(WS-MT-SUB) to WS-TOTAL-ESCROW
               add WS-MT-EXPECTED(WS-MT-SUB) to WS-TOTAL-EXPECTED
           end-perform

           compute WS-LINE-SCHEDULED = WS-TOTAL-PRINCIPAL
               + WS-TOTAL-INTEREST + WS-TOTAL-ESCROW
           move spaces to ProjectionDetailLine
           move "Total" to ProjectionDetailLine(1:6)
           move WS-TOTAL-PRINCIPAL to PD-Principal
           move WS-TOTAL-INTEREST to PD-Interest
           move WS-TOTAL-ESCROW to PD-Escrow
           move WS-LINE-SCHEDULED to PD-Scheduled
           move WS-TOTAL-EXPECTED to PD-Expected
           move spaces to CP-Line
           write CP-Line
           move ProjectionDetailLine to CP-Line
           write CP-Line

           move spaces to CP-Line
           write CP-Line
           move "Expected by funding source" to CP-Line
           write CP-Line
           move "  Payroll deduction" to SL-Label
           move WS-TOTAL-PAYROLL to SL-Expected
           move SourceLine to CP-Line
           write CP-Line
           move "  ACH autopay" to SL-Label
           move WS-TOTAL-ACH to SL-Expected
           move SourceLine to CP-Line
           write CP-Line
           move "  Direct bill" to SL-Label
           move WS-TOTAL-DIRECT to SL-Expected
           move SourceLine to CP-Line
           write CP-Line

           move spaces to CP-Line
           write CP-Line
           move "Collection probability by aging bucket" to CP-Line
           write CP-Line
           perform varying WS-BK-SUB from 1 by 1 until WS-BK-SUB > 4
               move WS-BK-NAME(WS-BK-SUB) to BL-Bucket
               move WS-BK-COUNT(WS-BK-SUB) to BL-Count
               move WS-BK-FACTOR(WS-BK-SUB) to BL-Factor
               move WS-BK-SCHEDULED(WS-BK-SUB) to BL-Scheduled
               move WS-BK-EXPECTED(WS-BK-SUB) to BL-Expected
               move BucketLine to CP-Line
               write CP-Line
           end-perform

           if WS-FLAGGED-COUNT > 0
               move spaces to CP-Line
               write CP-Line
               move "Loans with rate resets pending" to CP-Line
               write CP-Line
               perform varying WS-FG-SUB from 1 by 1
                       until WS-FG-SUB > WS-FLAGGED-COUNT
                       or WS-FG-SUB > 200
                   move WS-FG-LOAN(WS-FG-SUB) to FL-Loan
                   move WS-FG-PERIOD(WS-FG-SUB) to FL-Period
                   move WS-FG-RATE(WS-FG-SUB) to FL-Rate
                   move WS-FG-EXPECTED(WS-FG-SUB) to FL-Expected
                   move FlaggedLine to CP-Line
                   write CP-Line
               end-perform
           end-if
           close projection-report.

       WriteProjectionCsv.
           open output projection-csv
           move spaces to CC-Line
           string "Month,Principal,Interest,Escrow,Scheduled,"
                   delimited by size
               "Expected,Payroll,ACH,DirectBill"
                   delimited by size
               into CC-Line
           end-string
           write CC-Line
           perform varying WS-MT-SUB from 1 by 1 until WS-MT-SUB > 24
               compute WS-LINE-SCHEDULED =
                   WS-MT-PRINCIPAL(WS-MT-SUB)
                   + WS-MT-INTEREST(WS-MT-SUB)
                   + WS-MT-ESCROW(WS-MT-SUB)
               move WS-MT-PRINCIPAL(WS-MT-SUB) to CSV-Principal
               move WS-MT-INTEREST(WS-MT-SUB) to CSV-Interest
               move WS-MT-ESCROW(WS-MT-SUB) to CSV-Escrow
               move WS-LINE-SCHEDULED to CSV-Scheduled
               move WS-MT-EXPECTED(WS-MT-SUB) to CSV-Expected
               move WS-MT-PAYROLL(WS-MT-SUB) to CSV-Payroll
               move WS-MT-ACH(WS-MT-SUB) to CSV-Ach
               move WS-MT-DIRECT(WS-MT-SUB) to CSV-Direct
               move spaces to CC-Line
               string
                   WS-MT-YYYYMM(WS-MT-SUB)      delimited by size
                   ","                          delimited by size
                   function trim(CSV-Principal) delimited by size
                   ","                          delimited by size
                   function trim(CSV-Interest)  delimited by size
                   ","                          delimited by size
                   function trim(CSV-Escrow)    delimited by size
                   ","                          delimited by size
                   function trim(CSV-Scheduled) delimited by size
                   ","                          delimited by size
                   function trim(CSV-Expected)  delimited by size
                   ","                          delimited by size
                   function trim(CSV-Payroll)   delimited by size
                   ","                          delimited by size
                   function trim(CSV-Ach)       delimited by size
                   ","                          delimited by size
                   function trim(CSV-Direct)    delimited by size
                   into CC-Line
               end-string
               write CC-Line
           end-perform
           close projection-csv.
      *-----------------------------------------------------------------
