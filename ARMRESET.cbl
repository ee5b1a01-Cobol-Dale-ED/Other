      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ARMRESET.
      *-----------------------------------------------------------------
      * ARM rate-reset pricing run. Resets on RATE-CHANGES.DAT used
      * to be worked out by hand from the index and keyed through
      * RATEMNT.cbl, and one went over its loan's lifetime cap with
      * nobody noticing. This run prices them from the terms keyed
      * for each ARM loan (ARM-TERMS.DAT, arm-terms-record.cpy) and
      * the published index values (INDEX-VALUES.DAT):
      *   - every reset period on the loan's cycle (the first
      *     reset, then every AT-RESET-PERIODS) past its paid-thru
      *     period and falling due within ARM_RESET_DAYS days
      *     (environment, default 120 - ahead of ARMNOTIF.cbl's
      *     notice window) is considered
      *   - a reset already on RATE-CHANGES.DAT is left as filed
      *   - one whose lookback date (due date less the terms'
      *     lookback days) has not arrived yet is listed as waiting
      *     - its index value is not fixed until then
      *   - otherwise the rate is the index value in effect on the
      *     lookback date plus the margin, rounded to the terms'
      *     step, then limited by the change cap against the rate
      *     being left, the lifetime ceiling and the floor
      * Each priced reset is inserted in RATE-CHANGES.DAT in the
      * loan-then-period order the loaders expect (the file is
      * rewritten whole, as RATEMNT does), its working is appended
      * to ARM-RESETS.DAT for the notice, and it is audited.
      *
      * ARMRESET.RPT lists every reset considered with the index
      * value, margin, uncapped rate and the cap that applied. A
      * reset that cannot be priced - no index value on or before
      * the lookback date, a value older than ARM_INDEX_STALE_DAYS
      * (default 35) before it, incomplete terms, a full rate-change
      * file - is HELD on the report and the run ends with return
      * code 4.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select rate-changes
           assign to 'RATE-CHANGES.DAT'
           organization is line sequential
           file status is WS-RTC-STATUS.
       select arm-terms
           assign to 'ARM-TERMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is AT-LOAN-NUMBER
           file status is WS-TERMS-STATUS.
       select index-values
           assign to 'INDEX-VALUES.DAT'
           organization is indexed
           access mode is dynamic
           record key is IV-KEY
           file status is WS-INDEX-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select arm-resets
           assign to 'ARM-RESETS.DAT'
           organization is line sequential
           file status is WS-ARM-RESETS-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select reset-report
           assign to 'ARMRESET.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd rate-changes
           data record is RTC-RECORD.
       01 RTC-RECORD.
           05 RTC-LOAN-NUMBER       pic 9(8).
           05 RTC-EFFECTIVE-PERIOD  pic 999.
           05 RTC-NEW-RATE          pic 9v9999.

       fd arm-terms
           data record is ARM-TERMS-RECORD.
           COPY "arm-terms-record.cpy".

       fd index-values
           data record is INDEX-VALUE-RECORD.
           COPY "index-value-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd arm-resets
           data record is ARM-RESET-RECORD.
           COPY "arm-reset-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       fd reset-report
           data record is RR-Line.
       01 RR-Line                  pic x(110).

       WORKING-STORAGE SECTION.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * Business-day calendar (BUSDAY.cbl) - a reset is due on the
      * same rolled date the schedule and ARMNOTIF.cbl give it.
           COPY "busday-area.cpy".

       01 WS-RTC-STATUS      pic x(2).
       01 WS-TERMS-STATUS    pic x(2).
       01 WS-INDEX-STATUS    pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-ARM-RESETS-STATUS pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-RTC-EOF         pic x(1) value "N".
           88 WS-AT-RTC-EOF   value "Y".
       01 WS-TERMS-EOF       pic x(1) value "N".
           88 WS-AT-TERMS-EOF value "Y".
       01 WS-INDEX-OPEN-SW   pic x(1) value "N".
           88 WS-INDEX-OPEN   value "Y".
       01 WS-PAST-WINDOW-SW  pic x(1).
           88 WS-PAST-WINDOW  value "Y".
       01 WS-INDEX-FOUND-SW  pic x(1).
           88 WS-INDEX-FOUND  value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-DAYS-TEXT       pic x(3).
       01 WS-RESET-DAYS      pic 9(3) value 120.
       01 WS-STALE-DAYS      pic 9(3) value 35.
       01 WS-WINDOW-END      pic 9(8).
       01 WS-DAY-NUMBER      pic s9(7).

      * The ARM resets in storage, kept in loan then period order -
      * RATEMNT.cbl's table and 200-reset bound.
       01 WS-RESET-COUNT     pic 999 value 0.
       01 WS-RESET-SUB       pic 999.
       01 WS-SHIFT-SUB       pic 999.
       01 WS-INSERT-AT       pic 999.
       01 WS-RESET-TABLE.
           05 WS-RESET occurs 200 times.
               10 WS-RC-LOAN    pic 9(8).
               10 WS-RC-PERIOD  pic 999.
               10 WS-RC-RATE    pic 9v9999.

      * Due-date arithmetic, ARMNOTIF.cbl's month-end-clamp
      * machinery.
       01 WS-ORIG-SPLIT.
           05 WS-ORIG-YEAR   pic 9(4).
           05 WS-ORIG-MONTH  pic 9(2).
           05 WS-ORIG-DAY    pic 9(2).
       01 WS-DUE-DATE        pic 9(8).
       01 WS-DUE-SPLIT redefines WS-DUE-DATE.
           05 WS-DUE-YEAR    pic 9(4).
           05 WS-DUE-MONTH   pic 9(2).
           05 WS-DUE-DAY     pic 9(2).
       01 WS-MONTH-WORK      pic s9(6).
       01 WS-MONTH-DAYS      pic 99.
       01 WS-LEAP-WORK       pic 9(4).
       01 WS-LEAP-REM        pic 9(4).
       01 WS-ADVANCE-PERIOD  pic 9(4).

      * The reset being priced.
       01 WS-RESET-PERIOD    pic 9(4).
       01 WS-ON-FILE-SUB     pic 999.
       01 WS-LOOKBACK-DATE   pic 9(8).
       01 WS-LOOKBACK-DAYS   pic 9(3).
       01 WS-ROUND-TO        pic 9v9999.
       01 WS-STEPS           pic 9(5).
       01 WS-RAW-RATE        pic 9v9999.
       01 WS-UNCAPPED-RATE   pic 9v9999.
       01 WS-PRIOR-RATE      pic 9v9999.
       01 WS-NEW-RATE        pic 9v9999.
       01 WS-CHANGE-CAP      pic 9v9999.
       01 WS-CAP-NAME        pic x(8).
       01 WS-RATE-LIMIT      pic s9v9999.
       01 WS-CAP-APPLIED     pic x(8).

       01 WS-RUN-PRICED      pic 9(5) value 0.
       01 WS-RUN-CAPPED      pic 9(5) value 0.
       01 WS-RUN-ON-FILE     pic 9(5) value 0.
       01 WS-RUN-WAITING     pic 9(5) value 0.
       01 WS-RUN-HELD        pic 9(5) value 0.
       01 WS-RATE-EDITED     pic 9.9999.

       01 ReportHeader1.
           05               pic x(40) value
               "ARM rate-reset pricing run".
           05               pic x(10) value "Run date: ".
           05 RH-RunDate     pic 9(8).
       01 ReportHeader2.
           05               pic x(10) value "Loan".
           05               pic x(6)  value "Per".
           05               pic x(10) value "Due".
           05               pic x(10) value "Index".
           05               pic x(10) value "Idx Date".
           05               pic x(8)  value " Idx".
           05               pic x(8)  value " Margin".
           05               pic x(8)  value " Uncap".
           05               pic x(8)  value " Prior".
           05               pic x(8)  value " New".
           05               pic x(24) value "Cap / Note".
       01 ReportDetailLine.
           05 RD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 RD-Period      pic z(3)9.
           05               pic x(2)  value spaces.
           05 RD-DueDate     pic 9(8).
           05               pic x(2)  value spaces.
           05 RD-Index       pic x(8).
           05               pic x(2)  value spaces.
           05 RD-IndexDate   pic 9(8).
           05               pic x(2)  value spaces.
           05 RD-IndexRate   pic 9.9999.
           05               pic x(2)  value spaces.
           05 RD-Margin      pic 9.9999.
           05               pic x(2)  value spaces.
           05 RD-Uncapped    pic 9.9999.
           05               pic x(2)  value spaces.
           05 RD-Prior       pic 9.9999.
           05               pic x(2)  value spaces.
           05 RD-New         pic 9.9999.
           05               pic x(2)  value spaces.
           05 RD-Note        pic x(24).
       01 ReportFooterLine.
           05               pic x(8)  value "Priced: ".
           05 RF-Priced      pic z(4)9.
           05               pic x(10) value "  Capped: ".
           05 RF-Capped      pic z(4)9.
           05               pic x(11) value "  On file: ".
           05 RF-OnFile      pic z(4)9.
           05               pic x(11) value "  Waiting: ".
           05 RF-Waiting     pic z(4)9.
           05               pic x(8)  value "  Held: ".
           05 RF-Held        pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           accept WS-DAYS-TEXT from environment "ARM_RESET_DAYS"
           if WS-DAYS-TEXT not = spaces
               move WS-DAYS-TEXT to WS-RESET-DAYS
           end-if
           move spaces to WS-DAYS-TEXT
           accept WS-DAYS-TEXT from environment "ARM_INDEX_STALE_DAYS"
           if WS-DAYS-TEXT not = spaces
               move WS-DAYS-TEXT to WS-STALE-DAYS
           end-if
           compute WS-DAY-NUMBER =
               function integer-of-date(WS-TODAY) + WS-RESET-DAYS
           move function date-of-integer(WS-DAY-NUMBER)
               to WS-WINDOW-END

           open input arm-terms
           if WS-TERMS-STATUS not = "00"
               display "ARMRESET: no ARM terms on file - no resets "
                   "to price."
               goback
           end-if
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "ARMRESET: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               close arm-terms
               move 16 to return-code
               goback
           end-if
      *    No index file yet just means every reset due for pricing
      *    is held for want of a value.
           open input index-values
           if WS-INDEX-STATUS = "00"
               set WS-INDEX-OPEN to true
           end-if

           perform LoadResets
           open output reset-report
           move WS-TODAY to RH-RunDate
           move ReportHeader1 to RR-Line
           write RR-Line
           move spaces to RR-Line
           write RR-Line
           move ReportHeader2 to RR-Line
           write RR-Line

           perform until WS-AT-TERMS-EOF
               read arm-terms next record
                   at end
                       set WS-AT-TERMS-EOF to true
                   not at end
                       perform PriceLoanResets
               end-read
           end-perform

           if WS-RUN-PRICED > 0
               perform RewriteResets
           end-if

           move WS-RUN-PRICED to RF-Priced
           move WS-RUN-CAPPED to RF-Capped
           move WS-RUN-ON-FILE to RF-OnFile
           move WS-RUN-WAITING to RF-Waiting
           move WS-RUN-HELD to RF-Held
           move spaces to RR-Line
           write RR-Line
           move ReportFooterLine to RR-Line
           write RR-Line

           close arm-terms
           close loan-master
           if WS-INDEX-OPEN
               close index-values
           end-if
           close reset-report
           display "ARMRESET: " WS-RUN-PRICED " reset(s) priced ("
               WS-RUN-CAPPED " capped), " WS-RUN-ON-FILE
               " already on file, " WS-RUN-WAITING " waiting, "
               WS-RUN-HELD " held."
           if WS-RUN-HELD > 0
               move 4 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
      * One ARM loan: walk its reset cycle from the first reset to
      * the end of the term, stopping at the first reset due past
      * the window.
       PriceLoanResets.
           move AT-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   move spaces to ReportDetailLine
                   move AT-LOAN-NUMBER to RD-Loan
                   move "HELD - NOT ON MASTER" to RD-Note
                   perform WriteHeldLine
                   exit paragraph
           end-read
           if not LM-ACTIVE and not LM-DELINQUENT
               exit paragraph
           end-if
           if LM-ORIG-DATE = 0
               exit paragraph
           end-if
           if AT-INITIAL-CAP = 0 or AT-PERIODIC-CAP = 0
               or AT-LIFETIME-CAP = 0 or AT-FIRST-RESET = 0
               or AT-RESET-PERIODS = 0
               move spaces to ReportDetailLine
               move AT-LOAN-NUMBER to RD-Loan
               move "HELD - TERMS INCOMPLETE" to RD-Note
               perform WriteHeldLine
               exit paragraph
           end-if

           move LM-ORIG-DATE(1:4) to WS-ORIG-YEAR
           move LM-ORIG-DATE(5:2) to WS-ORIG-MONTH
           move LM-ORIG-DATE(7:2) to WS-ORIG-DAY
           move AT-ROUND-TO to WS-ROUND-TO
           if WS-ROUND-TO = 0
               move 0.0025 to WS-ROUND-TO
           end-if
           move AT-LOOKBACK-DAYS to WS-LOOKBACK-DAYS
           if WS-LOOKBACK-DAYS = 0
               move 45 to WS-LOOKBACK-DAYS
           end-if

           move "N" to WS-PAST-WINDOW-SW
           move AT-FIRST-RESET to WS-RESET-PERIOD
           perform until WS-RESET-PERIOD > LM-TERM-MONTHS
                   or WS-PAST-WINDOW
               perform ConsiderResetPeriod
               add AT-RESET-PERIODS to WS-RESET-PERIOD
           end-perform.

      *-----------------------------------------------------------------
       ConsiderResetPeriod.
           if WS-RESET-PERIOD not > LM-PAID-THRU-PERIOD
               exit paragraph
           end-if
           move WS-RESET-PERIOD to WS-ADVANCE-PERIOD
           perform ComputeDueDate
           move WS-DUE-DATE to BD-DATE-IN
           call "BUSDAY" using BUSDAY-AREA
           if BD-OK
               move BD-DATE-OUT to WS-DUE-DATE
           end-if
           if WS-DUE-DATE > WS-WINDOW-END
               set WS-PAST-WINDOW to true
               exit paragraph
           end-if

           move spaces to ReportDetailLine
           move LM-LOAN-NUMBER to RD-Loan
           move WS-RESET-PERIOD to RD-Period
           move WS-DUE-DATE to RD-DueDate
           move AT-INDEX-NAME to RD-Index
           move AT-MARGIN to RD-Margin

           perform FindResetOnFile
           if WS-ON-FILE-SUB > 0
               move WS-RC-RATE(WS-ON-FILE-SUB) to RD-New
               move "ON FILE" to RD-Note
               add 1 to WS-RUN-ON-FILE
               perform WriteDetailLine
               exit paragraph
           end-if

           compute WS-DAY-NUMBER =
               function integer-of-date(WS-DUE-DATE)
               - WS-LOOKBACK-DAYS
           move function date-of-integer(WS-DAY-NUMBER)
               to WS-LOOKBACK-DATE
           if WS-LOOKBACK-DATE > WS-TODAY
               move WS-LOOKBACK-DATE to RD-IndexDate
               move "WAITING FOR INDEX DATE" to RD-Note
               add 1 to WS-RUN-WAITING
               perform WriteDetailLine
               exit paragraph
           end-if

           perform FindIndexValue
           if not WS-INDEX-FOUND
               move WS-LOOKBACK-DATE to RD-IndexDate
               move "HELD - NO INDEX VALUE" to RD-Note
               perform WriteHeldLine
               exit paragraph
           end-if
           move IV-EFFECTIVE-DATE to RD-IndexDate
           move IV-RATE to RD-IndexRate
           compute WS-DAY-NUMBER =
               function integer-of-date(WS-LOOKBACK-DATE)
               - function integer-of-date(IV-EFFECTIVE-DATE)
           if WS-DAY-NUMBER > WS-STALE-DAYS
               move "HELD - INDEX VALUE STALE" to RD-Note
               perform WriteHeldLine
               exit paragraph
           end-if

           if WS-RESET-COUNT >= 200
               move "HELD - RATE FILE FULL" to RD-Note
               perform WriteHeldLine
               exit paragraph
           end-if

           perform ComputeResetRate
           move WS-UNCAPPED-RATE to RD-Uncapped
           move WS-PRIOR-RATE to RD-Prior
           move WS-NEW-RATE to RD-New
           move WS-CAP-APPLIED to RD-Note
           add 1 to WS-RUN-PRICED
           if WS-CAP-APPLIED not = spaces
               add 1 to WS-RUN-CAPPED
           end-if
           perform WriteDetailLine

           perform InsertReset
           perform LogResetWorking
           perform WriteResetAuditEntry.

      *-----------------------------------------------------------------
      * Index plus margin, rounded to the nearest step, then the
      * limits in order: the change cap either way from the rate
      * being left (the rate the loan's latest earlier reset set,
      * or its note rate), the lifetime ceiling over the note rate,
      * and the floor. The last limit to move the rate is the one
      * reported.
       ComputeResetRate.
           compute WS-RAW-RATE = IV-RATE + AT-MARGIN
           compute WS-STEPS rounded = WS-RAW-RATE / WS-ROUND-TO
           compute WS-UNCAPPED-RATE = WS-STEPS * WS-ROUND-TO
           move WS-UNCAPPED-RATE to WS-NEW-RATE
           move spaces to WS-CAP-APPLIED

           move LM-ANNUAL-RATE to WS-PRIOR-RATE
           perform varying WS-RESET-SUB from 1 by 1
                   until WS-RESET-SUB > WS-RESET-COUNT
               if WS-RC-LOAN(WS-RESET-SUB) = LM-LOAN-NUMBER
                   and WS-RC-PERIOD(WS-RESET-SUB) < WS-RESET-PERIOD
                   move WS-RC-RATE(WS-RESET-SUB) to WS-PRIOR-RATE
               end-if
           end-perform

           if WS-RESET-PERIOD = AT-FIRST-RESET
               move AT-INITIAL-CAP to WS-CHANGE-CAP
               move "INITIAL" to WS-CAP-NAME
           else
               move AT-PERIODIC-CAP to WS-CHANGE-CAP
               move "PERIODIC" to WS-CAP-NAME
           end-if
           compute WS-RATE-LIMIT = WS-PRIOR-RATE + WS-CHANGE-CAP
           if WS-NEW-RATE > WS-RATE-LIMIT
               move WS-RATE-LIMIT to WS-NEW-RATE
               move WS-CAP-NAME to WS-CAP-APPLIED
           end-if
           compute WS-RATE-LIMIT = WS-PRIOR-RATE - WS-CHANGE-CAP
           if WS-RATE-LIMIT > 0 and WS-NEW-RATE < WS-RATE-LIMIT
               move WS-RATE-LIMIT to WS-NEW-RATE
               move WS-CAP-NAME to WS-CAP-APPLIED
           end-if

           compute WS-RATE-LIMIT = LM-ANNUAL-RATE + AT-LIFETIME-CAP
           if WS-NEW-RATE > WS-RATE-LIMIT
               move WS-RATE-LIMIT to WS-NEW-RATE
               move "LIFETIME" to WS-CAP-APPLIED
           end-if

           if WS-NEW-RATE < AT-FLOOR
               move AT-FLOOR to WS-NEW-RATE
               move "FLOOR" to WS-CAP-APPLIED
           end-if.

      *-----------------------------------------------------------------
      * The index value in effect on the lookback date - the latest
      * one posted for the index with an effective date on or
      * before it.
       FindIndexValue.
           move "N" to WS-INDEX-FOUND-SW
           if not WS-INDEX-OPEN
               exit paragraph
           end-if
           move AT-INDEX-NAME to IV-INDEX-NAME
           move WS-LOOKBACK-DATE to IV-EFFECTIVE-DATE
           start index-values key is less than or equal to IV-KEY
               invalid key
                   exit paragraph
           end-start
           read index-values previous record
               at end
                   exit paragraph
           end-read
           if IV-INDEX-NAME = AT-INDEX-NAME
               set WS-INDEX-FOUND to true
           end-if.

       FindResetOnFile.
           move 0 to WS-ON-FILE-SUB
           perform varying WS-RESET-SUB from 1 by 1
                   until WS-RESET-SUB > WS-RESET-COUNT
                   or WS-ON-FILE-SUB > 0
               if WS-RC-LOAN(WS-RESET-SUB) = LM-LOAN-NUMBER
                   and WS-RC-PERIOD(WS-RESET-SUB) = WS-RESET-PERIOD
                   move WS-RESET-SUB to WS-ON-FILE-SUB
               end-if
           end-perform.

      * RATEMNT.cbl's ordered insert - a later reset on the same
      * loan in this run then prices off this one.
       InsertReset.
           move 0 to WS-INSERT-AT
           perform varying WS-RESET-SUB from 1 by 1
                   until WS-RESET-SUB > WS-RESET-COUNT
                   or WS-INSERT-AT > 0
               if WS-RC-LOAN(WS-RESET-SUB) > LM-LOAN-NUMBER
                   or (WS-RC-LOAN(WS-RESET-SUB) = LM-LOAN-NUMBER
                       and WS-RC-PERIOD(WS-RESET-SUB)
                           > WS-RESET-PERIOD)
                   move WS-RESET-SUB to WS-INSERT-AT
               end-if
           end-perform
           if WS-INSERT-AT = 0
               compute WS-INSERT-AT = WS-RESET-COUNT + 1
           end-if
           perform varying WS-SHIFT-SUB from WS-RESET-COUNT by -1
                   until WS-SHIFT-SUB < WS-INSERT-AT
               move WS-RESET(WS-SHIFT-SUB)
                   to WS-RESET(WS-SHIFT-SUB + 1)
           end-perform
           add 1 to WS-RESET-COUNT
           move LM-LOAN-NUMBER to WS-RC-LOAN(WS-INSERT-AT)
           move WS-RESET-PERIOD to WS-RC-PERIOD(WS-INSERT-AT)
           move WS-NEW-RATE to WS-RC-RATE(WS-INSERT-AT).

      * The working behind the rate, for the borrower's notice.
       LogResetWorking.
           open extend arm-resets
           if WS-ARM-RESETS-STATUS = "35"
               open output arm-resets
           end-if
           if WS-ARM-RESETS-STATUS not = "00"
               display "ARMRESET: unable to open ARM-RESETS.DAT ("
                   WS-ARM-RESETS-STATUS ") - working not kept for "
                   "loan " LM-LOAN-NUMBER
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to AR-LOAN-NUMBER
           move WS-RESET-PERIOD to AR-EFFECTIVE-PERIOD
           move WS-TODAY to AR-RUN-DATE
           move AT-INDEX-NAME to AR-INDEX-NAME
           move IV-EFFECTIVE-DATE to AR-INDEX-DATE
           move IV-RATE to AR-INDEX-RATE
           move AT-MARGIN to AR-MARGIN
           move WS-UNCAPPED-RATE to AR-UNCAPPED-RATE
           move WS-PRIOR-RATE to AR-PRIOR-RATE
           move WS-NEW-RATE to AR-NEW-RATE
           move WS-CAP-APPLIED to AR-CAP-APPLIED
           write ARM-RESET-RECORD
           close arm-resets.

       WriteDetailLine.
           move ReportDetailLine to RR-Line
           write RR-Line.

       WriteHeldLine.
           add 1 to WS-RUN-HELD
           perform WriteDetailLine.

      *-----------------------------------------------------------------
       LoadResets.
           move 0 to WS-RESET-COUNT
           open input rate-changes
           if WS-RTC-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-RTC-EOF or WS-RESET-COUNT = 200
               read rate-changes
                   at end
                       set WS-AT-RTC-EOF to true
                   not at end
                       add 1 to WS-RESET-COUNT
                       move RTC-LOAN-NUMBER
                           to WS-RC-LOAN(WS-RESET-COUNT)
                       move RTC-EFFECTIVE-PERIOD
                           to WS-RC-PERIOD(WS-RESET-COUNT)
                       move RTC-NEW-RATE
                           to WS-RC-RATE(WS-RESET-COUNT)
               end-read
           end-perform
           close rate-changes.

       RewriteResets.
           open output rate-changes
           perform varying WS-RESET-SUB from 1 by 1
                   until WS-RESET-SUB > WS-RESET-COUNT
               move WS-RC-LOAN(WS-RESET-SUB) to RTC-LOAN-NUMBER
               move WS-RC-PERIOD(WS-RESET-SUB)
                   to RTC-EFFECTIVE-PERIOD
               move WS-RC-RATE(WS-RESET-SUB) to RTC-NEW-RATE
               write RTC-RECORD
           end-perform
           close rate-changes.

      *-----------------------------------------------------------------
      * Same AUDIT.LOG layout and open-extend/status-35 fallback as
      * RATEMNT.cbl's reset entries.
       WriteResetAuditEntry.
           move 0 to WS-AUDIT-EMP-ID
           move "RTCH-AUTO" to WS-AUDIT-ACTION
           move WS-NEW-RATE to WS-RATE-EDITED
           move spaces to WS-AUDIT-DETAIL
           string "loan " LM-LOAN-NUMBER " prd " WS-RESET-PERIOD(2:3)
               " " WS-RATE-EDITED
               delimited by size into WS-AUDIT-DETAIL
           end-string
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.

      *-----------------------------------------------------------------
      * Due date of scheduled period WS-ADVANCE-PERIOD - AGING.cbl's
      * frequency-step advance with month-end clamping.
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
