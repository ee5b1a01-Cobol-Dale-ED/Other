      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. STRATRPT.
      *-----------------------------------------------------------------
      * Portfolio stratification. Every quarter management asks what
      * the book looks like, and TRIALBAL.RPT's one total was all we
      * had. This run reads every still-owing loan on LOAN-MASTER.DAT
      * and prices it off SCHED-MASTER.DAT the way TRIALBAL.cbl does
      * (the paid-through row's ending balance, row 1's starting
      * balance before the first payment), takes its remaining term
      * as the months from today to its last scheduled due date,
      * and stratifies the portfolio by:
      *   - note rate band
      *   - remaining-term band
      *   - current balance band
      *   - payment frequency (monthly, biweekly, quarterly)
      *   - fixed versus ARM - a loan is ARM when it has terms on
      *     ARM-TERMS.DAT, RATE-CHANGES.DAT carries a reset for it,
      *     or its schedule has a reset row
      *   - status (active, delinquent)
      * Each stratum shows loan count, current balance, percent of
      * the portfolio, weighted-average coupon (weighted by
      * balance), weighted-average remaining maturity in months and
      * average loan size; the same figures close the report for the
      * whole portfolio. STRAT.RPT is the printed report and
      * STRAT.CSV the same lines for the board deck. A loan with no
      * schedule on file prices from its master principal and
      * original maturity, and is counted on the report. More loans
      * on RATE-CHANGES.DAT than the reset table holds refuses the
      * run (return code 16) rather than report ARM loans as fixed.
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
       select rate-changes
           assign to 'RATE-CHANGES.DAT'
           organization is line sequential
           file status is WS-RTC-STATUS.
      * Adjustable-rate terms (RATEMNT.cbl) - an ARM loan whose first
      * reset is still ahead has no reset anywhere else yet.
       select arm-terms
           assign to 'ARM-TERMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is AT-LOAN-NUMBER
           file status is WS-TERMS-STATUS.
       select strat-report
           assign to 'STRAT.RPT'
           organization is line sequential.
       select strat-csv
           assign to 'STRAT.CSV'
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

       fd rate-changes
           data record is RTC-RECORD.
       01 RTC-RECORD.
           05 RTC-LOAN-NUMBER       pic 9(8).
           05 RTC-EFFECTIVE-PERIOD  pic 999.
           05 RTC-NEW-RATE          pic 9v9999.

       fd arm-terms
           data record is ARM-TERMS-RECORD.
           COPY "arm-terms-record.cpy".

       fd strat-report
           data record is SR-Line.
       01 SR-Line                  pic x(110).

       fd strat-csv
           data record is SC-Line.
       01 SC-Line                  pic x(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-RTC-STATUS      pic x(2).
       01 WS-TERMS-STATUS    pic x(2).
       01 WS-TERMS-AVAILABLE-SW pic x(1) value "N".
           88 WS-TERMS-AVAILABLE value "Y".
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-RTC-EOF         pic x(1) value "N".
           88 WS-AT-RTC-EOF   value "Y".
       01 WS-ROWS-EOF        pic x(1).
           88 WS-AT-ROWS-EOF  value "Y".
       01 WS-ROW-FOUND-SW    pic x(1).
           88 WS-ROW-FOUND    value "Y".
       01 WS-ARM-SW          pic x(1).
           88 WS-LOAN-IS-ARM  value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-TODAY-SPLIT redefines WS-TODAY.
           05 WS-TODAY-YEAR  pic 9(4).
           05 WS-TODAY-MONTH pic 9(2).
           05 WS-TODAY-DAY   pic 9(2).
       01 WS-MATURITY        pic 9(8).
       01 WS-MATURITY-SPLIT redefines WS-MATURITY.
           05 WS-MAT-YEAR    pic 9(4).
           05 WS-MAT-MONTH   pic 9(2).
           05 WS-MAT-DAY     pic 9(2).
       01 WS-ORIG-DATE       pic 9(8).
       01 WS-ORIG-SPLIT redefines WS-ORIG-DATE.
           05 WS-ORIG-YEAR   pic 9(4).
           05 WS-ORIG-MONTH  pic 9(2).
           05 WS-ORIG-DAY    pic 9(2).
       01 WS-MONTH-COUNT     pic s9(7).

      * Loans RATE-CHANGES.DAT carries resets for - the same
      * 200-reset bound RATEMNT.cbl keeps.
       01 WS-ARM-COUNT       pic 999 value 0.
       01 WS-ARM-SUB         pic 999.
       01 WS-ARM-OVERFLOW-SW pic x(1) value "N".
           88 WS-ARM-OVERFLOW value "Y".
       01 WS-ARM-TABLE.
           05 WS-ARM-LOAN occurs 200 times pic 9(8).

      * One loan.
       01 WS-LOAN-BALANCE    pic 9(9)v99.
       01 WS-REMAINING       pic 9(4).

      * Strata: six dimensions, each a run of entries in the label
      * and accumulator tables below.
       01 WS-STRATUM-LABELS.
           05               pic x(20) value "Under 4.00%".
           05               pic x(20) value "4.00% - 5.99%".
           05               pic x(20) value "6.00% - 7.99%".
           05               pic x(20) value "8.00% - 9.99%".
           05               pic x(20) value "10.00% and over".
           05               pic x(20) value "0 - 12 months".
           05               pic x(20) value "13 - 36 months".
           05               pic x(20) value "37 - 60 months".
           05               pic x(20) value "61 - 120 months".
           05               pic x(20) value "121 - 240 months".
           05               pic x(20) value "Over 240 months".
           05               pic x(20) value "Under $10000".
           05               pic x(20) value "$10000 - 24999".
           05               pic x(20) value "$25000 - 49999".
           05               pic x(20) value "$50000 - 99999".
           05               pic x(20) value "$100000 - 249999".
           05               pic x(20) value "$250000 and over".
           05               pic x(20) value "Monthly".
           05               pic x(20) value "Biweekly".
           05               pic x(20) value "Quarterly".
           05               pic x(20) value "Other".
           05               pic x(20) value "Fixed rate".
           05               pic x(20) value "Adjustable (ARM)".
           05               pic x(20) value "Active".
           05               pic x(20) value "Delinquent".
       01 WS-STRATUM-LABEL-TABLE redefines WS-STRATUM-LABELS.
           05 WS-STRATUM-LABEL occurs 25 times pic x(20).

       01 WS-DIMENSIONS.
           05               pic x(24) value "RATE01005Note rate".
           05               pic x(24) value "TERM06006Remaining term".
           05               pic x(24) value "BAL 12006Current balance".
           05               pic x(24) value "FREQ18004Frequency".
           05               pic x(24) value "TYPE22002Rate type".
           05               pic x(24) value "STAT24002Status".
       01 WS-DIMENSION-TABLE redefines WS-DIMENSIONS.
           05 WS-DIMENSION occurs 6 times.
               10 WS-DIM-CODE    pic x(4).
               10 WS-DIM-FIRST   pic 9(2).
               10 WS-DIM-ENTRIES pic 9(3).
               10 WS-DIM-TITLE   pic x(15).
       01 WS-DIM-SUB         pic 9(2).
       01 WS-ST-SUB          pic 9(2).
       01 WS-ST-LAST         pic 9(2).

      * Balance-weighted sums: rate times balance for the coupon,
      * months times balance for the maturity.
       01 WS-STRATUM-TOTALS.
           05 WS-STRATUM occurs 25 times.
               10 WS-ST-COUNT       pic 9(5).
               10 WS-ST-BALANCE     pic 9(11)v99.
               10 WS-ST-RATE-WT     pic 9(11)v9(6).
               10 WS-ST-TERM-WT     pic 9(15)v99.

       01 WS-PORT-COUNT      pic 9(5) value 0.
       01 WS-PORT-BALANCE    pic 9(11)v99 value 0.
       01 WS-PORT-RATE-WT    pic 9(11)v9(6) value 0.
       01 WS-PORT-TERM-WT    pic 9(15)v99 value 0.
       01 WS-NO-SCHED-COUNT  pic 9(5) value 0.

      * One line's figures, computed for a stratum or the portfolio.
       01 WS-LINE-COUNT      pic 9(5).
       01 WS-LINE-BALANCE    pic 9(11)v99.
       01 WS-LINE-RATE-WT    pic 9(11)v9(6).
       01 WS-LINE-TERM-WT    pic 9(15)v99.
       01 WS-LINE-PERCENT    pic 9(3)v99.
       01 WS-LINE-WAC        pic 9(2)v999.
       01 WS-LINE-WAM        pic 9(4)v9.
       01 WS-LINE-AVERAGE    pic 9(9)v99.
       01 WS-LINE-LABEL      pic x(20).
       01 WS-LINE-TITLE      pic x(15).

       01 StratTitleLine.
           05               pic x(35) value
                                "Portfolio stratification as of".
           05 ST-Date        pic 9(8).
       01 StratHeader.
           05               pic x(22) value "Stratum".
           05               pic x(5)  value "Loans".
           05               pic x(19) value "    Current Balance".
           05               pic x(9)  value "      Pct".
           05               pic x(9)  value "      WAC".
           05               pic x(8)  value "     WAM".
           05               pic x(16) value "    Average Loan".
       01 StratGroupLine.
           05 SG-Title       pic x(15).
       01 StratDetailLine.
           05               pic x(2)  value spaces.
           05 SD-Label       pic x(20).
           05 SD-Count       pic zzzz9.
           05               pic x(2)  value spaces.
           05 SD-Balance     pic $$,$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 SD-Percent     pic zz9.99.
           05               pic x(1)  value "%".
           05               pic x(2)  value spaces.
           05 SD-Wac         pic z9.999.
           05               pic x(1)  value "%".
           05               pic x(2)  value spaces.
           05 SD-Wam         pic zzz9.9.
           05               pic x(2)  value spaces.
           05 SD-Average     pic $$$,$$$,$$9.99.
       01 StratNoteLine.
           05               pic x(33) value
                                "Loans priced without a schedule: ".
           05 SN-Count       pic zzzz9.

      * CSV figures, unedited apart from zero suppression.
       01 CSV-Count          pic z(4)9.
       01 CSV-Balance        pic z(10)9.99.
       01 CSV-Percent        pic z(2)9.99.
       01 CSV-Wac            pic z9.999.
       01 CSV-Wam            pic z(3)9.9.
       01 CSV-Average        pic z(8)9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           initialize WS-STRATUM-TOTALS

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "STRATRPT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               move 16 to return-code
               goback
           end-if
           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-AVAILABLE to true
           else
               display "STRATRPT: SCHED-MASTER.DAT not available ("
                   WS-SM-STATUS ") - loans will price from master "
                   "principals only."
           end-if
           open input arm-terms
           if WS-TERMS-STATUS = "00"
               set WS-TERMS-AVAILABLE to true
           end-if
           perform LoadArmLoans
           if WS-ARM-OVERFLOW
               display "STRATRPT: RATE-CHANGES.DAT has resets for "
                   "more than 200 loans - run refused rather than "
                   "report ARM loans as fixed."
               close loan-master
               if WS-SM-AVAILABLE
                   close sched-master
               end-if
               if WS-TERMS-AVAILABLE
                   close arm-terms
               end-if
               move 16 to return-code
               goback
           end-if

           perform until WS-AT-MASTER-EOF
               read loan-master next record
                   at end
                       set WS-AT-MASTER-EOF to true
                   not at end
                       if LM-ACTIVE or LM-DELINQUENT
                           perform StratifyOneLoan
                       end-if
               end-read
           end-perform
           close loan-master
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           if WS-TERMS-AVAILABLE
               close arm-terms
           end-if

           perform WriteStratReport
           display "STRATRPT: " WS-PORT-COUNT " loan(s) stratified, "
               WS-NO-SCHED-COUNT " without schedules."
           goback.

      *-----------------------------------------------------------------
       LoadArmLoans.
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
                           perform AddArmLoan
                       end-if
               end-read
           end-perform
           close rate-changes.

       AddArmLoan.
           if WS-ARM-COUNT >= 200
               set WS-ARM-OVERFLOW to true
               exit paragraph
           end-if
           add 1 to WS-ARM-COUNT
           move RTC-LOAN-NUMBER to WS-ARM-LOAN(WS-ARM-COUNT).

      *-----------------------------------------------------------------
      * One loan: balance, remaining term and ARM flag off its
      * schedule rows, then one count into each dimension.
       StratifyOneLoan.
           move "N" to WS-ARM-SW
           perform varying WS-ARM-SUB from 1 by 1
                   until WS-ARM-SUB > WS-ARM-COUNT
               if WS-ARM-LOAN(WS-ARM-SUB) = LM-LOAN-NUMBER
                   set WS-LOAN-IS-ARM to true
               end-if
           end-perform
           if WS-TERMS-AVAILABLE and not WS-LOAN-IS-ARM
               move LM-LOAN-NUMBER to AT-LOAN-NUMBER
               read arm-terms
                   invalid key
                       continue
                   not invalid key
                       set WS-LOAN-IS-ARM to true
               end-read
           end-if

           perform ReadScheduleRows
           if not WS-ROW-FOUND
               add 1 to WS-NO-SCHED-COUNT
               move LM-PRINCIPAL to WS-LOAN-BALANCE
               move LM-ORIG-DATE to WS-ORIG-DATE
               compute WS-MONTH-COUNT =
                   WS-ORIG-YEAR * 12 + WS-ORIG-MONTH + LM-TERM-MONTHS
                   - WS-TODAY-YEAR * 12 - WS-TODAY-MONTH
           else
               compute WS-MONTH-COUNT =
                   WS-MAT-YEAR * 12 + WS-MAT-MONTH
                   - WS-TODAY-YEAR * 12 - WS-TODAY-MONTH
           end-if
           if WS-MONTH-COUNT < 0
               move 0 to WS-REMAINING
           else
               move WS-MONTH-COUNT to WS-REMAINING
           end-if

           add 1 to WS-PORT-COUNT
           add WS-LOAN-BALANCE to WS-PORT-BALANCE
           compute WS-PORT-RATE-WT =
               WS-PORT-RATE-WT + WS-LOAN-BALANCE * LM-ANNUAL-RATE
           compute WS-PORT-TERM-WT =
               WS-PORT-TERM-WT + WS-LOAN-BALANCE * WS-REMAINING

           evaluate true
               when LM-ANNUAL-RATE < .0400
                   move 1 to WS-ST-SUB
               when LM-ANNUAL-RATE < .0600
                   move 2 to WS-ST-SUB
               when LM-ANNUAL-RATE < .0800
                   move 3 to WS-ST-SUB
               when LM-ANNUAL-RATE < .1000
                   move 4 to WS-ST-SUB
               when other
                   move 5 to WS-ST-SUB
           end-evaluate
           perform AddToStratum

           evaluate true
               when WS-REMAINING <= 12
                   move 6 to WS-ST-SUB
               when WS-REMAINING <= 36
                   move 7 to WS-ST-SUB
               when WS-REMAINING <= 60
                   move 8 to WS-ST-SUB
               when WS-REMAINING <= 120
                   move 9 to WS-ST-SUB
               when WS-REMAINING <= 240
                   move 10 to WS-ST-SUB
               when other
                   move 11 to WS-ST-SUB
           end-evaluate
           perform AddToStratum

           evaluate true
               when WS-LOAN-BALANCE < 10000
                   move 12 to WS-ST-SUB
               when WS-LOAN-BALANCE < 25000
                   move 13 to WS-ST-SUB
               when WS-LOAN-BALANCE < 50000
                   move 14 to WS-ST-SUB
               when WS-LOAN-BALANCE < 100000
                   move 15 to WS-ST-SUB
               when WS-LOAN-BALANCE < 250000
                   move 16 to WS-ST-SUB
               when other
                   move 17 to WS-ST-SUB
           end-evaluate
           perform AddToStratum

           evaluate LM-FREQUENCY
               when "M"
                   move 18 to WS-ST-SUB
               when "B"
                   move 19 to WS-ST-SUB
               when "Q"
                   move 20 to WS-ST-SUB
               when other
                   move 21 to WS-ST-SUB
           end-evaluate
           perform AddToStratum

           if WS-LOAN-IS-ARM
               move 23 to WS-ST-SUB
           else
               move 22 to WS-ST-SUB
           end-if
           perform AddToStratum

           if LM-DELINQUENT
               move 25 to WS-ST-SUB
           else
               move 24 to WS-ST-SUB
           end-if
           perform AddToStratum.

       AddToStratum.
           add 1 to WS-ST-COUNT(WS-ST-SUB)
           add WS-LOAN-BALANCE to WS-ST-BALANCE(WS-ST-SUB)
           compute WS-ST-RATE-WT(WS-ST-SUB) =
               WS-ST-RATE-WT(WS-ST-SUB)
               + WS-LOAN-BALANCE * LM-ANNUAL-RATE
           compute WS-ST-TERM-WT(WS-ST-SUB) =
               WS-ST-TERM-WT(WS-ST-SUB)
               + WS-LOAN-BALANCE * WS-REMAINING.

      * Every row from period 1 on: the paid-through row prices the
      * balance (row 1 before the first payment), the last row's due
      * date is the maturity, and any reset row makes the loan ARM.
       ReadScheduleRows.
           move "N" to WS-ROW-FOUND-SW
           move 0 to WS-MATURITY
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           move 1 to SM-PERIOD
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
                           perform TakeScheduleRow
                       end-if
               end-read
           end-perform.

       TakeScheduleRow.
           if not WS-ROW-FOUND
               set WS-ROW-FOUND to true
               compute WS-LOAN-BALANCE =
                   SM-END-BALANCE + SM-PRINCIPAL
           end-if
           if SM-PERIOD = LM-PAID-THRU-PERIOD
               move SM-END-BALANCE to WS-LOAN-BALANCE
           end-if
           if SM-RATE-RESET = "Y"
               set WS-LOAN-IS-ARM to true
           end-if
           move SM-DUE-DATE to WS-MATURITY.

      *-----------------------------------------------------------------
       WriteStratReport.
           open output strat-report
           open output strat-csv
           move WS-TODAY to ST-Date
           move StratTitleLine to SR-Line
           write SR-Line
           move spaces to SR-Line
           write SR-Line
           move StratHeader to SR-Line
           write SR-Line
           move spaces to SC-Line
           string "Dimension,Stratum,Loans,Balance,PctOfPortfolio,"
                   delimited by size
               "WAC,WAMMonths,AverageLoan"
                   delimited by size
               into SC-Line
           end-string
           write SC-Line

           perform varying WS-DIM-SUB from 1 by 1
                   until WS-DIM-SUB > 6
               move spaces to SR-Line
               write SR-Line
               move WS-DIM-TITLE(WS-DIM-SUB) to SG-Title
               move StratGroupLine to SR-Line
               write SR-Line
               compute WS-ST-LAST = WS-DIM-FIRST(WS-DIM-SUB)
                   + WS-DIM-ENTRIES(WS-DIM-SUB) - 1
               perform varying WS-ST-SUB from WS-DIM-FIRST(WS-DIM-SUB)
                       by 1 until WS-ST-SUB > WS-ST-LAST
                   move WS-ST-COUNT(WS-ST-SUB) to WS-LINE-COUNT
                   move WS-ST-BALANCE(WS-ST-SUB) to WS-LINE-BALANCE
                   move WS-ST-RATE-WT(WS-ST-SUB) to WS-LINE-RATE-WT
                   move WS-ST-TERM-WT(WS-ST-SUB) to WS-LINE-TERM-WT
                   move WS-STRATUM-LABEL(WS-ST-SUB) to WS-LINE-LABEL
                   move WS-DIM-TITLE(WS-DIM-SUB) to WS-LINE-TITLE
                   perform WriteStratumLine
               end-perform
           end-perform

           move spaces to SR-Line
           write SR-Line
           move WS-PORT-COUNT to WS-LINE-COUNT
           move WS-PORT-BALANCE to WS-LINE-BALANCE
           move WS-PORT-RATE-WT to WS-LINE-RATE-WT
           move WS-PORT-TERM-WT to WS-LINE-TERM-WT
           move "Total portfolio" to WS-LINE-LABEL
           move "Portfolio" to WS-LINE-TITLE
           perform WriteStratumLine

           if WS-NO-SCHED-COUNT > 0
               move WS-NO-SCHED-COUNT to SN-Count
               move StratNoteLine to SR-Line
               write SR-Line
           end-if
           close strat-report
           close strat-csv.

      * Percent of portfolio, WAC (as a percent), WAM and average
      * size for one line, printed and written to the CSV.
       WriteStratumLine.
           move 0 to WS-LINE-PERCENT
           move 0 to WS-LINE-WAC
           move 0 to WS-LINE-WAM
           move 0 to WS-LINE-AVERAGE
           if WS-PORT-BALANCE > 0
               compute WS-LINE-PERCENT rounded =
                   WS-LINE-BALANCE * 100 / WS-PORT-BALANCE
           end-if
           if WS-LINE-BALANCE > 0
               compute WS-LINE-WAC rounded =
                   WS-LINE-RATE-WT * 100 / WS-LINE-BALANCE
               compute WS-LINE-WAM rounded =
                   WS-LINE-TERM-WT / WS-LINE-BALANCE
           end-if
           if WS-LINE-COUNT > 0
               compute WS-LINE-AVERAGE rounded =
                   WS-LINE-BALANCE / WS-LINE-COUNT
           end-if

           move WS-LINE-LABEL to SD-Label
           move WS-LINE-COUNT to SD-Count
           move WS-LINE-BALANCE to SD-Balance
           move WS-LINE-PERCENT to SD-Percent
           move WS-LINE-WAC to SD-Wac
           move WS-LINE-WAM to SD-Wam
           move WS-LINE-AVERAGE to SD-Average
           move StratDetailLine to SR-Line
           write SR-Line

           move WS-LINE-COUNT to CSV-Count
           move WS-LINE-BALANCE to CSV-Balance
           move WS-LINE-PERCENT to CSV-Percent
           move WS-LINE-WAC to CSV-Wac
           move WS-LINE-WAM to CSV-Wam
           move WS-LINE-AVERAGE to CSV-Average
           move spaces to SC-Line
           string
               function trim(WS-LINE-TITLE)    delimited by size
               ","                             delimited by size
               function trim(WS-LINE-LABEL)    delimited by size
               ","                             delimited by size
               function trim(CSV-Count)        delimited by size
               ","                             delimited by size
               function trim(CSV-Balance)      delimited by size
               ","                             delimited by size
               function trim(CSV-Percent)      delimited by size
               ","                             delimited by size
               function trim(CSV-Wac)          delimited by size
               ","                             delimited by size
               function trim(CSV-Wam)          delimited by size
               ","                             delimited by size
               function trim(CSV-Average)      delimited by size
               into SC-Line
           end-string
           write SC-Line.
      *-----------------------------------------------------------------
