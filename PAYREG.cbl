      * (payroll-history.cpy, written by each PAYROLL run). For the
      * register year - PAYREG_YEAR in the environment, defaulting
      * to the current year - totals each employee's gross, loan
      * deductions, tax withholding and net pay across every posted
      * period, writes one line per employee to PAYREG.RPT with
      * grand totals at the bottom, and so settles "you took the
      * payment out twice" from disk instead of memory. Off-cycle
      * checks (bonuses, corrections, final pay) are in the totals
      * with the regular periods and counted in a column of their
      * own.
      *
      * The grand totals are also left on PAYREG-CONTROL.DAT
      * (payreg-control-record.cpy) - the year-end wage statement
      * run (W2GEN.cbl) must tie to the register for its year.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       select register-report
           assign to 'PAYREG.RPT'
           organization is line sequential.
       select register-control
           assign to 'PAYREG-CONTROL.DAT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
           data record is RG-Line.
       01 RG-Line                  pic x(90).

       fd register-control
           data record is RC-RECORD.
           COPY "payreg-control-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-HISTORY-EOF     pic x(1) value "N".
       01 WS-REGISTER-YEAR   pic 9(4).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR     pic 9(4).
           05 WS-CD-MONTH    pic 9(2).
           05 WS-CD-DAY      pic 9(2).
           05               pic x(13).

      * Per-employee YTD accumulators - the history is keyed period
      * first, so employees arrive interleaved and are collected
           05 WS-REG-ENTRY occurs 200 times.
               10 WS-RG-EMP-ID     pic 9(6).
               10 WS-RG-PERIODS    pic 9(3).
               10 WS-RG-OFFCYCLE   pic 9(3).
               10 WS-RG-GROSS      pic 9(9)v99.
               10 WS-RG-DEDUCTION  pic 9(9)v99.
               10 WS-RG-NET        pic 9(9)v99.
               10 WS-RG-WITHHOLDING pic 9(9)v99.
       01 WS-REG-SUB         pic 9(3).
       01 WS-FOUND-SUB       pic 9(3).

       01 WS-GRAND-GROSS     pic 9(9)v99 value 0.
       01 WS-GRAND-DEDUCTION pic 9(9)v99 value 0.
       01 WS-GRAND-NET       pic 9(9)v99 value 0.
       01 WS-GRAND-WITHHOLDING pic 9(9)v99 value 0.

       01 RegisterHeader.
           05               pic x(8)  value "EMP-ID".
           05               pic x(9)  value "Periods".
           05               pic x(9)  value "Off-cyc".
           05               pic x(16) value "       YTD Gross".
           05               pic x(16) value "   YTD Deducted".
           05               pic x(16) value "        YTD Net".
           05               pic x(16) value "   YTD Withheld".
       01 RegisterDetailLine.
           05 RG-EmpId       pic 9(6).
           05               pic x(4)  value spaces.
           05 RG-Periods     pic z(2)9.
           05               pic x(6)  value spaces.
           05 RG-OffCycle    pic z(2)9.
           05               pic x(2)  value spaces.
           05 RG-Gross       pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 RG-Deduction   pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 RG-Net         pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 RG-Withholding pic $$$,$$$,$$9.99.
       01 RegisterFooterLine.
           05               pic x(13) value "Grand totals:".
           05               pic x(11) value spaces.
           05 RF-Gross       pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 RF-Deduction   pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 RF-Net         pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 RF-Withholding pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           accept WS-YEAR-TEXT from environment "PAYREG_YEAR"
           if WS-YEAR-TEXT = spaces or WS-YEAR-TEXT = "0000"
               move WS-CD-YEAR to WS-REGISTER-YEAR
           else
               move WS-YEAR-TEXT to WS-REGISTER-YEAR
               move WS-REG-COUNT to WS-FOUND-SUB
               move PH-EMP-ID to WS-RG-EMP-ID(WS-FOUND-SUB)
               move 0 to WS-RG-PERIODS(WS-FOUND-SUB)
               move 0 to WS-RG-OFFCYCLE(WS-FOUND-SUB)
               move 0 to WS-RG-GROSS(WS-FOUND-SUB)
               move 0 to WS-RG-DEDUCTION(WS-FOUND-SUB)
               move 0 to WS-RG-NET(WS-FOUND-SUB)
               move 0 to WS-RG-WITHHOLDING(WS-FOUND-SUB)
           end-if

           if PH-OFF-CYCLE
               add 1 to WS-RG-OFFCYCLE(WS-FOUND-SUB)
           else
               add 1 to WS-RG-PERIODS(WS-FOUND-SUB)
           end-if
           add PH-GROSS to WS-RG-GROSS(WS-FOUND-SUB)
           add PH-DEDUCTION to WS-RG-DEDUCTION(WS-FOUND-SUB)
           add PH-NET to WS-RG-NET(WS-FOUND-SUB)
           add PH-WITHHOLDING to WS-RG-WITHHOLDING(WS-FOUND-SUB).

      *-----------------------------------------------------------------
       WriteRegisterReport.
                   until WS-REG-SUB > WS-REG-COUNT
               move WS-RG-EMP-ID(WS-REG-SUB) to RG-EmpId
               move WS-RG-PERIODS(WS-REG-SUB) to RG-Periods
               move WS-RG-OFFCYCLE(WS-REG-SUB) to RG-OffCycle
               move WS-RG-GROSS(WS-REG-SUB) to RG-Gross
               move WS-RG-DEDUCTION(WS-REG-SUB) to RG-Deduction
               move WS-RG-NET(WS-REG-SUB) to RG-Net
               move WS-RG-WITHHOLDING(WS-REG-SUB) to RG-Withholding
               move RegisterDetailLine to RG-Line
               write RG-Line
               add WS-RG-GROSS(WS-REG-SUB) to WS-GRAND-GROSS
               add WS-RG-DEDUCTION(WS-REG-SUB)
                   to WS-GRAND-DEDUCTION
               add WS-RG-NET(WS-REG-SUB) to WS-GRAND-NET
               add WS-RG-WITHHOLDING(WS-REG-SUB)
                   to WS-GRAND-WITHHOLDING
           end-perform

           move WS-GRAND-GROSS to RF-Gross
           move WS-GRAND-DEDUCTION to RF-Deduction
           move WS-GRAND-NET to RF-Net
           move WS-GRAND-WITHHOLDING to RF-Withholding
           move spaces to RG-Line
           write RG-Line
           move RegisterFooterLine to RG-Line
           write RG-Line
           close register-report
           perform WriteRegisterControl

           display "PAYREG: " WS-REG-COUNT
               " employee(s) on the " WS-REGISTER-YEAR
               " register - see PAYREG.RPT".

       WriteRegisterControl.
           open output register-control
           move spaces to RC-RECORD
           move WS-REGISTER-YEAR to RC-YEAR
           move WS-CURRENT-DATE(1:8) to RC-RUN-DATE
           move WS-REG-COUNT to RC-EMPLOYEES
           move WS-GRAND-GROSS to RC-GROSS
           move WS-GRAND-DEDUCTION to RC-DEDUCTION
           move WS-GRAND-NET to RC-NET
           move WS-GRAND-WITHHOLDING to RC-WITHHOLDING
           write RC-RECORD
           close register-control.
      *-----------------------------------------------------------------
