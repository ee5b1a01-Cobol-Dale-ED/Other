      * only ever right in the accidental case where every employee
      * had the identical loan.
      *
      * A loan under a servicing hold (HOLDCHK.cbl) on the pay date
      * deducts nothing: it is itemized on PAYROLL.RPT with the hold
      * reason, queues no payroll-funded payment, and is counted on
      * the footer.
      *
      * Voluntary deductions - retirement, health premiums, dues -
      * come from the deduction-code table (DEDUCTION-CODES.DAT)
      * and each employee's enrollments (EMP-DEDUCTIONS.DAT). The
      * check is taken down in order: pre-tax deductions, then the
      * withholding on what is left (the taxable pay), then the
      * loans, then the post-tax deductions. Each one is itemized
      * on PAYROLL.RPT, carried in PAYROLL-HISTORY.DAT, and credited
      * to its own liability code on GL-WORK.DAT.
      *
      * A raise keyed with an effective date back in periods already
      * posted is caught up as retro pay: each of the employee's
      * posted periods in the last twelve is refigured at the salary
      * in effect for it, and the gross and withholding it is short -
      * less any retro already paid for it - go on this check as
      * separate retro lines, itemized on PAYROLL.RPT and carried on
      * the history record with the period each came from, so
      * PAYREG.cbl and W2GEN.cbl pick them up with the rest of the
      * wages. A backdated decrease is reported, not recovered.
      *
      * Court and agency orders - child support, tax levies, student
      * loan and creditor garnishments (GARNISH-ORDERS.DAT, kept by
      * GARNMNT.cbl) - come out after the withholding, in legal
      * priority order, each held to its share of the disposable
      * pay (the check after pre-tax deductions and withholding).
      * Orders the law puts ahead of the employee's own loan are
      * taken before it, so a loan cut short by them shows its
      * shortfall the usual way; the rest come after it. Each
      * order's remitted total is kept on the order, which stops
      * when satisfied. GARNISH.RPT lists the run's amounts by payee
      * for the remittance checks, and the total is credited to the
      * garnishment liability (GARNPAY) on GL-WORK.DAT.
      *
      * Payroll checks take their numbers from CHKISSUE.cbl - unique
      * across every run - and go to the bank on the positive-pay
      * issue file; CHKRECON.cbl reconciles them when they clear.
      * An overridden repost of a period voids the checks its first
      * posting paid on (the history record carries each number),
      * and is refused while any of them has already cleared.
      * Direct deposits go to the bank as a standard NACHA credit
      * file (PAY-DISBURSE.DAT, written through NACHAWRT.cbl) with
      * the checking or savings transaction code from BANK-INFO.DAT;
      * NACHABAL.cbl proves it before release.
      *
      * A check too small for its deductions is also raised on the
      * shared exceptions file (EXCLOG.cbl): loan deductions cut
      * short (the loans go unpaid this period) for the collections
      * desk, a voluntary deduction taken short for the payroll
      * desk.
      *
      * Salary expense and the withholding liability are journaled
      * per department cost center: each check is charged to the
      * employee's EMP-DEPT as validated against DEPT-MASTER.DAT,
      * and GL-WORK.DAT gets one SALEXP and one WITHHOLD entry per
      * department for GLEXPORT.cbl to map. An employee with no
      * department, or one not on the master, is charged to the
      * default cost center "000" and flagged on PAYROLL.RPT. With
      * no department master to check against, the employee's own
      * code is taken as it stands.
      *
      * Off-cycle runs (PAYROLL_OFFCYCLE=Y) pay bonuses, corrections
      * and final checks outside the regular period: only the
      * employees on OFFCYCLE-PAY.DAT (offcycle-pay-record.cpy),
      * each the gross keyed for them under its earnings type. The
      * check is withheld on like any other, at the bracket for the
      * employee's annual salary with this pay on top; percent-of-
      * gross deductions apply, flat ones and retro pay do not, and
      * the loans are deducted only when PAYROLL_OFFCYCLE_LOANS=Y.
      * A terminated employee's final pay is allowed. Each run takes
      * the next off-cycle number for the year (YYYY51-YYYY99, see
      * payroll-history.cpy) - or PAYROLL_OFFCYCLE_RUN names one to
      * repost under PAYROLL_OVERRIDE=Y - and the checks go through
      * the same disbursement, register, history and GL-WORK.DAT
      * entries as a regular period, so PAYREG.cbl and W2GEN.cbl
      * count them. A line repeating an employee, earnings type and
      * amount already paid off-cycle that year is not paid again
      * without PAYROLL_OVERRIDE=Y.
      *
      * The report keeps the roster-report styling (Hello-World.cbl,
      * req014) and tax.cbl's ColumnHeader1/ColumnHeader2 pattern.
      *-----------------------------------------------------------------
           access mode is dynamic
           record key is BI-EMP-ID
           file status is WS-BANK-STATUS.
      * The check register for everyone without deposit details -
      * built, like the NACHA deposit file, from the same WS-NET-PAY
      * the history gets, so the register total ties to the run's
      * PH-NET total by construction.
       select check-register
           assign to 'CHECK-REGISTER.RPT'
           organization is line sequential.
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
      * Voluntary deduction codes (deduction-code-record.cpy) and
      * the employees' enrollments in them - table files, like the
      * withholding brackets. Neither on file means no voluntary
      * deductions, exactly the old behavior.
       select deduction-codes
           assign to 'DEDUCTION-CODES.DAT'
           organization is line sequential
           file status is WS-DEDCODE-STATUS.
       select emp-deductions
           assign to 'EMP-DEDUCTIONS.DAT'
           organization is line sequential
           file status is WS-ENROLL-STATUS.
      * Garnishment orders (garnish-order-record.cpy) - read and
      * their remitted totals rewritten as each check takes them.
      * No order file means no garnishments, exactly the old
      * behavior.
       select garnish-orders
           assign to 'GARNISH-ORDERS.DAT'
           organization is indexed
           access mode is dynamic
           record key is GO-KEY
           file status is WS-GARNISH-STATUS.
       select garnish-report
           assign to 'GARNISH.RPT'
           organization is line sequential.
      * Department master (dept-record.cpy, kept by DEPTMNT.cbl) -
      * the cost centers an employee's salary expense may be
      * charged to.
       select dept-master
           assign to 'DEPT-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is DM-DEPT-CODE
           file status is WS-DEPT-STATUS.
      * The checks a reposted period paid on - read to make sure
      * none has cleared before they are voided (CHKISSUE.cbl).
       select check-issue
           assign to 'CHECK-ISSUE.DAT'
           organization is indexed
           access mode is dynamic
           record key is CI-CHECK-NUMBER
           file status is WS-ISSUE-STATUS.
      * The off-cycle run's list of checks to cut.
       select offcycle-pay
           assign to 'OFFCYCLE-PAY.DAT'
           organization is line sequential
           file status is WS-OFFCYCLE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
           data record is BANK-INFO-RECORD.
           COPY "bank-info-record.cpy".

       fd check-register
           data record is CK-Line.
       01 CK-Line                  pic x(80).
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd deduction-codes
           data record is DC-RECORD.
           COPY "deduction-code-record.cpy".

       fd emp-deductions
           data record is ED-RECORD.
           COPY "emp-deduction-record.cpy".

       fd garnish-orders
           data record is GARNISH-ORDER-RECORD.
           COPY "garnish-order-record.cpy".

       fd garnish-report
           data record is GR-Line.
       01 GR-Line                  pic x(80).

       fd dept-master
           data record is DEPT-RECORD.
           COPY "dept-record.cpy".

       fd check-issue
           data record is CHECK-ISSUE-RECORD.
           COPY "check-issue-record.cpy".

       fd offcycle-pay
           data record is OFFCYCLE-PAY-RECORD.
           COPY "offcycle-pay-record.cpy".

       WORKING-STORAGE SECTION.
      * Working copy of the employee record read from person.dat.
       COPY "employee-record.cpy"
      * collision the lock convention exists to stop.
           COPY "file-lock.cpy".

      * Servicing holds (HOLDCHK.cbl) - a held loan is not deducted.
           COPY "hold-area.cpy".

      * Check numbering and positive-pay issue (CHKISSUE.cbl).
           COPY "check-area.cpy".

      * NACHA file writer (NACHAWRT.cbl) - PAY-DISBURSE.DAT.
           COPY "nacha-area.cpy".

       01 WS-PERSON-STATUS pic x(2).
       01 WS-SM-STATUS     pic x(2).
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
      * from the loan's CURRENT scheduled row - the first row would
      * go stale at an interest-only rollover or an ARM reset.
               10 WS-XR-PAID-THRU   pic 9(4).
      * Servicing hold in effect on the pay date - spaces when none.
               10 WS-XR-HOLD-REASON pic x(2).
       01 WS-XREF-SUB        pic 9(3).

      * One loan's scheduled payment off its CURRENT repository row
       01 WS-EMP-DEDUCTION   pic 9(8)v99.
       01 WS-EMP-LOAN-COUNT  pic 9(3).
       01 WS-SKIPPED-COUNT   pic 9(5) value 0.
       01 WS-HELD-COUNT      pic 9(5) value 0.
       01 WS-DEDUCTION-SHORTFALL pic 9(8)v99.
       01 WS-SHORTFALL-EDITED pic $$$,$$$,$$9.99.

      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".

      * Pay-cycle support: the employee's checks per year (from
      * EMP-PAY-CYCLE - M 12, S 24, B 26, space treated as monthly)
      * drives the per-check gross, and each loan deduction is
       01 WS-PAYROLL-TOTAL-WITHHOLDING pic 9(9)v99 value 0.
       01 WS-PRIOR-WITHHOLDING pic 9(9)v99 value 0.

      * Voluntary deduction support: the code table and the
      * enrollments in effect for the pay period, each loaded once
      * (an enrollment's code resolved to its table entry at load);
      * the employee's deductions for this check, scheduled and
      * actually taken (a check too small for them all takes what
      * fits, in enrollment order, and reports the rest); and the
      * run's amounts per liability code for the journal, with what
      * an overridden repost's prior posting credited to each.
       01 WS-DEDCODE-STATUS  pic x(2).
       01 WS-DEDCODE-EOF     pic x(1) value "N".
           88 WS-AT-DEDCODE-EOF value "Y".
       01 WS-DEDCODE-COUNT   pic 99 value 0.
       01 WS-DEDCODE-SUB     pic 99.
       01 WS-DEDCODE-SCAN    pic 99.
       01 WS-DEDCODE-TABLE.
           05 WS-DEDCODE occurs 50 times.
               10 WS-DC-CODE        pic x(4).
               10 WS-DC-DESCRIPTION pic x(20).
               10 WS-DC-TREATMENT   pic x(1).
                   88 WS-DC-PRE-TAX value "P".
               10 WS-DC-GL-CODE     pic x(8).
       01 WS-ENROLL-STATUS   pic x(2).
       01 WS-ENROLL-EOF      pic x(1) value "N".
           88 WS-AT-ENROLL-EOF value "Y".
       01 WS-ENROLL-CAPACITY pic 9(3) value 500.
       01 WS-ENROLL-COUNT    pic 9(3) value 0.
       01 WS-ENROLL-SUB      pic 9(3).
       01 WS-ENROLL-TABLE.
           05 WS-ENROLL occurs 500 times.
               10 WS-EN-EMP-ID      pic 9(6).
               10 WS-EN-DEDCODE-SUB pic 99.
               10 WS-EN-METHOD      pic x(1).
                   88 WS-EN-PERCENT-OF-GROSS value "P".
               10 WS-EN-FLAT-AMOUNT pic 9(5)v99.
               10 WS-EN-PERCENT     pic 9v9999.
       01 WS-VOL-COUNT       pic 99.
       01 WS-VOL-SUB         pic 99.
       01 WS-VOL-TABLE.
           05 WS-VOL occurs 10 times.
               10 WS-VL-DEDCODE-SUB pic 99.
               10 WS-VL-SCHEDULED   pic 9(7)v99.
               10 WS-VL-TAKEN       pic 9(7)v99.
       01 WS-EMP-PRETAX      pic 9(8)v99.
       01 WS-EMP-POSTTAX     pic 9(8)v99.
       01 WS-TAXABLE-PAY     pic 9(8)v99.
       01 WS-ANNUAL-TAXABLE  pic s9(9)v99.
       01 WS-CHECK-ROOM      pic 9(8)v99.
       01 WS-VOL-EDITED      pic $$$,$$$,$$9.99.
       01 WS-VOL-SHORT       pic 9(7)v99.
       01 WS-PAYROLL-TOTAL-PRETAX  pic 9(9)v99 value 0.
       01 WS-PAYROLL-TOTAL-POSTTAX pic 9(9)v99 value 0.
       01 WS-PH-VOL-SUB      pic 99.
       01 WS-VOLGL-KEY       pic x(8).
       01 WS-VOLGL-COUNT     pic 99 value 0.
       01 WS-VOLGL-SUB       pic 99.
       01 WS-VOLGL-SCAN      pic 99.
       01 WS-VOLGL-TABLE.
           05 WS-VOLGL occurs 50 times.
               10 WS-VG-GL-CODE     pic x(8).
               10 WS-VG-AMOUNT      pic 9(9)v99.
               10 WS-VG-PRIOR       pic 9(9)v99.

      * Garnishment support: the employee's orders in effect for
      * the pay period (priority rank 1 support, 2 tax levy, 3
      * student loan, 4 creditor), what each took from this check,
      * the disposable pay the caps are figured on, and the run's
      * remittances by payee for GARNISH.RPT.
       01 WS-GARNISH-STATUS  pic x(2).
       01 WS-GARNISH-AVAILABLE-SW pic x(1) value "N".
           88 WS-GARNISH-AVAILABLE value "Y".
       01 WS-GARNISH-EOF     pic x(1).
           88 WS-AT-GARNISH-EOF value "Y".
       01 WS-GARN-COUNT      pic 99.
       01 WS-GARN-SUB        pic 99.
       01 WS-GARN-RANK       pic 9.
       01 WS-GARN-PASS       pic x(1).
       01 WS-GARN-TABLE.
           05 WS-GARN occurs 10 times.
               10 WS-GN-SEQUENCE    pic 9(2).
               10 WS-GN-RANK        pic 9.
               10 WS-GN-AHEAD       pic x(1).
               10 WS-GN-TYPE        pic x(1).
               10 WS-GN-CASE        pic x(20).
               10 WS-GN-PAYEE-NAME  pic x(30).
               10 WS-GN-TAKEN       pic 9(7)v99.
               10 WS-GN-LIMITED-SW  pic x(1).
                   88 WS-GN-LIMITED value "Y".
               10 WS-GN-SATISFIED-SW pic x(1).
                   88 WS-GN-SATISFIED value "Y".
       01 WS-DISPOSABLE-PAY  pic 9(8)v99.
       01 WS-EMP-GARNISH     pic 9(8)v99.
       01 WS-GARN-WANTED     pic 9(7)v99.
       01 WS-GARN-CEILING    pic s9(8)v99.
       01 WS-GARN-REMAINING  pic s9(8)v99.
       01 WS-GARN-EDITED     pic $$$,$$$,$$9.99.
       01 WS-PAYROLL-TOTAL-GARNISH pic 9(9)v99 value 0.
       01 WS-PRIOR-GARNISH   pic 9(9)v99 value 0.
       01 WS-PH-GARN-SUB     pic 99.
       01 WS-BACKOUT-OPEN-SW pic x(1) value "N".
           88 WS-BACKOUT-OPEN value "Y".
       01 WS-REMIT-CAPACITY  pic 9(3) value 500.
       01 WS-REMIT-COUNT     pic 9(3) value 0.
       01 WS-REMIT-DROPPED   pic 9(5) value 0.
       01 WS-REMIT-SUB       pic 9(3).
       01 WS-REMIT-SCAN      pic 9(3).
       01 WS-REMIT-TABLE.
           05 WS-REMIT occurs 500 times.
               10 WS-RM-PAYEE-ID    pic x(6).
               10 WS-RM-PAYEE-NAME  pic x(30).
               10 WS-RM-CASE        pic x(20).
               10 WS-RM-EMP-ID      pic 9(6).
               10 WS-RM-AMOUNT      pic 9(7)v99.
               10 WS-RM-LISTED-SW   pic x(1).
                   88 WS-RM-LISTED  value "Y".
       01 WS-PAYEE-TOTAL     pic 9(9)v99.

      * Department cost centers: the employee's validated cost
      * center for this check, and the run's salary expense and
      * withholding per cost center for the journal, with what an
      * overridden repost's prior posting charged to each.
       01 WS-DEPT-STATUS     pic x(2).
       01 WS-DEPT-AVAILABLE-SW pic x(1) value "N".
           88 WS-DEPT-AVAILABLE value "Y".
       01 WS-COST-CENTER     pic x(3).
       01 WS-DEFAULT-CC      pic x(3) value "000".
       01 WS-DEFAULT-CC-COUNT pic 9(5) value 0.
       01 WS-COSTCTR-KEY     pic x(3).
       01 WS-COSTCTR-COUNT   pic 9(3) value 0.
       01 WS-COSTCTR-SUB     pic 9(3).
       01 WS-COSTCTR-SCAN    pic 9(3).
       01 WS-COSTCTR-TABLE.
           05 WS-COSTCTR occurs 100 times.
               10 WS-CC-DEPT        pic x(3).
               10 WS-CC-GROSS       pic 9(9)v99.
               10 WS-CC-WITHHOLDING pic 9(9)v99.
               10 WS-CC-PRIOR-GROSS pic 9(9)v99.
               10 WS-CC-PRIOR-WH    pic 9(9)v99.

      * Off-cycle support: the run switch and its loan-deduction
      * option, the month the checks are paid in (the pay period
      * itself being the run's off-cycle number), this check's
      * keyed gross and earnings type, and the lines not paid.
       01 WS-OFFCYCLE-TEXT   pic x(1).
           88 WS-OFF-CYCLE-RUN value "Y".
       01 WS-OC-LOANS-TEXT   pic x(1).
           88 WS-OC-TAKE-LOANS value "Y".
       01 WS-OFFCYCLE-STATUS pic x(2).
       01 WS-OFFCYCLE-EOF    pic x(1) value "N".
           88 WS-AT-OFFCYCLE-EOF value "Y".
       01 WS-OC-RUN-TEXT     pic x(6).
       01 WS-OC-RUN-SPLIT.
           05 WS-OC-RUN-YEAR pic 9(4).
           05 WS-OC-RUN-NUMBER pic 9(2).
       01 WS-OC-RUN-VALUE redefines WS-OC-RUN-SPLIT pic 9(6).
       01 WS-OC-SCAN-RUN     pic 9(2).
       01 WS-OC-DUPLICATE-SW pic x(1).
           88 WS-OC-DUPLICATE value "Y".
       01 WS-OC-DUP-PERIOD   pic 9(6).
       01 WS-OC-GROSS        pic 9(7)v99.
       01 WS-OC-REJECTED     pic 9(5) value 0.
       01 WS-CHECK-PERIOD    pic 9(6).
       01 WS-EARNINGS-TYPE   pic x(4) value "REG ".
       01 WS-OC-EDITED       pic $$$,$$$,$$9.99.

      * Retro pay support: the employee's posted periods in the
      * look-back window with what each paid as regular gross and
      * withholding (its own retro lines taken out) and the retro
      * already paid for it since, then the retro lines this check
      * pays. WS-SALARY-AS-OF is the date the salary lookup reads
      * against - the posting period's month-end for the check, an
      * earlier period's for a retro refigure.
       01 WS-SALARY-AS-OF    pic 9(8).
       01 WS-SALARY-FOUND-SW pic x(1).
           88 WS-SALARY-FOUND value "Y".
       01 WS-SAVED-SALARY    pic 9(8)v99.
       01 WS-RETRO-MONTHS    pic 99 value 12.
       01 WS-RETRO-PERIOD    pic 9(6).
       01 WS-RETRO-PERIOD-SPLIT redefines WS-RETRO-PERIOD.
           05 WS-RP-YEAR     pic 9(4).
           05 WS-RP-MONTH    pic 9(2).
       01 WS-RETRO-STEP      pic 99.
       01 WS-WINDOW-COUNT    pic 99.
       01 WS-WINDOW-SUB      pic 99.
       01 WS-WINDOW-SCAN     pic 99.
       01 WS-WINDOW-TABLE.
           05 WS-WINDOW occurs 12 times.
               10 WS-WN-PERIOD        pic 9(6).
               10 WS-WN-REGULAR-GROSS pic 9(8)v99.
               10 WS-WN-REGULAR-WH    pic 9(8)v99.
               10 WS-WN-PRETAX        pic 9(8)v99.
               10 WS-WN-SETTLED-GROSS pic 9(8)v99.
               10 WS-WN-SETTLED-WH    pic 9(8)v99.
       01 WS-RETRO-ITEM-SUB  pic 99.
       01 WS-RETRO-COUNT     pic 99.
       01 WS-RETRO-SUB       pic 99.
       01 WS-RETRO-TABLE.
           05 WS-RETRO occurs 12 times.
               10 WS-RT-PERIOD      pic 9(6).
               10 WS-RT-GROSS       pic 9(7)v99.
               10 WS-RT-WITHHOLDING pic 9(7)v99.
       01 WS-CORRECTED-GROSS pic 9(8)v99.
       01 WS-CORRECTED-WH    pic 9(8)v99.
       01 WS-RETRO-DIFF      pic s9(8)v99.
       01 WS-RETRO-WH-DIFF   pic s9(8)v99.
       01 WS-EMP-RETRO       pic 9(8)v99.
       01 WS-EMP-RETRO-WH    pic 9(8)v99.
       01 WS-CHECK-GROSS     pic 9(8)v99.
       01 WS-RETRO-EDITED    pic $$$,$$$,$$9.99.
       01 WS-PAYROLL-TOTAL-RETRO pic 9(9)v99 value 0.
       01 WS-OVERPAID-COUNT  pic 9(5) value 0.

       01 WS-MONTHLY-SALARY  pic 9(8)v99 value 0.
       01 WS-NET-PAY         pic s9(8)v99 value 0.
       01 WS-INSUFFICIENT-SW pic x(1) value "N".
       01 WS-PAYBATCH-COUNT  pic 9(5) value 0.
       01 WS-PAYBATCH-TOTAL  pic 9(9)v99 value 0.

      * Disbursement state: whether bank-info opened and the
      * deposit file was started, the run's check count, and the
      * split of the run's net between deposits and checks -
      * proven against the run net total on the register footer.
       01 WS-BANK-STATUS     pic x(2).
       01 WS-BANK-AVAILABLE-SW pic x(1) value "N".
           88 WS-BANK-AVAILABLE value "Y".
       01 WS-NACHA-OPEN-SW   pic x(1) value "N".
           88 WS-NACHA-OPEN   value "Y".
       01 WS-DELETE-FILENAME pic x(30).
       01 WS-CHECK-COUNT     pic 9(5) value 0.
       01 WS-CHECK-NUMBER    pic 9(8) value 0.
      * A reposted period's checks: whether any already cleared
      * (the repost is refused), and how many were voided.
       01 WS-ISSUE-STATUS    pic x(2).
       01 WS-PRIOR-PAID-COUNT pic 9(5) value 0.
       01 WS-PRIOR-VOIDED    pic 9(5) value 0.
       01 WS-DD-TOTAL        pic 9(9)v99 value 0.
       01 WS-CHECK-TOTAL     pic 9(9)v99 value 0.
       01 WS-DISBURSE-DIFF   pic s9(9)v99.

       01 RegisterHeader.
           05               pic x(10) value "Check".
           05               pic x(8)  value "EMP-ID".
           05               pic x(10) value "Date".
           05               pic x(16) value "          Amount".
       01 RegisterDetailLine.
           05 RG-Check       pic 9(8).
           05               pic x(2)  value spaces.
           05 RG-EmpId       pic 9(6).
           05               pic x(2)  value spaces.
               move WS-PERIOD-TEXT to WS-PAY-PERIOD
           end-if
           compute WS-PAY-PERIOD-END = WS-PAY-PERIOD * 100 + 31
           move WS-PAY-PERIOD to WS-CHECK-PERIOD
           accept WS-OFFCYCLE-TEXT from environment "PAYROLL_OFFCYCLE"
           accept WS-OC-LOANS-TEXT from environment
               "PAYROLL_OFFCYCLE_LOANS"

           perform OpenPayrollHistory
      *    An off-cycle run posts under its own number for the year,
      *    never the month's, so the regular period stays open for
      *    its own run. Its list is checked for here, before anything
      *    is reversed or locked, and read in ProcessPayroll.
           if WS-OFF-CYCLE-RUN
               perform AssignOffCycleRun
               open input offcycle-pay
               if WS-OFFCYCLE-STATUS not = "00"
                   display "PAYROLL: unable to open OFFCYCLE-PAY.DAT ("
                       WS-OFFCYCLE-STATUS ") - off-cycle run refused."
                   close payroll-history
                   move 16 to return-code
                   goback
               end-if
               close offcycle-pay
           end-if
           perform CheckPeriodNotPosted
           if WS-PERIOD-POSTED and WS-OVERRIDE-TEXT not = "Y"
               display "PAYROLL: pay period " WS-PAY-PERIOD
               move 8 to return-code
               goback
           end-if
           move "PERSON" to FL-FILE-ID
           move "PAYROLL" to FL-HOLDER
           set FL-FUNC-TAKE to true
               goback
           end-if

           if WS-PERIOD-POSTED
      *        Overridden repost: capture what the period's prior
      *        posting totaled (for the reversing journal entries)
      *        and clear its history records, so the history ends
      *        up holding exactly what this rerun posts - an
      *        employee dropped since the first posting must not
      *        leave a stale record behind. Done with both files
      *        held, so a run refused for a lock never leaves a
      *        period half cleared. The period's checks are voided
      *        as it is cleared; one the bank has already paid
      *        cannot be, and the repost is refused before anything
      *        changes. Every file the rerun pays through is
      *        opened before the clearing too, so a refusal for
      *        one of them also leaves the prior posting whole.
               perform CheckPriorChecksUnpaid
               if WS-PRIOR-PAID-COUNT > 0
                   display "PAYROLL: " WS-PRIOR-PAID-COUNT
                       " check(s) of pay period " WS-PAY-PERIOD
                       " already paid by the bank - repost refused."
                   close payroll-history
                   perform FreeMasterLocks
                   move 8 to return-code
                   goback
               end-if
               perform OpenDisbursementFiles
               perform ReverseAndClearPriorPosting
           else
               perform OpenDisbursementFiles
           end-if

           perform OpenSalaryHistory
           perform LoadTaxBrackets
           perform LoadDeductionCodes
           perform LoadEnrollments
           perform LoadLoanXref
           perform ProcessPayroll
           if WS-HISTORY-AVAILABLE
           end-if
           close payroll-history
           perform FreeMasterLocks
           if WS-OFF-CYCLE-RUN
               display "PAYROLL: off-cycle run " WS-PAY-PERIOD " paid "
                   WS-PAYROLL-HEADCOUNT " check(s), " WS-OC-REJECTED
                   " line(s) not paid."
               if WS-OC-REJECTED > 0 and return-code = 0
                   move 4 to return-code
               end-if
           end-if
           goback.

       FreeMasterLocks.
               goback
           end-if.

      * The off-cycle run's number: PAYROLL_OFFCYCLE_RUN when the
      * operator names one (to repost it), else one past the highest
      * already posted for the check month's year.
       AssignOffCycleRun.
           move spaces to WS-OC-RUN-TEXT
           accept WS-OC-RUN-TEXT from environment
               "PAYROLL_OFFCYCLE_RUN"
           if WS-OC-RUN-TEXT not = spaces
               and WS-OC-RUN-TEXT not = "000000"
               move WS-OC-RUN-TEXT to WS-OC-RUN-VALUE
               if WS-OC-RUN-NUMBER < 51
                   display "PAYROLL: " WS-OC-RUN-TEXT " is not an "
                       "off-cycle run (YYYY51-YYYY99) - run refused."
                   close payroll-history
                   move 8 to return-code
                   goback
               end-if
               move WS-OC-RUN-VALUE to WS-PAY-PERIOD
               exit paragraph
           end-if

           move WS-CHECK-PERIOD(1:4) to WS-OC-RUN-YEAR
           move 50 to WS-OC-RUN-NUMBER
           move WS-OC-RUN-VALUE to PH-PAY-PERIOD
           move 999999 to PH-EMP-ID
           move "N" to WS-PAYHIST-EOF
           start payroll-history key is greater than PH-KEY
               invalid key
                   set WS-AT-PAYHIST-EOF to true
           end-start
           perform until WS-AT-PAYHIST-EOF
               read payroll-history next record
                   at end
                       set WS-AT-PAYHIST-EOF to true
                   not at end
                       if PH-PAY-PERIOD(1:4) not = WS-OC-RUN-YEAR
                           set WS-AT-PAYHIST-EOF to true
                       else
                           move PH-PAY-PERIOD(5:2) to WS-OC-RUN-NUMBER
                       end-if
               end-read
           end-perform
           if WS-OC-RUN-NUMBER = 99
               display "PAYROLL: every off-cycle run for "
                   WS-OC-RUN-YEAR " is used - run refused."
               close payroll-history
               move 8 to return-code
               goback
           end-if
           add 1 to WS-OC-RUN-NUMBER
           move WS-OC-RUN-VALUE to WS-PAY-PERIOD.

      * Sums the period's previously posted gross/deduction/net and
      * deletes those history records ahead of the repost. The sums
      * drive the reversing entries WriteGlWorkEntries puts in
           move 0 to WS-PRIOR-DEDUCTION
           move 0 to WS-PRIOR-NET
           move 0 to WS-PRIOR-WITHHOLDING
           move 0 to WS-PRIOR-GARNISH
           move "N" to WS-PAYHIST-EOF

           open i-o garnish-orders
           if WS-GARNISH-STATUS = "00"
               set WS-BACKOUT-OPEN to true
           else
               if WS-GARNISH-STATUS not = "35"
                   display "PAYROLL: GARNISH-ORDERS.DAT not available ("
                       WS-GARNISH-STATUS ") - the period's "
                       "garnishments are not backed out of the orders."
               end-if
           end-if

           move WS-PAY-PERIOD to PH-PAY-PERIOD
           move 0 to PH-EMP-ID
           start payroll-history key is greater than or equal to
                           add PH-NET to WS-PRIOR-NET
                           add PH-WITHHOLDING
                               to WS-PRIOR-WITHHOLDING
                           add PH-GARNISH to WS-PRIOR-GARNISH
                           move PH-COST-CENTER to WS-COSTCTR-KEY
                           perform FindCostCenter
                           add PH-GROSS
                               to WS-CC-PRIOR-GROSS(WS-COSTCTR-SUB)
                           add PH-WITHHOLDING
                               to WS-CC-PRIOR-WH(WS-COSTCTR-SUB)
                           perform varying WS-PH-VOL-SUB from 1 by 1
                                   until WS-PH-VOL-SUB > PH-VOL-COUNT
                               move PH-VOL-GL-CODE(WS-PH-VOL-SUB)
                                   to WS-VOLGL-KEY
                               perform FindVoluntaryGlCode
                               add PH-VOL-AMOUNT(WS-PH-VOL-SUB)
                                   to WS-VG-PRIOR(WS-VOLGL-SUB)
                           end-perform
                           if PH-CHECK-NUMBER > 0
                               perform VoidPriorCheck
                           end-if
                           if WS-BACKOUT-OPEN
                               perform varying WS-PH-GARN-SUB
                                       from 1 by 1
                                       until WS-PH-GARN-SUB
                                           > PH-GARN-COUNT
                                   perform BackOutPriorGarnishment
                               end-perform
                           end-if
                           delete payroll-history
                       end-if
               end-read
           end-perform
           if WS-BACKOUT-OPEN
               close garnish-orders
           end-if
           if WS-PRIOR-VOIDED > 0
               display "PAYROLL: " WS-PRIOR-VOIDED " check(s) of pay "
                   "period " WS-PAY-PERIOD " voided for the repost."
           end-if.

      * The prior posting's check never reaches the employee - the
      * reversing CASH entry already takes its money back - so the
      * bank is told to refuse it.
       VoidPriorCheck.
           set CQ-FUNC-VOID to true
           move PH-CHECK-NUMBER to CQ-CHECK-NUMBER
           move WS-PPD-YMD to CQ-ISSUE-DATE
           call "CHKISSUE" using CHECK-AREA
           if CQ-OK
               add 1 to WS-PRIOR-VOIDED
           else
               display "PAYROLL: check " PH-CHECK-NUMBER " to employee "
                   PH-EMP-ID " could not be voided (" CQ-STATUS
                   ") - stop it with the bank by hand."
               move 8 to return-code
           end-if.

      * What the prior posting took for one order comes back off its
      * remitted total, reopening an order that amount satisfied -
      * the repost then takes it afresh.
       BackOutPriorGarnishment.
           move PH-EMP-ID to GO-EMP-ID
           move PH-GARN-SEQUENCE(WS-PH-GARN-SUB) to GO-SEQUENCE
           read garnish-orders
               invalid key
                   exit paragraph
           end-read
           if PH-GARN-AMOUNT(WS-PH-GARN-SUB) > GO-REMITTED-TOTAL
               move 0 to GO-REMITTED-TOTAL
           else
               subtract PH-GARN-AMOUNT(WS-PH-GARN-SUB)
                   from GO-REMITTED-TOTAL
           end-if
           if GO-SATISFIED
               and (GO-TOTAL-OWED = 0
                    or GO-REMITTED-TOTAL < GO-TOTAL-OWED)
               set GO-ACTIVE to true
           end-if
           rewrite GARNISH-ORDER-RECORD
               invalid key
                   display "PAYROLL: garnishment order " GO-EMP-ID
                       "-" GO-SEQUENCE " could not be backed out ("
                       WS-GARNISH-STATUS ")"
           end-rewrite.

      * Every check the period paid on must still be uncleared for
      * the repost to void it. No issued-check file means no check
      * was ever issued.
       CheckPriorChecksUnpaid.
           move 0 to WS-PRIOR-PAID-COUNT
           open input check-issue
           if WS-ISSUE-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-PAYHIST-EOF
           move WS-PAY-PERIOD to PH-PAY-PERIOD
           move 0 to PH-EMP-ID
           start payroll-history key is greater than or equal to
                   PH-KEY
               invalid key
                   set WS-AT-PAYHIST-EOF to true
           end-start
           perform until WS-AT-PAYHIST-EOF
               read payroll-history next record
                   at end
                       set WS-AT-PAYHIST-EOF to true
                   not at end
                       if PH-PAY-PERIOD not = WS-PAY-PERIOD
                           set WS-AT-PAYHIST-EOF to true
                       else
                           if PH-CHECK-NUMBER > 0
                               perform CheckOnePriorCheck
                           end-if
                       end-if
               end-read
           end-perform
           close check-issue.

       CheckOnePriorCheck.
           move PH-CHECK-NUMBER to CI-CHECK-NUMBER
           read check-issue
               invalid key
                   exit paragraph
           end-read
           if CI-PAID
               add 1 to WS-PRIOR-PAID-COUNT
               display "PAYROLL: check " CI-CHECK-NUMBER
                   " to employee " PH-EMP-ID " was paid "
                   CI-PAID-DATE "."
           end-if.

      * Any history record for this pay period means the period was
      * already posted.
           move LM-EMP-ID to WS-XR-EMP-ID(WS-XREF-COUNT)
           move LM-FREQUENCY to WS-XR-FREQUENCY(WS-XREF-COUNT)
           move LM-PAID-THRU-PERIOD
               to WS-XR-PAID-THRU(WS-XREF-COUNT)
           move spaces to WS-XR-HOLD-REASON(WS-XREF-COUNT)
           move LM-LOAN-NUMBER to HA-LOAN-NUMBER
           move WS-PPD-YMD to HA-AS-OF-DATE
           call "HOLDCHK" using HOLD-AREA
           if HA-ON-HOLD
               move HA-REASON to WS-XR-HOLD-REASON(WS-XREF-COUNT)
           end-if.

      * One loan's scheduled payment, off the loan's CURRENT
      * repository row - the first unpaid period, one keyed read.
           move 0 to WS-PAYROLL-TOTAL-NET
           move "N" to WS-PERSON-EOF

      *    PAYMENTS.DAT, the check issue files and the deposit file
      *    were opened by OpenDisbursementFiles before anything was
      *    posted or cleared.
           perform WritePayBatchHeader

           open input person
           open output check-register
           move RegisterHeader to CK-Line
           write CK-Line
           end-if
           open output payroll-report

           open i-o garnish-orders
           if WS-GARNISH-STATUS = "00"
               set WS-GARNISH-AVAILABLE to true
           else
               display "PAYROLL: GARNISH-ORDERS.DAT not available ("
                   WS-GARNISH-STATUS ") - no garnishments this run."
           end-if

           open input dept-master
           if WS-DEPT-STATUS = "00"
               set WS-DEPT-AVAILABLE to true
           else
               display "PAYROLL: DEPT-MASTER.DAT not available ("
                   WS-DEPT-STATUS ") - departments charged as "
                   "keyed this run."
           end-if

           if WS-OFF-CYCLE-RUN
               move spaces to PR-Line
               if WS-OC-TAKE-LOANS
                   string "Off-cycle run " WS-PAY-PERIOD
                       " - paid in " WS-CHECK-PERIOD
                       " - loan deductions taken"
                       delimited by size into PR-Line
                   end-string
               else
                   string "Off-cycle run " WS-PAY-PERIOD
                       " - paid in " WS-CHECK-PERIOD
                       " - no loan deductions"
                       delimited by size into PR-Line
                   end-string
               end-if
               write PR-Line
               move spaces to PR-Line
               write PR-Line
           end-if
           move PayrollColumnHeader1 to PR-Line
           write PR-Line
           move PayrollColumnHeader2 to PR-Line
           write PR-Line

           if WS-OFF-CYCLE-RUN
               perform PayOffCycleList
           else
               move 0 to EMP-ID
               start person key is greater than or equal to EMP-ID
                   invalid key
                       set WS-AT-PERSON-EOF to true
               end-start

               perform until WS-AT-PERSON-EOF
                   read person next record into WS-EMPLOYEE-RECORD
                       at end
                           set WS-AT-PERSON-EOF to true
                       not at end
                           if WS-EMP-ACTIVE
                               perform PayOneEmployee
                           end-if
                   end-read
               end-perform
           end-if

           perform WritePayBatchTrailer
           close payment-file
           if WS-NACHA-OPEN
               set NW-FUNC-CLOSE to true
               call "NACHAWRT" using NACHA-AREA
           end-if
           perform WritePayrollFooter
           perform WriteRegisterFooter
           perform WriteGarnishRemittance
           perform WriteGlWorkEntries
           if WS-GARNISH-AVAILABLE
               close garnish-orders
           end-if
           if WS-DEPT-AVAILABLE
               close dept-master
           end-if
           close person
           if WS-BANK-AVAILABLE
               close bank-info
           end-if
           close check-register
           set CQ-FUNC-CLOSE to true
           call "CHKISSUE" using CHECK-AREA
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           close payroll-report.

      * Opens everything the run pays through - PAYMENTS.DAT, the
      * check issue files, BANK-INFO.DAT and the deposit file - and
      * refuses the run when one it cannot do without will not
      * open. Done from MainLine before a repost clears the prior
      * posting, so a refusal here leaves the period exactly as it
      * was posted.
       OpenDisbursementFiles.
           open extend payment-file
           if WS-PAYMENT-STATUS = "35"
               open output payment-file
           end-if
           if WS-PAYMENT-STATUS not = "00"
      *        Running on would take the deductions and credit the
      *        payroll clearing with no queued transactions for
      *        POSTPAY to apply - the money would move and the
      *        loans would not.
               display "PAYROLL: unable to open PAYMENTS.DAT ("
                   WS-PAYMENT-STATUS ") - run refused before any "
                   "money moves."
               if WS-HISTORY-AVAILABLE
                   close salary-history
               end-if
               close payroll-history
               perform FreeMasterLocks
               move 16 to return-code
               goback
           end-if

      *    Check numbers come off the check-stock control - without
      *    it there is no number to print and nothing to tell the
      *    bank, so the run stops here like it does for PAYMENTS.DAT.
      *    Both this and the deposit file are settled before the
      *    payment batch header goes out, so a refusal never leaves
      *    a header with no trailer on PAYMENTS.DAT.
           set CQ-FUNC-OPEN to true
           call "CHKISSUE" using CHECK-AREA
           if not CQ-OK
               display "PAYROLL: check issue files not available ("
                   CQ-STATUS ") - run refused before any money "
                   "moves."
               perform RefusePayrollRun
           end-if

           open input bank-info
           if WS-BANK-STATUS = "00"
               set WS-BANK-AVAILABLE to true
           else
               display "PAYROLL: BANK-INFO.DAT not available ("
                   WS-BANK-STATUS ") - everyone pays by check "
                   "this run."
           end-if

      *    The deposit file is started every run - empty when
      *    nobody can be paid by deposit - so the last period's
      *    deposits are never left in place to be sent again.
      *    Deposits need the origination details on ACH-CONTROL.DAT;
      *    without them there is no deposit file to send, and with
      *    deposits to pay the run stops. With none to pay the old
      *    file is removed instead.
           move spaces to NACHA-AREA
           set NW-FUNC-OPEN to true
           move "PAY-DISBURSE.DAT" to NW-FILE-NAME
           set NW-CREDITS to true
           if WS-OFF-CYCLE-RUN
               move "OFFCYCLE" to NW-ENTRY-DESCRIPTION
           else
               move "PAYROLL" to NW-ENTRY-DESCRIPTION
           end-if
           call "NACHAWRT" using NACHA-AREA
           evaluate true
               when NW-OK
                   set WS-NACHA-OPEN to true
               when WS-BANK-AVAILABLE
                   display "PAYROLL: PAY-DISBURSE.DAT could not be "
                       "started (" NW-STATUS ") - run refused "
                       "before any money moves."
                   close bank-info
                   set CQ-FUNC-CLOSE to true
                   call "CHKISSUE" using CHECK-AREA
                   perform RefusePayrollRun
               when other
                   display "PAYROLL: PAY-DISBURSE.DAT could not be "
                       "started (" NW-STATUS ") - the old file is "
                       "removed, no deposits this run."
                   move "PAY-DISBURSE.DAT" to WS-DELETE-FILENAME
                   call "CBL_DELETE_FILE" using WS-DELETE-FILENAME
           end-evaluate.

      * A file the run cannot do without would not open after
      * PAYMENTS.DAT had - nothing has been written to it yet, so
      * closing it leaves the queue exactly as it was.
       RefusePayrollRun.
           close payment-file
           if WS-HISTORY-AVAILABLE
               close salary-history
           end-if
           close payroll-history
           perform FreeMasterLocks
           move 16 to return-code
           goback.

      * The run's balanced journal amounts: one debit to salary
      * expense for the gross paid, offset by credits to loan
      * receivable (the deductions collected) and cash (the net

           move "PAYROLL" to GW-SOURCE
           move WS-PPD-YMD to GW-DATE
           move spaces to GW-DEPT

      *    Overridden repost: reverse the period's prior posting
      *    first (credit where it debited, debit where it credited)
      *    stacking a second balanced set on top - two balanced
      *    sets still report IN BALANCE and double-post the period.
           if WS-PERIOD-POSTED
               perform varying WS-COSTCTR-SUB from 1 by 1
                       until WS-COSTCTR-SUB > WS-COSTCTR-COUNT
                   if WS-CC-PRIOR-GROSS(WS-COSTCTR-SUB) > 0
                       move WS-CC-DEPT(WS-COSTCTR-SUB) to GW-DEPT
                       move "SALEXP" to GW-CODE
                       set GW-CREDIT to true
                       move WS-CC-PRIOR-GROSS(WS-COSTCTR-SUB)
                           to GW-AMOUNT
                       write GW-RECORD
                   end-if
                   if WS-CC-PRIOR-WH(WS-COSTCTR-SUB) > 0
                       move WS-CC-DEPT(WS-COSTCTR-SUB) to GW-DEPT
                       move "WITHHOLD" to GW-CODE
                       set GW-DEBIT to true
                       move WS-CC-PRIOR-WH(WS-COSTCTR-SUB)
                           to GW-AMOUNT
                       write GW-RECORD
                   end-if
               end-perform
               move spaces to GW-DEPT

               move "PAYCLEAR" to GW-CODE
               set GW-DEBIT to true
               move WS-PRIOR-DEDUCTION to GW-AMOUNT
               write GW-RECORD

               move "CASH" to GW-CODE
               set GW-DEBIT to true
               move WS-PRIOR-NET to GW-AMOUNT
               write GW-RECORD

               if WS-PRIOR-GARNISH > 0
                   move "GARNPAY" to GW-CODE
                   set GW-DEBIT to true
                   move WS-PRIOR-GARNISH to GW-AMOUNT
                   write GW-RECORD
               end-if

               perform varying WS-VOLGL-SUB from 1 by 1
                       until WS-VOLGL-SUB > WS-VOLGL-COUNT
                   if WS-VG-PRIOR(WS-VOLGL-SUB) > 0
                       move WS-VG-GL-CODE(WS-VOLGL-SUB) to GW-CODE
                       set GW-DEBIT to true
                       move WS-VG-PRIOR(WS-VOLGL-SUB) to GW-AMOUNT
                       write GW-RECORD
                   end-if
               end-perform
           end-if

      *    Salary expense and the withholding liability post per
      *    department cost center - one pair of entries for each
      *    cost center the run charged, the default one included.
           perform varying WS-COSTCTR-SUB from 1 by 1
                   until WS-COSTCTR-SUB > WS-COSTCTR-COUNT
               move WS-CC-DEPT(WS-COSTCTR-SUB) to GW-DEPT
               if WS-CC-GROSS(WS-COSTCTR-SUB) > 0
                   move "SALEXP" to GW-CODE
                   set GW-DEBIT to true
                   move WS-CC-GROSS(WS-COSTCTR-SUB) to GW-AMOUNT
                   write GW-RECORD
               end-if

      *        The taxes withheld are owed onward, not income - a
      *        withholding-payable credit accounting clears when
      *        the deposit is made.
               if WS-CC-WITHHOLDING(WS-COSTCTR-SUB) > 0
                   move "WITHHOLD" to GW-CODE
                   set GW-CREDIT to true
                   move WS-CC-WITHHOLDING(WS-COSTCTR-SUB) to GW-AMOUNT
                   write GW-RECORD
               end-if
           end-perform
           move spaces to GW-DEPT

      *    Deductions sit in the payroll clearing until POSTPAY
      *    applies the queued transactions and debits it back out -
           move WS-PAYROLL-TOTAL-DEDUCTION to GW-AMOUNT
           write GW-RECORD

           move "CASH" to GW-CODE
           set GW-CREDIT to true
           move WS-PAYROLL-TOTAL-NET to GW-AMOUNT
           write GW-RECORD

      *    Garnishments are held for the courts and agencies until
      *    the remittance checks go out - a liability, not cash.
           if WS-PAYROLL-TOTAL-GARNISH > 0
               move "GARNPAY" to GW-CODE
               set GW-CREDIT to true
               move WS-PAYROLL-TOTAL-GARNISH to GW-AMOUNT
               write GW-RECORD
           end-if

      *    Each voluntary deduction is owed onward too - to the plan,
      *    the carrier, the union - so each credits its own
      *    liability code, the run's total for that code.
           perform varying WS-VOLGL-SUB from 1 by 1
                   until WS-VOLGL-SUB > WS-VOLGL-COUNT
               if WS-VG-AMOUNT(WS-VOLGL-SUB) > 0
                   move WS-VG-GL-CODE(WS-VOLGL-SUB) to GW-CODE
                   set GW-CREDIT to true
                   move WS-VG-AMOUNT(WS-VOLGL-SUB) to GW-AMOUNT
                   write GW-RECORD
               end-if
           end-perform

           close gl-work.

      *-----------------------------------------------------------------
      * The off-cycle run pays the list, line by line. A line that
      * cannot be paid is reported and counted, and the rest of the
      * list still goes.
       PayOffCycleList.
           open input offcycle-pay
           perform until WS-AT-OFFCYCLE-EOF
               read offcycle-pay
                   at end
                       set WS-AT-OFFCYCLE-EOF to true
                   not at end
                       perform PayOneOffCycleLine
               end-read
           end-perform
           close offcycle-pay.

       PayOneOffCycleLine.
           if not OC-TYPE-VALID
               display "PAYROLL: off-cycle line for employee "
                   OC-EMP-ID " has unknown earnings type "
                   OC-EARNINGS-TYPE " - not paid."
               add 1 to WS-OC-REJECTED
               exit paragraph
           end-if
           if OC-AMOUNT not numeric or OC-AMOUNT = 0
               display "PAYROLL: off-cycle line for employee "
                   OC-EMP-ID " has no amount - not paid."
               add 1 to WS-OC-REJECTED
               exit paragraph
           end-if

      *    Active employees, and a terminated one's final pay.
           move OC-EMP-ID to EMP-ID
           read person into WS-EMPLOYEE-RECORD
               invalid key
                   display "PAYROLL: off-cycle employee " OC-EMP-ID
                       " is not on person.dat - not paid."
                   add 1 to WS-OC-REJECTED
                   exit paragraph
           end-read
           if not WS-EMP-ACTIVE
               and not EMP-TERMINATED of EMPLOYEE-RECORD
               display "PAYROLL: off-cycle employee " OC-EMP-ID
                   " is neither active nor terminated - not paid."
               add 1 to WS-OC-REJECTED
               exit paragraph
           end-if

      *    One check per employee per run - the history holds one
      *    record for each.
           move WS-PAY-PERIOD to PH-PAY-PERIOD
           move OC-EMP-ID to PH-EMP-ID
           read payroll-history
               invalid key
                   continue
               not invalid key
                   display "PAYROLL: off-cycle employee " OC-EMP-ID
                       " is listed twice - second line not paid."
                   add 1 to WS-OC-REJECTED
                   exit paragraph
           end-read

           perform CheckOffCycleDuplicate
           if WS-OC-DUPLICATE and WS-OVERRIDE-TEXT not = "Y"
               display "PAYROLL: employee " OC-EMP-ID " was already "
                   "paid " OC-EARNINGS-TYPE " of this amount in "
                   "off-cycle run " WS-OC-DUP-PERIOD " - not paid "
                   "again without PAYROLL_OVERRIDE=Y."
               add 1 to WS-OC-REJECTED
               exit paragraph
           end-if

           move OC-AMOUNT to WS-OC-GROSS
           move OC-EARNINGS-TYPE to WS-EARNINGS-TYPE
           perform PayOneEmployee.

      * The same employee, earnings type and amount in another of
      * the year's off-cycle runs is taken as the same check keyed
      * twice.
       CheckOffCycleDuplicate.
           move "N" to WS-OC-DUPLICATE-SW
           move WS-PAY-PERIOD(1:4) to WS-OC-RUN-YEAR
           perform varying WS-OC-SCAN-RUN from 51 by 1
                   until WS-OC-SCAN-RUN > 99 or WS-OC-DUPLICATE
               move WS-OC-SCAN-RUN to WS-OC-RUN-NUMBER
               if WS-OC-RUN-VALUE not = WS-PAY-PERIOD
                   move WS-OC-RUN-VALUE to PH-PAY-PERIOD
                   move OC-EMP-ID to PH-EMP-ID
                   read payroll-history
                       invalid key
                           continue
                       not invalid key
                           if PH-EARNINGS-TYPE = OC-EARNINGS-TYPE
                               and PH-GROSS = OC-AMOUNT
                               set WS-OC-DUPLICATE to true
                               move PH-PAY-PERIOD to WS-OC-DUP-PERIOD
                           end-if
                   end-read
               end-if
           end-perform.

      *-----------------------------------------------------------------
       PayOneEmployee.
           move "N" to WS-INSUFFICIENT-SW
           move WS-PAY-PERIOD-END to WS-SALARY-AS-OF
           perform LookupSalaryInEffect

           evaluate WS-EMP-PAY-CYCLE
               when "B"
                   move 26 to WS-CHECKS-PER-YEAR
               when "S"
               when other
                   move 12 to WS-CHECKS-PER-YEAR
           end-evaluate
      *    An off-cycle check is the amount keyed for it.
           if WS-OFF-CYCLE-RUN
               move WS-OC-GROSS to WS-MONTHLY-SALARY
           else
               divide WS-EFFECTIVE-SALARY by WS-CHECKS-PER-YEAR
                   giving WS-MONTHLY-SALARY rounded
           end-if

      *    Pre-tax deductions come off the top - what is left is
      *    the taxable pay the withholding is figured on.
           perform CollectEmployeeDeductions
           perform TakePreTaxDeductions
           compute WS-TAXABLE-PAY = WS-MONTHLY-SALARY - WS-EMP-PRETAX

      *    Withholding next - the bracket is chosen on the ANNUAL
      *    taxable salary and applied to the per-check taxable pay,
      *    so a biweekly and a monthly employee on the same salary
      *    withhold at the same rate.
           perform ComputeWithholding

      *    Retro pay for earlier periods rides on this check as its
      *    own lines - taxable, with the withholding those periods
      *    were short.
           perform ComputeRetroPay
           compute WS-CHECK-GROSS = WS-MONTHLY-SALARY + WS-EMP-RETRO
           add WS-EMP-RETRO to WS-TAXABLE-PAY
           add WS-EMP-RETRO-WH to WS-EMP-WITHHOLDING

      *    Garnishments the law puts ahead of the employee's loan
      *    come out of the disposable pay next.
           compute WS-DISPOSABLE-PAY =
               WS-TAXABLE-PAY - WS-EMP-WITHHOLDING
           move 0 to WS-EMP-GARNISH
           perform CollectEmployeeOrders
           move WS-DISPOSABLE-PAY to WS-CHECK-ROOM
           move "Y" to WS-GARN-PASS
           perform TakeGarnishments

           perform SumEmployeeLoanDeductions

      *    A deduction can never exceed the check it comes out of -
      *    deduction + net).
      *    The cap now leaves the withholding whole - taxes come out
      *    before loan deductions, so the collectible ceiling is the
      *    check net of withholding (and of the pre-tax deductions
      *    taken ahead of it).
      *    And the garnishments ahead of the loan come out before it.
           move 0 to WS-DEDUCTION-SHORTFALL
           compute WS-CHECK-ROOM = WS-TAXABLE-PAY - WS-EMP-WITHHOLDING
               - WS-EMP-GARNISH
           if WS-EMP-DEDUCTION > WS-CHECK-ROOM
               set WS-PAY-INSUFFICIENT to true
               compute WS-DEDUCTION-SHORTFALL =
                   WS-EMP-DEDUCTION - WS-CHECK-ROOM
               move WS-CHECK-ROOM to WS-EMP-DEDUCTION
               display "PAYROLL: employee " WS-EMP-ID
                   " pay is less than the loan deductions - "
                   "deduction capped at the check amount"
           end-if

      *    The remaining garnishments out of what the loans left,
      *    then the post-tax deductions last.
           compute WS-CHECK-ROOM = WS-TAXABLE-PAY - WS-EMP-WITHHOLDING
               - WS-EMP-GARNISH - WS-EMP-DEDUCTION
           move "N" to WS-GARN-PASS
           perform TakeGarnishments
           compute WS-CHECK-ROOM = WS-TAXABLE-PAY - WS-EMP-WITHHOLDING
               - WS-EMP-GARNISH - WS-EMP-DEDUCTION
           perform TakePostTaxDeductions
           compute WS-NET-PAY = WS-CHECK-GROSS - WS-EMP-PRETAX
               - WS-EMP-WITHHOLDING - WS-EMP-GARNISH - WS-EMP-DEDUCTION
               - WS-EMP-POSTTAX

      *    A full collection queues the payment transactions that
      *    move the loans; a capped check took less than scheduled,
               end-if
           end-if

           perform ResolveCostCenter

           move WS-EMP-ID to PDL-EmpId
           string
               function trim(WS-EMP-FIRST-NAME) " "
               function trim(WS-EMP-LAST-NAME)
               delimited by size into PDL-Name
           end-string
           move WS-CHECK-GROSS to PDL-Gross
           move WS-EMP-DEDUCTION to PDL-Deduction
           move WS-NET-PAY to PDL-Net
           move PayrollDetailLine to PR-Line
           write PR-Line

           if WS-OFF-CYCLE-RUN
               move WS-OC-GROSS to WS-OC-EDITED
               move spaces to PR-Line
               string "          off-cycle " WS-EARNINGS-TYPE " "
                   WS-OC-EDITED " " OC-NOTE
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if

      *    An employee charged to the default cost center is flagged
      *    under the check, so HR can fix the department before the
      *    next run.
           if WS-COST-CENTER = WS-DEFAULT-CC
               and WS-EMP-DEPT not = WS-DEFAULT-CC
               move spaces to PR-Line
               if WS-EMP-DEPT = spaces
                   string "          no department - charged to "
                       "default cost center " WS-DEFAULT-CC
                       delimited by size into PR-Line
                   end-string
               else
                   string "          department " WS-EMP-DEPT
                       " not on file - charged to default cost "
                       "center " WS-DEFAULT-CC
                       delimited by size into PR-Line
                   end-string
               end-if
               write PR-Line
           end-if

      *    Itemize the withholding under the employee - its own
      *    line, so the check stub arithmetic can be read back.
           if WS-EMP-WITHHOLDING > 0
               write PR-Line
           end-if

           perform varying WS-RETRO-SUB from 1 by 1
                   until WS-RETRO-SUB > WS-RETRO-COUNT
               perform ItemizeOneRetroLine
           end-perform

           perform varying WS-GARN-SUB from 1 by 1
                   until WS-GARN-SUB > WS-GARN-COUNT
               perform ItemizeOneGarnishment
           end-perform

      *    Itemize the loans behind the deduction, one line each -
      *    second pass over the same cross-reference entries so the
      *    employee's summary line prints first.
               perform ItemizeEmployeeLoans
           end-if

           perform varying WS-VOL-SUB from 1 by 1
                   until WS-VOL-SUB > WS-VOL-COUNT
               perform ItemizeOneVoluntaryDeduction
           end-perform

           if WS-DEDUCTION-SHORTFALL > 0
               move WS-DEDUCTION-SHORTFALL to WS-SHORTFALL-EDITED
               move spaces to PR-Line
                   delimited by size into PR-Line
               end-string
               write PR-Line
               set XA-DESK-COLLECT to true
               move "LOANSHRT" to XA-CODE
               move WS-DEDUCTION-SHORTFALL to XA-AMOUNT
               move spaces to XA-TEXT
               string "period " WS-PAY-PERIOD
                   " loan deductions short - not queued"
                   delimited by size into XA-TEXT
               end-string
               perform RaiseShortfallException
           end-if

      *    Paid before the history is written, so the record carries
      *    the check number a repost has to void.
           perform DisburseNetPay
           perform WriteHistoryRecord

           add 1 to WS-PAYROLL-HEADCOUNT
           add WS-CHECK-GROSS to WS-PAYROLL-TOTAL-GROSS
           add WS-EMP-RETRO to WS-PAYROLL-TOTAL-RETRO
           add WS-EMP-DEDUCTION to WS-PAYROLL-TOTAL-DEDUCTION
           add WS-EMP-WITHHOLDING to WS-PAYROLL-TOTAL-WITHHOLDING
           add WS-EMP-GARNISH to WS-PAYROLL-TOTAL-GARNISH
           add WS-NET-PAY to WS-PAYROLL-TOTAL-NET
           add WS-EMP-PRETAX to WS-PAYROLL-TOTAL-PRETAX
           add WS-EMP-POSTTAX to WS-PAYROLL-TOTAL-POSTTAX
           move WS-COST-CENTER to WS-COSTCTR-KEY
           perform FindCostCenter
           add WS-CHECK-GROSS to WS-CC-GROSS(WS-COSTCTR-SUB)
           add WS-EMP-WITHHOLDING to WS-CC-WITHHOLDING(WS-COSTCTR-SUB)
           perform varying WS-VOL-SUB from 1 by 1
                   until WS-VOL-SUB > WS-VOL-COUNT
               if WS-VL-TAKEN(WS-VOL-SUB) > 0
                   move WS-DC-GL-CODE(WS-VL-DEDCODE-SUB(WS-VOL-SUB))
                       to WS-VOLGL-KEY
                   perform FindVoluntaryGlCode
                   add WS-VL-TAKEN(WS-VOL-SUB)
                       to WS-VG-AMOUNT(WS-VOLGL-SUB)
               end-if
           end-perform.

      *-----------------------------------------------------------------
      * Actually pays the net just posted: a direct-deposit line
      * check on the register otherwise - the same WS-NET-PAY the
      * history record took, so nothing is ever transcribed.
       DisburseNetPay.
           move 0 to WS-CHECK-NUMBER
           if WS-BANK-AVAILABLE
               move WS-EMP-ID to BI-EMP-ID
               read bank-info
                   invalid key
                       perform WriteRegisterCheck
                   not invalid key
                       perform WriteDirectDeposit
               end-read
           else
               perform WriteRegisterCheck
           end-if.

      * One credit entry on the NACHA deposit file.
       WriteDirectDeposit.
           set NW-FUNC-ENTRY to true
           move BI-ROUTING to NW-ROUTING
           move BI-ACCOUNT to NW-ACCOUNT
           move BI-ACCOUNT-TYPE to NW-ACCOUNT-TYPE
           move WS-NET-PAY to NW-AMOUNT
           move WS-EMP-ID to NW-INDIVIDUAL-ID
           move spaces to NW-INDIVIDUAL-NAME
           string function trim(WS-EMP-FIRST-NAME) " "
               function trim(WS-EMP-LAST-NAME)
               delimited by size into NW-INDIVIDUAL-NAME
           end-string
           call "NACHAWRT" using NACHA-AREA
           add WS-NET-PAY to WS-DD-TOTAL.

      * The check number is the next one off the stock, and the
      * check goes on the positive-pay issue file as it is numbered.
       WriteRegisterCheck.
           set CQ-FUNC-ISSUE to true
           move WS-PPD-YMD to CQ-ISSUE-DATE
           move WS-NET-PAY to CQ-AMOUNT
           move spaces to CQ-PAYEE
           string function trim(WS-EMP-FIRST-NAME) " "
               function trim(WS-EMP-LAST-NAME)
               delimited by size into CQ-PAYEE
           end-string
           move "PAYROLL" to CQ-SOURCE
           move WS-EMP-ID to CQ-REFERENCE
           call "CHKISSUE" using CHECK-AREA
           add 1 to WS-CHECK-COUNT
           move CQ-CHECK-NUMBER to WS-CHECK-NUMBER
           move CQ-CHECK-NUMBER to RG-Check
           move WS-EMP-ID to RG-EmpId
           move WS-PPD-YMD to RG-Date
           move WS-NET-PAY to RG-Amount
      * carry, so a transcription error is impossible by
      * construction, and any difference is shouted.
       WriteRegisterFooter.
           move WS-CHECK-COUNT to RF-Checks
           move WS-CHECK-TOTAL to RF-CheckTotal
           move WS-DD-TOTAL to RF-DdTotal
           move WS-PAYROLL-TOTAL-NET to RF-RunNet
                   "run net by " WS-DISBURSE-DIFF " - investigate "
                   "before releasing the files."
               move 8 to return-code
           end-if
           if WS-NACHA-OPEN and NW-TOTAL-CREDIT not = WS-DD-TOTAL
               display "PAYROLL: PAY-DISBURSE.DAT credits "
                   NW-TOTAL-CREDIT " do not match the deposits "
                   "paid " WS-DD-TOTAL " - do not release the file."
               move 8 to return-code
           end-if.

      *-----------------------------------------------------------------
      * The first bracket whose annual band covers the taxable
      * salary (the effective salary less a year of this check's
      * pre-tax deductions) sets the rate, applied to the per-check
      * taxable pay. No brackets on file (or an income over every
      * band) withholds nothing, and the report's stub line simply
      * doesn't print.
       ComputeWithholding.
           move 0 to WS-EMP-WITHHOLDING
      *    An off-cycle check is not a year's worth of checks - its
      *    bracket is the one for the annual salary with this pay on
      *    top.
           if WS-OFF-CYCLE-RUN
               compute WS-ANNUAL-TAXABLE = WS-EFFECTIVE-SALARY
                   + WS-TAXABLE-PAY
           else
               compute WS-ANNUAL-TAXABLE = WS-EFFECTIVE-SALARY
                   - WS-EMP-PRETAX * WS-CHECKS-PER-YEAR
           end-if
           perform FindWithholdingRate
           if WS-BRACKET-FOUND
               compute WS-EMP-WITHHOLDING rounded =
                   WS-TAXABLE-PAY * WS-WITHHOLDING-RATE
           end-if.

      * The rate for WS-ANNUAL-TAXABLE off the bracket table.
       FindWithholdingRate.
           move "N" to WS-BRACKET-FOUND-SW
           perform varying WS-BRACKET-SUB from 1 by 1
                   until WS-BRACKET-SUB > WS-BRACKET-COUNT
                   or WS-BRACKET-FOUND
               if WS-ANNUAL-TAXABLE not <
                       WS-TB-MIN-ANNUAL(WS-BRACKET-SUB)
                   and WS-ANNUAL-TAXABLE not >
                       WS-TB-MAX-ANNUAL(WS-BRACKET-SUB)
                   set WS-BRACKET-FOUND to true
                   move WS-TB-RATE(WS-BRACKET-SUB)
                       to WS-WITHHOLDING-RATE
               end-if
           end-perform.

      *-----------------------------------------------------------------
      * Loads the withholding brackets once per run.
       WriteHistoryRecord.
           move WS-PAY-PERIOD to PH-PAY-PERIOD
           move WS-EMP-ID to PH-EMP-ID
           move WS-CHECK-GROSS to PH-GROSS
           move WS-EMP-DEDUCTION to PH-DEDUCTION
           move WS-NET-PAY to PH-NET
           move WS-PPD-YMD to PH-RUN-DATE
           move WS-EMP-WITHHOLDING to PH-WITHHOLDING
           move WS-EMP-GARNISH to PH-GARNISH
           move WS-COST-CENTER to PH-COST-CENTER
           if WS-OFF-CYCLE-RUN
               set PH-OFF-CYCLE to true
           else
               set PH-REGULAR-RUN to true
           end-if
           move WS-EARNINGS-TYPE to PH-EARNINGS-TYPE
           move WS-CHECK-PERIOD to PH-CHECK-PERIOD
           move WS-CHECK-NUMBER to PH-CHECK-NUMBER
           move WS-GARN-COUNT to PH-GARN-COUNT
           perform varying WS-PH-GARN-SUB from 1 by 1
                   until WS-PH-GARN-SUB > 10
               if WS-PH-GARN-SUB > WS-GARN-COUNT
                   move 0 to PH-GARN-SEQUENCE(WS-PH-GARN-SUB)
                   move 0 to PH-GARN-AMOUNT(WS-PH-GARN-SUB)
               else
                   move WS-GN-SEQUENCE(WS-PH-GARN-SUB)
                       to PH-GARN-SEQUENCE(WS-PH-GARN-SUB)
                   move WS-GN-TAKEN(WS-PH-GARN-SUB)
                       to PH-GARN-AMOUNT(WS-PH-GARN-SUB)
               end-if
           end-perform
           move WS-EMP-RETRO to PH-RETRO-GROSS
           move WS-EMP-RETRO-WH to PH-RETRO-WITHHOLDING
           move WS-RETRO-COUNT to PH-RETRO-COUNT
           perform varying WS-RETRO-SUB from 1 by 1
                   until WS-RETRO-SUB > 12
               if WS-RETRO-SUB > WS-RETRO-COUNT
                   move 0 to PH-RETRO-PERIOD(WS-RETRO-SUB)
                   move 0 to PH-RETRO-ITEM-GROSS(WS-RETRO-SUB)
                   move 0 to PH-RETRO-ITEM-WH(WS-RETRO-SUB)
               else
                   move WS-RT-PERIOD(WS-RETRO-SUB)
                       to PH-RETRO-PERIOD(WS-RETRO-SUB)
                   move WS-RT-GROSS(WS-RETRO-SUB)
                       to PH-RETRO-ITEM-GROSS(WS-RETRO-SUB)
                   move WS-RT-WITHHOLDING(WS-RETRO-SUB)
                       to PH-RETRO-ITEM-WH(WS-RETRO-SUB)
               end-if
           end-perform
           move WS-EMP-PRETAX to PH-PRETAX
           move WS-EMP-POSTTAX to PH-POSTTAX
           move WS-VOL-COUNT to PH-VOL-COUNT
           perform varying WS-PH-VOL-SUB from 1 by 1
                   until WS-PH-VOL-SUB > 10
               if WS-PH-VOL-SUB > WS-VOL-COUNT
                   move spaces to PH-VOL-CODE(WS-PH-VOL-SUB)
                   move spaces to PH-VOL-GL-CODE(WS-PH-VOL-SUB)
                   move spaces to PH-VOL-TREATMENT(WS-PH-VOL-SUB)
                   move 0 to PH-VOL-AMOUNT(WS-PH-VOL-SUB)
               else
                   move WS-VL-DEDCODE-SUB(WS-PH-VOL-SUB)
                       to WS-DEDCODE-SUB
                   move WS-DC-CODE(WS-DEDCODE-SUB)
                       to PH-VOL-CODE(WS-PH-VOL-SUB)
                   move WS-DC-GL-CODE(WS-DEDCODE-SUB)
                       to PH-VOL-GL-CODE(WS-PH-VOL-SUB)
                   move WS-DC-TREATMENT(WS-DEDCODE-SUB)
                       to PH-VOL-TREATMENT(WS-PH-VOL-SUB)
                   move WS-VL-TAKEN(WS-PH-VOL-SUB)
                       to PH-VOL-AMOUNT(WS-PH-VOL-SUB)
               end-if
           end-perform
           write PAYROLL-HISTORY-RECORD
               invalid key
                   rewrite PAYROLL-HISTORY-RECORD
      * Sums this employee's own scheduled loan payments from the
      * cross-reference: zero loans means zero deduction, several
      * loans sum, and a loan with no schedule on file deducts
      * nothing and is counted for the skip report. A loan on a
      * servicing hold deducts nothing either and is counted apart.
       SumEmployeeLoanDeductions.
           move 0 to WS-EMP-DEDUCTION
           move 0 to WS-EMP-LOAN-COUNT
           move 0 to WS-LOANQ-COUNT
           if WS-OFF-CYCLE-RUN and not WS-OC-TAKE-LOANS
               exit paragraph
           end-if
           perform varying WS-XREF-SUB from 1 by 1
                   until WS-XREF-SUB > WS-XREF-COUNT
               if WS-XR-EMP-ID(WS-XREF-SUB) = WS-EMP-ID
                   add 1 to WS-EMP-LOAN-COUNT
                   if WS-XR-HOLD-REASON(WS-XREF-SUB) not = spaces
                       add 1 to WS-HELD-COUNT
                   else
                       perform SumOneLoanDeduction
                   end-if
               end-if
           end-perform.

       SumOneLoanDeduction.
           perform ReadLoanPayment
           if WS-SCHED-FOUND
               perform AlignDeductionToCycle
               add WS-ALIGNED-PAYMENT to WS-EMP-DEDUCTION
               if WS-LOANQ-COUNT < 20
                   add 1 to WS-LOANQ-COUNT
                   move WS-XR-LOAN-NUMBER(WS-XREF-SUB)
                       to WS-LQ-LOAN(WS-LOANQ-COUNT)
                   move WS-ALIGNED-PAYMENT
                       to WS-LQ-AMOUNT(WS-LOANQ-COUNT)
               end-if
           else
               add 1 to WS-SKIPPED-COUNT
           end-if.

      * Aligns one loan's scheduled payment onto this employee's
      * check frequency: a loan and a paycheck on the same
      * frequency deduct the payment as-is (26/26 = 1), anything
               if WS-XR-EMP-ID(WS-XREF-SUB) = WS-EMP-ID
                   move WS-XR-LOAN-NUMBER(WS-XREF-SUB)
                       to PLL-LoanNumber
                   if WS-XR-HOLD-REASON(WS-XREF-SUB) not = spaces
                       move spaces to PLL-Note
                       string "on hold "
                           WS-XR-HOLD-REASON(WS-XREF-SUB)
                           " - not deducted"
                           delimited by size into PLL-Note
                       end-string
                   else
                       perform ItemizeOneLoanDeduction
                   end-if
                   move PayrollLoanLine to PR-Line
                   write PR-Line
               end-if
           end-perform.

       ItemizeOneLoanDeduction.
           perform ReadLoanPayment
           if WS-SCHED-FOUND
               perform AlignDeductionToCycle
      *        Through the edited field - the raw internal form has
      *        no decimal point and reads as 100x the amount.
               move WS-ALIGNED-PAYMENT to WS-ALIGNED-EDITED
               move spaces to PLL-Note
               string "deduction " WS-ALIGNED-EDITED
                   delimited by size into PLL-Note
               end-string
           else
               move "no schedule - skipped" to PLL-Note
               display "PAYROLL: loan "
                   WS-XR-LOAN-NUMBER(WS-XREF-SUB)
                   " (employee " WS-EMP-ID ") has no "
                   "schedule on file - deduction skipped"
           end-if.

      * The salary in effect for the pay period: the employee's
      * history record with the latest effective date at or before
      * WS-SALARY-AS-OF - the POSTING period's month-end for the
      * check (an earlier period's for a retro refigure), not the
      * run's wall-clock
      * date, or a July period posted in August would pay July at
      * an August-effective raise. Walks the employee's records in
      * key order (employee + effective date) and keeps the last
      * paid from the master salary.
       LookupSalaryInEffect.
           move WS-EMP-SALARY to WS-EFFECTIVE-SALARY
           move "N" to WS-SALARY-FOUND-SW
           if not WS-HISTORY-AVAILABLE
               exit paragraph
           end-if
                           set WS-AT-HISTORY-EOF to true
                       else
                           if SH-EFFECTIVE-DATE not >
                                   WS-SALARY-AS-OF
                               move SH-SALARY to WS-EFFECTIVE-SALARY
                               set WS-SALARY-FOUND to true
                           end-if
                       end-if
               end-read
               end-string
               write PR-Line
           end-if
           if WS-PAYROLL-TOTAL-RETRO > 0
               move WS-PAYROLL-TOTAL-RETRO to WS-RETRO-EDITED
               move spaces to PR-Line
               string "Total retro pay (in gross): " WS-RETRO-EDITED
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-OVERPAID-COUNT > 0
               move spaces to PR-Line
               string "Backdated decreases not recovered - refer to "
                   "HR: " WS-OVERPAID-COUNT
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-PAYROLL-TOTAL-GARNISH > 0
               move WS-PAYROLL-TOTAL-GARNISH to WS-GARN-EDITED
               move spaces to PR-Line
               string "Total garnishments: " WS-GARN-EDITED
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-SKIPPED-COUNT > 0
               move spaces to PR-Line
               string "Deductions skipped - no schedule on file: "
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-HELD-COUNT > 0
               move spaces to PR-Line
               string "Deductions suppressed - servicing hold: "
                   WS-HELD-COUNT
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-OC-REJECTED > 0
               move spaces to PR-Line
               string "Off-cycle lines not paid - see the run log: "
                   WS-OC-REJECTED
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-DEFAULT-CC-COUNT > 0
               move spaces to PR-Line
               string "Charged to default cost center "
                   WS-DEFAULT-CC " - no valid department: "
                   WS-DEFAULT-CC-COUNT
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-PAYROLL-TOTAL-PRETAX > 0
               move WS-PAYROLL-TOTAL-PRETAX to WS-VOL-EDITED
               move spaces to PR-Line
               string "Total pre-tax deductions: " WS-VOL-EDITED
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-PAYROLL-TOTAL-POSTTAX > 0
               move WS-PAYROLL-TOTAL-POSTTAX to WS-VOL-EDITED
               move spaces to PR-Line
               string "Total post-tax deductions: " WS-VOL-EDITED
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if.

      *-----------------------------------------------------------------
      * Loads the deduction-code table once per run.
       LoadDeductionCodes.
           move 0 to WS-DEDCODE-COUNT
           open input deduction-codes
           if WS-DEDCODE-STATUS not = "00"
               display "PAYROLL: DEDUCTION-CODES.DAT not available ("
                   WS-DEDCODE-STATUS ") - no voluntary deductions "
                   "this run."
               exit paragraph
           end-if
           perform until WS-AT-DEDCODE-EOF
               read deduction-codes
                   at end
                       set WS-AT-DEDCODE-EOF to true
                   not at end
                       perform LoadOneDeductionCode
               end-read
           end-perform
           close deduction-codes.

       LoadOneDeductionCode.
           if WS-DEDCODE-COUNT >= 50
               display "PAYROLL: more than 50 deduction codes - "
                   "aborting rather than paying from a partial table."
               move 16 to return-code
               stop run
           end-if
           if not DC-PRE-TAX and not DC-POST-TAX
               display "PAYROLL: deduction code " DC-CODE
                   " has no tax treatment (P/T) - code ignored."
               exit paragraph
           end-if
           add 1 to WS-DEDCODE-COUNT
           move DC-CODE to WS-DC-CODE(WS-DEDCODE-COUNT)
           move DC-DESCRIPTION to WS-DC-DESCRIPTION(WS-DEDCODE-COUNT)
           move DC-TAX-TREATMENT to WS-DC-TREATMENT(WS-DEDCODE-COUNT)
           move DC-GL-CODE to WS-DC-GL-CODE(WS-DEDCODE-COUNT).

      * Loads the enrollments in effect for the pay period - started
      * by its month-end and not stopped before its first day. An
      * enrollment in a code not on the table is reported and left
      * out rather than deducted to nowhere.
       LoadEnrollments.
           move 0 to WS-ENROLL-COUNT
           if WS-DEDCODE-COUNT = 0
               exit paragraph
           end-if
           open input emp-deductions
           if WS-ENROLL-STATUS not = "00"
               display "PAYROLL: EMP-DEDUCTIONS.DAT not available ("
                   WS-ENROLL-STATUS ") - no voluntary deductions "
                   "this run."
               exit paragraph
           end-if
           perform until WS-AT-ENROLL-EOF
               read emp-deductions
                   at end
                       set WS-AT-ENROLL-EOF to true
                   not at end
                       if ED-START-DATE not > WS-PAY-PERIOD-END
                           and (ED-STOP-DATE = 0 or ED-STOP-DATE
                               not < WS-CHECK-PERIOD * 100 + 1)
                           perform LoadOneEnrollment
                       end-if
               end-read
           end-perform
           close emp-deductions.

       LoadOneEnrollment.
           move 0 to WS-DEDCODE-SUB
           perform varying WS-DEDCODE-SCAN from 1 by 1
                   until WS-DEDCODE-SCAN > WS-DEDCODE-COUNT
                   or WS-DEDCODE-SUB > 0
               if WS-DC-CODE(WS-DEDCODE-SCAN) = ED-CODE
                   move WS-DEDCODE-SCAN to WS-DEDCODE-SUB
               end-if
           end-perform
           if WS-DEDCODE-SUB = 0
               display "PAYROLL: employee " ED-EMP-ID " enrolled in "
                   "unknown deduction code " ED-CODE
                   " - not deducted."
               exit paragraph
           end-if
           if WS-ENROLL-COUNT >= WS-ENROLL-CAPACITY
               display "PAYROLL: more than " WS-ENROLL-CAPACITY
                   " deduction enrollments - aborting rather than "
                   "paying from a partial table."
               move 16 to return-code
               stop run
           end-if
           add 1 to WS-ENROLL-COUNT
           move ED-EMP-ID to WS-EN-EMP-ID(WS-ENROLL-COUNT)
           move WS-DEDCODE-SUB to WS-EN-DEDCODE-SUB(WS-ENROLL-COUNT)
           move ED-METHOD to WS-EN-METHOD(WS-ENROLL-COUNT)
           move ED-FLAT-AMOUNT to WS-EN-FLAT-AMOUNT(WS-ENROLL-COUNT)
           move ED-PERCENT to WS-EN-PERCENT(WS-ENROLL-COUNT).

      * This employee's enrollments for the check, each with its
      * scheduled amount - flat, or a percent of this check's gross.
      * An off-cycle check takes only the percent-of-gross ones; a
      * flat premium or dues amount is owed once a period and the
      * regular check has taken it.
       CollectEmployeeDeductions.
           move 0 to WS-VOL-COUNT
           perform varying WS-ENROLL-SUB from 1 by 1
                   until WS-ENROLL-SUB > WS-ENROLL-COUNT
               if WS-EN-EMP-ID(WS-ENROLL-SUB) = WS-EMP-ID
                   and (not WS-OFF-CYCLE-RUN
                       or WS-EN-PERCENT-OF-GROSS(WS-ENROLL-SUB))
                   perform CollectOneDeduction
               end-if
           end-perform.

       CollectOneDeduction.
           if WS-VOL-COUNT >= 10
               display "PAYROLL: employee " WS-EMP-ID " has more "
                   "than 10 deductions - code "
                   WS-DC-CODE(WS-EN-DEDCODE-SUB(WS-ENROLL-SUB))
                   " not deducted."
               exit paragraph
           end-if
           add 1 to WS-VOL-COUNT
           move WS-EN-DEDCODE-SUB(WS-ENROLL-SUB)
               to WS-VL-DEDCODE-SUB(WS-VOL-COUNT)
           if WS-EN-PERCENT-OF-GROSS(WS-ENROLL-SUB)
               compute WS-VL-SCHEDULED(WS-VOL-COUNT) rounded =
                   WS-MONTHLY-SALARY * WS-EN-PERCENT(WS-ENROLL-SUB)
           else
               move WS-EN-FLAT-AMOUNT(WS-ENROLL-SUB)
                   to WS-VL-SCHEDULED(WS-VOL-COUNT)
           end-if
           move 0 to WS-VL-TAKEN(WS-VOL-COUNT).

      * Pre-tax deductions, in enrollment order, out of the gross.
       TakePreTaxDeductions.
           move 0 to WS-EMP-PRETAX
           move WS-MONTHLY-SALARY to WS-CHECK-ROOM
           perform varying WS-VOL-SUB from 1 by 1
                   until WS-VOL-SUB > WS-VOL-COUNT
               if WS-DC-PRE-TAX(WS-VL-DEDCODE-SUB(WS-VOL-SUB))
                   perform TakeOneDeduction
                   add WS-VL-TAKEN(WS-VOL-SUB) to WS-EMP-PRETAX
               end-if
           end-perform.

      * Post-tax deductions, in enrollment order, out of whatever
      * the withholding and the loans left in WS-CHECK-ROOM.
       TakePostTaxDeductions.
           move 0 to WS-EMP-POSTTAX
           perform varying WS-VOL-SUB from 1 by 1
                   until WS-VOL-SUB > WS-VOL-COUNT
               if not WS-DC-PRE-TAX(WS-VL-DEDCODE-SUB(WS-VOL-SUB))
                   perform TakeOneDeduction
                   add WS-VL-TAKEN(WS-VOL-SUB) to WS-EMP-POSTTAX
               end-if
           end-perform.

      * Takes as much of one scheduled deduction as the check has
      * room for - the rest is reported short on PAYROLL.RPT.
       TakeOneDeduction.
           if WS-VL-SCHEDULED(WS-VOL-SUB) > WS-CHECK-ROOM
               move WS-CHECK-ROOM to WS-VL-TAKEN(WS-VOL-SUB)
               display "PAYROLL: employee " WS-EMP-ID " deduction "
                   WS-DC-CODE(WS-VL-DEDCODE-SUB(WS-VOL-SUB))
                   " exceeds what is left of the check - "
                   "taken short"
           else
               move WS-VL-SCHEDULED(WS-VOL-SUB)
                   to WS-VL-TAKEN(WS-VOL-SUB)
           end-if
           subtract WS-VL-TAKEN(WS-VOL-SUB) from WS-CHECK-ROOM.

       ItemizeOneVoluntaryDeduction.
           move WS-VL-DEDCODE-SUB(WS-VOL-SUB) to WS-DEDCODE-SUB
           move WS-VL-TAKEN(WS-VOL-SUB) to WS-VOL-EDITED
           move spaces to PR-Line
           if WS-DC-PRE-TAX(WS-DEDCODE-SUB)
               string "          pre-tax  "
                   WS-DC-CODE(WS-DEDCODE-SUB) " "
                   WS-DC-DESCRIPTION(WS-DEDCODE-SUB) " "
                   WS-VOL-EDITED
                   delimited by size into PR-Line
               end-string
           else
               string "          post-tax "
                   WS-DC-CODE(WS-DEDCODE-SUB) " "
                   WS-DC-DESCRIPTION(WS-DEDCODE-SUB) " "
                   WS-VOL-EDITED
                   delimited by size into PR-Line
               end-string
           end-if
           write PR-Line
           if WS-VL-TAKEN(WS-VOL-SUB) < WS-VL-SCHEDULED(WS-VOL-SUB)
               compute WS-VOL-SHORT = WS-VL-SCHEDULED(WS-VOL-SUB)
                   - WS-VL-TAKEN(WS-VOL-SUB)
               move WS-VOL-SHORT to WS-VOL-EDITED
               move spaces to PR-Line
               string "                   not enough left in the "
                   "check - short " WS-VOL-EDITED
                   delimited by size into PR-Line
               end-string
               write PR-Line
               set XA-DESK-PAYROLL to true
               move "DEDSHRT" to XA-CODE
               move WS-VOL-SHORT to XA-AMOUNT
               move spaces to XA-TEXT
               string "period " WS-PAY-PERIOD " deduction "
                   WS-DC-CODE(WS-DEDCODE-SUB) " taken short"
                   delimited by size into XA-TEXT
               end-string
               perform RaiseShortfallException
           end-if.

      * A short check onto the shared exceptions file, under the
      * employee - desk, code, amount and text set by the caller.
       RaiseShortfallException.
           set XA-FUNC-RAISE to true
           move "PAYROLL" to XA-SOURCE
           set XA-KEY-EMPLOYEE to true
           move WS-EMP-ID to XA-KEY
           move WS-PAY-PERIOD-END to XA-EVENT-DATE
           call "EXCLOG" using EXCEPTION-AREA.

      * The run's (or the prior posting's) entry for one liability
      * code, added on first sight.
       FindVoluntaryGlCode.
           move 0 to WS-VOLGL-SUB
           perform varying WS-VOLGL-SCAN from 1 by 1
                   until WS-VOLGL-SCAN > WS-VOLGL-COUNT
                   or WS-VOLGL-SUB > 0
               if WS-VG-GL-CODE(WS-VOLGL-SCAN) = WS-VOLGL-KEY
                   move WS-VOLGL-SCAN to WS-VOLGL-SUB
               end-if
           end-perform
           if WS-VOLGL-SUB = 0
               if WS-VOLGL-COUNT >= 50
                   display "PAYROLL: more than 50 deduction "
                       "liability codes - aborting rather than "
                       "journaling a partial set."
                   move 16 to return-code
                   stop run
               end-if
               add 1 to WS-VOLGL-COUNT
               move WS-VOLGL-COUNT to WS-VOLGL-SUB
               move WS-VOLGL-KEY to WS-VG-GL-CODE(WS-VOLGL-SUB)
               move 0 to WS-VG-AMOUNT(WS-VOLGL-SUB)
               move 0 to WS-VG-PRIOR(WS-VOLGL-SUB)
           end-if.

      *-----------------------------------------------------------------
      * The cost center this check is charged to: the employee's
      * department when it is on DEPT-MASTER.DAT, else the default
      * cost center. Without the master the keyed department is
      * taken as it stands; only a blank one defaults.
       ResolveCostCenter.
           move WS-EMP-DEPT to WS-COST-CENTER
           if WS-EMP-DEPT = spaces
               move WS-DEFAULT-CC to WS-COST-CENTER
           else
               if WS-DEPT-AVAILABLE
                   and WS-EMP-DEPT not = WS-DEFAULT-CC
                   move WS-EMP-DEPT to DM-DEPT-CODE
                   read dept-master
                       invalid key
                           move WS-DEFAULT-CC to WS-COST-CENTER
                   end-read
               end-if
           end-if
           if WS-COST-CENTER = WS-DEFAULT-CC
               and WS-EMP-DEPT not = WS-DEFAULT-CC
               add 1 to WS-DEFAULT-CC-COUNT
           end-if.

      * The run's (or the prior posting's) entry for one cost
      * center, added on first sight.
       FindCostCenter.
           move 0 to WS-COSTCTR-SUB
           perform varying WS-COSTCTR-SCAN from 1 by 1
                   until WS-COSTCTR-SCAN > WS-COSTCTR-COUNT
                   or WS-COSTCTR-SUB > 0
               if WS-CC-DEPT(WS-COSTCTR-SCAN) = WS-COSTCTR-KEY
                   move WS-COSTCTR-SCAN to WS-COSTCTR-SUB
               end-if
           end-perform
           if WS-COSTCTR-SUB = 0
               if WS-COSTCTR-COUNT >= 100
                   display "PAYROLL: more than 100 department cost "
                       "centers - aborting rather than journaling "
                       "a partial set."
                   move 16 to return-code
                   stop run
               end-if
               add 1 to WS-COSTCTR-COUNT
               move WS-COSTCTR-COUNT to WS-COSTCTR-SUB
               move WS-COSTCTR-KEY to WS-CC-DEPT(WS-COSTCTR-SUB)
               move 0 to WS-CC-GROSS(WS-COSTCTR-SUB)
               move 0 to WS-CC-WITHHOLDING(WS-COSTCTR-SUB)
               move 0 to WS-CC-PRIOR-GROSS(WS-COSTCTR-SUB)
               move 0 to WS-CC-PRIOR-WH(WS-COSTCTR-SUB)
           end-if.

      *-----------------------------------------------------------------
      * This employee's orders in effect for the pay period - started
      * by its month-end and still active. An overridden repost has
      * already backed the period's first posting out of the orders
      * (ReverseAndClearPriorPosting), reopening any it satisfied.
       CollectEmployeeOrders.
           move 0 to WS-GARN-COUNT
           if not WS-GARNISH-AVAILABLE
               exit paragraph
           end-if
           move "N" to WS-GARNISH-EOF
           move WS-EMP-ID to GO-EMP-ID
           move 0 to GO-SEQUENCE
           start garnish-orders key is greater than or equal to GO-KEY
               invalid key
                   set WS-AT-GARNISH-EOF to true
           end-start
           perform until WS-AT-GARNISH-EOF
               read garnish-orders next record
                   at end
                       set WS-AT-GARNISH-EOF to true
                   not at end
                       if GO-EMP-ID not = WS-EMP-ID
                           set WS-AT-GARNISH-EOF to true
                       else
                           if GO-START-DATE not > WS-PAY-PERIOD-END
                               and GO-ACTIVE
                               perform CollectOneOrder
                           end-if
                       end-if
               end-read
           end-perform.

       CollectOneOrder.
           if WS-GARN-COUNT >= 10
               display "PAYROLL: employee " WS-EMP-ID " has more "
                   "than 10 garnishment orders - order " GO-SEQUENCE
                   " not taken."
               exit paragraph
           end-if
           add 1 to WS-GARN-COUNT
           move GO-SEQUENCE to WS-GN-SEQUENCE(WS-GARN-COUNT)
           evaluate true
               when GO-SUPPORT
                   move 1 to WS-GN-RANK(WS-GARN-COUNT)
               when GO-TAX-LEVY
                   move 2 to WS-GN-RANK(WS-GARN-COUNT)
               when GO-STUDENT-LOAN
                   move 3 to WS-GN-RANK(WS-GARN-COUNT)
               when other
                   move 4 to WS-GN-RANK(WS-GARN-COUNT)
           end-evaluate
           if GO-BEFORE-LOAN
               move "Y" to WS-GN-AHEAD(WS-GARN-COUNT)
           else
               move "N" to WS-GN-AHEAD(WS-GARN-COUNT)
           end-if
           move GO-ORDER-TYPE to WS-GN-TYPE(WS-GARN-COUNT)
           move GO-CASE-NUMBER to WS-GN-CASE(WS-GARN-COUNT)
           move GO-PAYEE-NAME to WS-GN-PAYEE-NAME(WS-GARN-COUNT)
           move 0 to WS-GN-TAKEN(WS-GARN-COUNT)
           move "N" to WS-GN-LIMITED-SW(WS-GARN-COUNT)
           move "N" to WS-GN-SATISFIED-SW(WS-GARN-COUNT).

      * One pass over the employee's orders in priority order - the
      * ones ahead of the loan (WS-GARN-PASS Y) or the rest (N).
       TakeGarnishments.
           perform varying WS-GARN-RANK from 1 by 1
                   until WS-GARN-RANK > 4
               perform varying WS-GARN-SUB from 1 by 1
                       until WS-GARN-SUB > WS-GARN-COUNT
                   if WS-GN-RANK(WS-GARN-SUB) = WS-GARN-RANK
                       and WS-GN-AHEAD(WS-GARN-SUB) = WS-GARN-PASS
                       perform TakeOneGarnishment
                   end-if
               end-perform
           end-perform.

      * One order's amount for this check: what it asks for, no more
      * than is left owing on it, no more than its cap on the
      * disposable pay less what the orders ahead of it took, and no
      * more than the check has room for. The remitted total is
      * rewritten at once, with this period's amount beside it.
       TakeOneGarnishment.
           move WS-EMP-ID to GO-EMP-ID
           move WS-GN-SEQUENCE(WS-GARN-SUB) to GO-SEQUENCE
           read garnish-orders
               invalid key
                   exit paragraph
           end-read

           if GO-PERCENT-OF-DISPOSABLE
               compute WS-GARN-WANTED rounded =
                   WS-DISPOSABLE-PAY * GO-PERCENT
           else
               move GO-AMOUNT to WS-GARN-WANTED
           end-if
           if GO-TOTAL-OWED > 0
               compute WS-GARN-REMAINING =
                   GO-TOTAL-OWED - GO-REMITTED-TOTAL
               if WS-GARN-REMAINING < 0
                   move 0 to WS-GARN-REMAINING
               end-if
               if WS-GARN-WANTED > WS-GARN-REMAINING
                   move WS-GARN-REMAINING to WS-GARN-WANTED
               end-if
           end-if
           compute WS-GARN-CEILING rounded =
               WS-DISPOSABLE-PAY * GO-CAP-PERCENT - WS-EMP-GARNISH
           if WS-GARN-CEILING < 0
               move 0 to WS-GARN-CEILING
           end-if
           if WS-GARN-WANTED > WS-GARN-CEILING
               move WS-GARN-CEILING to WS-GARN-WANTED
               set WS-GN-LIMITED(WS-GARN-SUB) to true
           end-if
           if WS-GARN-WANTED > WS-CHECK-ROOM
               move WS-CHECK-ROOM to WS-GARN-WANTED
               set WS-GN-LIMITED(WS-GARN-SUB) to true
           end-if

           move WS-GARN-WANTED to WS-GN-TAKEN(WS-GARN-SUB)
           add WS-GARN-WANTED to WS-EMP-GARNISH
           subtract WS-GARN-WANTED from WS-CHECK-ROOM
           add WS-GARN-WANTED to GO-REMITTED-TOTAL
           move WS-PAY-PERIOD to GO-LAST-PERIOD
           move WS-GARN-WANTED to GO-LAST-AMOUNT
           if GO-TOTAL-OWED > 0
               and GO-REMITTED-TOTAL not < GO-TOTAL-OWED
               set GO-SATISFIED to true
               set WS-GN-SATISFIED(WS-GARN-SUB) to true
           end-if
           rewrite GARNISH-ORDER-RECORD
               invalid key
                   display "PAYROLL: garnishment order " GO-EMP-ID
                       "-" GO-SEQUENCE " could not be updated ("
                       WS-GARNISH-STATUS ")"
           end-rewrite
           if WS-GARN-WANTED > 0
               perform AddRemittanceItem
           end-if.

       AddRemittanceItem.
           if WS-REMIT-COUNT >= WS-REMIT-CAPACITY
               add 1 to WS-REMIT-DROPPED
               exit paragraph
           end-if
           add 1 to WS-REMIT-COUNT
           move GO-PAYEE-ID to WS-RM-PAYEE-ID(WS-REMIT-COUNT)
           move GO-PAYEE-NAME to WS-RM-PAYEE-NAME(WS-REMIT-COUNT)
           move GO-CASE-NUMBER to WS-RM-CASE(WS-REMIT-COUNT)
           move GO-EMP-ID to WS-RM-EMP-ID(WS-REMIT-COUNT)
           move WS-GARN-WANTED to WS-RM-AMOUNT(WS-REMIT-COUNT)
           move "N" to WS-RM-LISTED-SW(WS-REMIT-COUNT).

       ItemizeOneGarnishment.
           move WS-GN-TAKEN(WS-GARN-SUB) to WS-GARN-EDITED
           move spaces to PR-Line
           string "          garnish " WS-GN-TYPE(WS-GARN-SUB) " "
               WS-GN-CASE(WS-GARN-SUB) " " WS-GARN-EDITED
               delimited by size into PR-Line
           end-string
           write PR-Line
           if WS-GN-LIMITED(WS-GARN-SUB)
               move spaces to PR-Line
               string "                   held to the disposable-pay "
                   "limit"
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if
           if WS-GN-SATISFIED(WS-GARN-SUB)
               move spaces to PR-Line
               string "                   order satisfied - "
                   "no further deductions"
                   delimited by size into PR-Line
               end-string
               write PR-Line
           end-if.

      *-----------------------------------------------------------------
      * GARNISH.RPT - the run's garnishments grouped by payee, each
      * payee's total being the remittance check to cut.
       WriteGarnishRemittance.
           open output garnish-report
           move spaces to GR-Line
           string "Garnishment remittance - pay period "
               WS-PAY-PERIOD " run " WS-PPD-YMD
               delimited by size into GR-Line
           end-string
           write GR-Line
           move spaces to GR-Line
           write GR-Line
           if WS-REMIT-COUNT = 0
               move "No garnishments taken this run." to GR-Line
               write GR-Line
           end-if
           perform varying WS-REMIT-SUB from 1 by 1
                   until WS-REMIT-SUB > WS-REMIT-COUNT
               if not WS-RM-LISTED(WS-REMIT-SUB)
                   perform ListOnePayee
               end-if
           end-perform
           move WS-PAYROLL-TOTAL-GARNISH to WS-GARN-EDITED
           move spaces to GR-Line
           string "Total garnishments: " WS-GARN-EDITED
               delimited by size into GR-Line
           end-string
           write GR-Line
           if WS-REMIT-DROPPED > 0
               move spaces to GR-Line
               string "*** " WS-REMIT-DROPPED " garnishment(s) past "
                   "the listing capacity - see PAYROLL.RPT ***"
                   delimited by size into GR-Line
               end-string
               write GR-Line
               display "PAYROLL: GARNISH.RPT is missing "
                   WS-REMIT-DROPPED " garnishment(s) - remit them "
                   "from PAYROLL.RPT."
               move 8 to return-code
           end-if
           close garnish-report.

       ListOnePayee.
           move 0 to WS-PAYEE-TOTAL
           move spaces to GR-Line
           string "Payee " WS-RM-PAYEE-ID(WS-REMIT-SUB) " "
               WS-RM-PAYEE-NAME(WS-REMIT-SUB)
               delimited by size into GR-Line
           end-string
           write GR-Line
           perform varying WS-REMIT-SCAN from WS-REMIT-SUB by 1
                   until WS-REMIT-SCAN > WS-REMIT-COUNT
               if WS-RM-PAYEE-ID(WS-REMIT-SCAN) =
                       WS-RM-PAYEE-ID(WS-REMIT-SUB)
                   set WS-RM-LISTED(WS-REMIT-SCAN) to true
                   add WS-RM-AMOUNT(WS-REMIT-SCAN) to WS-PAYEE-TOTAL
                   move WS-RM-AMOUNT(WS-REMIT-SCAN) to WS-GARN-EDITED
                   move spaces to GR-Line
                   string "    case " WS-RM-CASE(WS-REMIT-SCAN)
                       " employee " WS-RM-EMP-ID(WS-REMIT-SCAN) " "
                       WS-GARN-EDITED
                       delimited by size into GR-Line
                   end-string
                   write GR-Line
               end-if
           end-perform
           move WS-PAYEE-TOTAL to WS-GARN-EDITED
           move spaces to GR-Line
           string "    remit to payee " WS-GARN-EDITED
               delimited by size into GR-Line
           end-string
           write GR-Line
           move spaces to GR-Line
           write GR-Line.

      *-----------------------------------------------------------------
      * Retro pay. The employee's posted periods in the look-back
      * window are gathered first (newest back), then each one's
      * retro lines paid since are credited to the period they came
      * from - a period is never caught up twice, and an overridden
      * repost, whose old records are already gone, pays it afresh.
      * A period is refigured only when a salary-history record is
      * in effect for it; with none, the master salary it fell back
      * to is not evidence of a change.
       ComputeRetroPay.
           move 0 to WS-EMP-RETRO
           move 0 to WS-EMP-RETRO-WH
           move 0 to WS-RETRO-COUNT
      *    Retro pay is caught up on the regular period's check only.
           if not WS-HISTORY-AVAILABLE or WS-OFF-CYCLE-RUN
               exit paragraph
           end-if
           move 0 to WS-WINDOW-COUNT
           move WS-PAY-PERIOD to WS-RETRO-PERIOD
           perform varying WS-RETRO-STEP from 1 by 1
                   until WS-RETRO-STEP > WS-RETRO-MONTHS
               perform StepBackOnePeriod
               move WS-RETRO-PERIOD to PH-PAY-PERIOD
               move WS-EMP-ID to PH-EMP-ID
               read payroll-history
                   invalid key
                       continue
                   not invalid key
                       perform LoadOneWindowPeriod
               end-read
           end-perform
           if WS-WINDOW-COUNT = 0
               exit paragraph
           end-if

           perform varying WS-WINDOW-SUB from 1 by 1
                   until WS-WINDOW-SUB > WS-WINDOW-COUNT
               move WS-WN-PERIOD(WS-WINDOW-SUB) to PH-PAY-PERIOD
               move WS-EMP-ID to PH-EMP-ID
               read payroll-history
                   invalid key
                       continue
                   not invalid key
                       perform CreditRetroAlreadyPaid
               end-read
           end-perform

           move WS-EFFECTIVE-SALARY to WS-SAVED-SALARY
           perform varying WS-WINDOW-SUB from WS-WINDOW-COUNT by -1
                   until WS-WINDOW-SUB < 1
               perform RefigureOnePeriod
           end-perform
           move WS-SAVED-SALARY to WS-EFFECTIVE-SALARY.

       StepBackOnePeriod.
           if WS-RP-MONTH = 1
               subtract 1 from WS-RP-YEAR
               move 12 to WS-RP-MONTH
           else
               subtract 1 from WS-RP-MONTH
           end-if.

      * What the period paid as its own regular pay - the history
      * record's totals less any retro lines it carried for earlier
      * periods.
       LoadOneWindowPeriod.
           add 1 to WS-WINDOW-COUNT
           move PH-PAY-PERIOD to WS-WN-PERIOD(WS-WINDOW-COUNT)
           compute WS-WN-REGULAR-GROSS(WS-WINDOW-COUNT) =
               PH-GROSS - PH-RETRO-GROSS
           compute WS-WN-REGULAR-WH(WS-WINDOW-COUNT) =
               PH-WITHHOLDING - PH-RETRO-WITHHOLDING
           move PH-PRETAX to WS-WN-PRETAX(WS-WINDOW-COUNT)
           move 0 to WS-WN-SETTLED-GROSS(WS-WINDOW-COUNT)
           move 0 to WS-WN-SETTLED-WH(WS-WINDOW-COUNT).

       CreditRetroAlreadyPaid.
           perform varying WS-RETRO-ITEM-SUB from 1 by 1
                   until WS-RETRO-ITEM-SUB > PH-RETRO-COUNT
               perform varying WS-WINDOW-SCAN from 1 by 1
                       until WS-WINDOW-SCAN > WS-WINDOW-COUNT
                   if WS-WN-PERIOD(WS-WINDOW-SCAN) =
                           PH-RETRO-PERIOD(WS-RETRO-ITEM-SUB)
                       add PH-RETRO-ITEM-GROSS(WS-RETRO-ITEM-SUB)
                           to WS-WN-SETTLED-GROSS(WS-WINDOW-SCAN)
                       add PH-RETRO-ITEM-WH(WS-RETRO-ITEM-SUB)
                           to WS-WN-SETTLED-WH(WS-WINDOW-SCAN)
                   end-if
               end-perform
           end-perform.

      * One period at the salary in effect for it, figured the way
      * the check was: per-check gross off the annual salary, and
      * the withholding on it less the period's pre-tax deductions.
       RefigureOnePeriod.
           compute WS-SALARY-AS-OF =
               WS-WN-PERIOD(WS-WINDOW-SUB) * 100 + 31
           perform LookupSalaryInEffect
           if not WS-SALARY-FOUND
               exit paragraph
           end-if
           divide WS-EFFECTIVE-SALARY by WS-CHECKS-PER-YEAR
               giving WS-CORRECTED-GROSS rounded
           compute WS-RETRO-DIFF = WS-CORRECTED-GROSS
               - WS-WN-REGULAR-GROSS(WS-WINDOW-SUB)
               - WS-WN-SETTLED-GROSS(WS-WINDOW-SUB)
           if WS-RETRO-DIFF < 0
               add 1 to WS-OVERPAID-COUNT
               display "PAYROLL: employee " WS-EMP-ID " period "
                   WS-WN-PERIOD(WS-WINDOW-SUB) " was paid above the "
                   "salary now in effect for it - not recovered, "
                   "refer to HR."
               exit paragraph
           end-if
           if WS-RETRO-DIFF = 0
               exit paragraph
           end-if

           move 0 to WS-CORRECTED-WH
           compute WS-ANNUAL-TAXABLE = WS-EFFECTIVE-SALARY
               - WS-WN-PRETAX(WS-WINDOW-SUB) * WS-CHECKS-PER-YEAR
           perform FindWithholdingRate
           if WS-BRACKET-FOUND
               compute WS-CORRECTED-WH rounded =
                   (WS-CORRECTED-GROSS - WS-WN-PRETAX(WS-WINDOW-SUB))
                   * WS-WITHHOLDING-RATE
           end-if
           compute WS-RETRO-WH-DIFF = WS-CORRECTED-WH
               - WS-WN-REGULAR-WH(WS-WINDOW-SUB)
               - WS-WN-SETTLED-WH(WS-WINDOW-SUB)
           if WS-RETRO-WH-DIFF < 0
               move 0 to WS-RETRO-WH-DIFF
           end-if

           add 1 to WS-RETRO-COUNT
           move WS-WN-PERIOD(WS-WINDOW-SUB)
               to WS-RT-PERIOD(WS-RETRO-COUNT)
           move WS-RETRO-DIFF to WS-RT-GROSS(WS-RETRO-COUNT)
           move WS-RETRO-WH-DIFF to WS-RT-WITHHOLDING(WS-RETRO-COUNT)
           add WS-RETRO-DIFF to WS-EMP-RETRO
           add WS-RETRO-WH-DIFF to WS-EMP-RETRO-WH.

       ItemizeOneRetroLine.
           move WS-RT-GROSS(WS-RETRO-SUB) to WS-RETRO-EDITED
           move WS-RT-WITHHOLDING(WS-RETRO-SUB)
               to WS-WITHHOLDING-EDITED
           move spaces to PR-Line
           string "          retro " WS-RT-PERIOD(WS-RETRO-SUB)
               " " WS-RETRO-EDITED " wh " WS-WITHHOLDING-EDITED
               delimited by size into PR-Line
           end-string
           write PR-Line.
