      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. FORBEAR.
      *-----------------------------------------------------------------
      * Forbearance and payment-deferral plans. LOANMOD.cbl changes
      * rate and term for good, but most hardship cases only need
      * two or three payments forgiven and moved to the end of the
      * loan. This program grants N consecutive periods of
      * forbearance from a start period, in one consistent pass:
      *   - the remaining balance is re-amortized from the
      *     paid-through period through AMORTENG with the plan as a
      *     deferral window - the plan periods carry no payment and
      *     the term runs N periods longer, so the deferred payments
      *     land at the end of the schedule. A capitalizing plan (C)
      *     adds the plan periods' interest to the balance and
      *     re-levels the payment after the plan; a deferring plan
      *     (D) accrues no interest for them and the payment stands.
      *   - the repository rows past the paid-through period and the
      *     stamp are refiled, and the loan's LOAN-SCHEDULE CSV is
      *     rewritten from them, so SCHEDVFY and every CSV reader
      *     see the new schedule straight away
      *   - the master's term is extended (with its recovery
      *     journal) and the loan's LOAN-PARMS.DAT record takes the
      *     new term and a re-amortization basis at the plan's last
      *     period, so the next schedule batch keeps the plan rows
      *     as history instead of pricing them away
      *   - the plan goes on DEFER-PLAN.DAT (defer-plan-record.cpy),
      *     stamped with the signed-on operator (OPERID.cbl), where
      *     DEFERCHK.cbl keeps AGING, LATEFEE, DELQLTR and ACHEXTR
      *     from treating its periods as due, and FORBEND.cbl sends
      *     the borrower the new schedule when it ends
      *   - the grant is audited to AUDIT.LOG
      * One plan at a time: a loan whose earlier plan still has
      * periods ahead of its paid-through period is refused. The
      * loan master's in-use lock is held for the duration.
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
       select defer-plan
           assign to 'DEFER-PLAN.DAT'
           organization is indexed
           access mode is dynamic
           record key is DP-KEY
           file status is WS-DP-STATUS.
       select loan-parms
           assign to 'LOAN-PARMS.DAT'
           organization is line sequential
           file status is WS-PARMS-STATUS.
       select schedule-csv
           assign dynamic WS-CSV-FILENAME
           organization is line sequential
           file status is WS-CSV-STATUS.
       select loan-journal
           assign to 'LOAN-JOURNAL.DAT'
           organization is line sequential
           file status is WS-LJOURNAL-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

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

       fd defer-plan
           data record is DEFER-PLAN-RECORD.
           COPY "defer-plan-record.cpy".

       fd loan-parms
           data record is PARM-RECORD.
           COPY "loan-parm-record.cpy".

       fd schedule-csv
           data record is CSV-Line.
       01 CSV-Line                 pic x(120).

       fd loan-journal
           data record is LJ-RECORD.
           COPY "loan-journal-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

           COPY "file-lock.cpy".

      * The operator granting the plan (OPERID.cbl).
           COPY "operator-area.cpy".

      * The engine re-amortizes the remainder with the plan as its
      * deferral window - the same AMORTENG the schedule came from.
           COPY "amort-engine.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-DP-STATUS       pic x(2).
       01 WS-PARMS-STATUS    pic x(2).
       01 WS-CSV-STATUS      pic x(2).
       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-LJ-BEFORE       pic x(130).

       01 WS-WORK-LOAN       pic 9(8).
       01 WS-START-PERIOD    pic 9(4).
       01 WS-DEFER-PERIODS   pic 9(3).
       01 WS-DEFER-TYPE      pic x(1).
           88 WS-VALID-DEFER-TYPE values "C" "D".
       01 WS-REASON          pic x(30).
       01 WS-TODAY           pic 9(8).

      * A plan longer than a year is a modification, not a
      * forbearance.
       01 WS-MAX-DEFER-PERIODS pic 9(3) value 12.

       01 WS-OLD-TERM        pic 9(3).
       01 WS-NEW-TERM        pic 9(4).
       01 WS-OLD-PAYMENT     pic 9(7)v99.
       01 WS-NEW-PAYMENT     pic 9(7)v99.
       01 WS-BALANCE         pic 9(9)v99.
       01 WS-ANCHOR-DATE     pic 9(8).
       01 WS-REMAINING-TERM  pic s9(4).
       01 WS-PLAN-END        pic 9(4).
       01 WS-FIRST-UNPAID    pic 9(4).
       01 WS-PLAN-INTEREST   pic 9(7)v99.
       01 WS-PLAN-END-BALANCE pic 9(9)v99.
       01 WS-PLAN-END-DATE   pic 9(8).
       01 WS-REFILE-EOF      pic x(1).
           88 WS-AT-REFILE-EOF value "Y".
       01 WS-DP-EOF          pic x(1).
           88 WS-AT-DP-EOF   value "Y".
       01 WS-PLAN-OPEN-SW    pic x(1).
           88 WS-PLAN-STILL-RUNNING value "Y".

      * The loan's schedule CSV, rewritten from the refiled
      * repository in the schedule batch's own layout.
       01 WS-CSV-FILENAME    pic x(30).
       01 WS-CSV-PERIOD      pic 9(4).
       01 WS-CSV-START-BALANCE pic 9(9)v99.
       01 WS-CSV-DUE-DATE    pic x(10).
       01 WS-CSV-RATE-MARK   pic x(1).
       01 CSV-Month          pic z(3)9.
       01 CSV-StartBalance   pic z(7)9.99.
       01 CSV-Payment        pic z(7)9.99.
       01 CSV-Principal      pic z(7)9.99.
       01 CSV-Interest       pic z(7)9.99.
       01 CSV-EndBalance     pic z(7)9.99.
       01 CSV-Escrow         pic z(7)9.99.

      * The whole (small) parm file in storage for the rewrite.
       01 WS-PARM-COUNT      pic 999 value 0.
       01 WS-PARM-SUB        pic 999.
       01 WS-PARMS-EOF       pic x(1).
           88 WS-AT-PARMS-EOF value "Y".
       01 WS-PARM-OVERFLOW-SW pic x(1) value "N".
           88 WS-PARM-OVERFLOW value "Y".
       01 WS-PARM-TABLE.
           05 WS-PARM-IMAGE occurs 200 times pic x(86).
           COPY "loan-parm-record.cpy"
               REPLACING PARM-RECORD         BY WS-PARM-WORK
                         PARM-LOAN-NUMBER    BY WS-PW-LOAN-NUMBER
                         PARM-PRINCIPAL      BY WS-PW-PRINCIPAL
                         PARM-RATE           BY WS-PW-RATE
                         PARM-MONTHS         BY WS-PW-MONTHS
                         PARM-EXTRA-PRINCIPAL BY WS-PW-EXTRA
                         PARM-FREQUENCY      BY WS-PW-FREQUENCY
                         PARM-ESCROW         BY WS-PW-ESCROW
                         PARM-ORIG-DATE      BY WS-PW-ORIG-DATE
                         PARM-IO-PERIODS     BY WS-PW-IO-PERIODS
                         PARM-REAM-PERIOD    BY WS-PW-REAM-PERIOD
                         PARM-REAM-BALANCE   BY WS-PW-REAM-BALANCE
                         PARM-REAM-DATE      BY WS-PW-REAM-DATE
                         PARM-REAM-PAYMENT   BY WS-PW-REAM-PAYMENT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "FORBEAR: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if
           move function current-date(1:8) to WS-TODAY

           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           display "First period of the plan (0 = next unpaid): "
               with no advancing
           accept WS-START-PERIOD
           display "Number of periods to defer (1-"
               WS-MAX-DEFER-PERIODS "): " with no advancing
           accept WS-DEFER-PERIODS
           display "Plan type (C = capitalize interest, "
               "D = defer, no interest): " with no advancing
           accept WS-DEFER-TYPE
           display "Reason: " with no advancing
           accept WS-REASON

           if not WS-VALID-DEFER-TYPE
               display "Plan type must be C or D."
               move 8 to return-code
               goback
           end-if
           if WS-DEFER-PERIODS = 0
               or WS-DEFER-PERIODS > WS-MAX-DEFER-PERIODS
               display "Periods to defer must be 1 to "
                   WS-MAX-DEFER-PERIODS "."
               move 8 to return-code
               goback
           end-if

           move "LOANMSTR" to FL-FILE-ID
           move "FORBEAR" to FL-HOLDER
           set FL-FUNC-TAKE to true
           call "FILELOCK" using FILE-LOCK-AREA
           if not FL-OK
               display "FORBEAR: LOAN-MASTER.DAT is in use by "
                   FL-HELD-BY " since " FL-HELD-SINCE
                   " - run refused."
               move 8 to return-code
               goback
           end-if

           open i-o loan-master
           if WS-MASTER-STATUS not = "00"
               display "FORBEAR: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

           move WS-WORK-LOAN to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   display "Loan " WS-WORK-LOAN " not found."
                   close loan-master
                   perform FreeMasterLock
                   move 8 to return-code
                   goback
           end-read
           move LOAN-MASTER-RECORD to WS-LJ-BEFORE

           if not LM-ACTIVE and not LM-DELINQUENT
               display "Loan " WS-WORK-LOAN " is not owing - "
                   "nothing to defer."
               close loan-master
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if

           if WS-START-PERIOD = 0
               compute WS-START-PERIOD = LM-PAID-THRU-PERIOD + 1
           end-if
           if WS-START-PERIOD not > LM-PAID-THRU-PERIOD
               or WS-START-PERIOD > LM-TERM-MONTHS
               compute WS-FIRST-UNPAID = LM-PAID-THRU-PERIOD + 1
               display "First period must be an unpaid period, "
                   WS-FIRST-UNPAID " to " LM-TERM-MONTHS "."
               close loan-master
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if
           move LM-TERM-MONTHS to WS-OLD-TERM
           compute WS-NEW-TERM = LM-TERM-MONTHS + WS-DEFER-PERIODS
           if WS-NEW-TERM > 999
               display "Extended term would pass 999 periods - "
                   "nothing to defer."
               close loan-master
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if
           compute WS-PLAN-END =
               WS-START-PERIOD + WS-DEFER-PERIODS - 1
           compute WS-REMAINING-TERM =
               LM-TERM-MONTHS - LM-PAID-THRU-PERIOD

           perform OpenPlanFile
           if WS-DP-STATUS not = "00"
               display "FORBEAR: unable to open DEFER-PLAN.DAT ("
                   WS-DP-STATUS ")"
               close loan-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if
           perform CheckPlanStillRunning
           if WS-PLAN-STILL-RUNNING
               display "Loan " WS-WORK-LOAN " already has a plan "
                   "with periods still ahead - nothing granted."
               close loan-master
               close defer-plan
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if

           open i-o sched-master
           if WS-SM-STATUS not = "00"
               display "FORBEAR: unable to open SCHED-MASTER.DAT ("
                   WS-SM-STATUS ") - run the schedule batch first."
               close loan-master
               close defer-plan
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if

           perform FindRemainingBalance
           if WS-BALANCE = 0
               display "FORBEAR: no schedule row prices the "
                   "remaining balance - run the schedule batch "
                   "first."
               close loan-master
               close sched-master
               close defer-plan
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if

      *    The parm table loads BEFORE anything commits - if the
      *    file has outgrown it, the whole grant refuses rather than
      *    leaving a half-applied plan or truncating the parm file
      *    on the rewrite.
           perform LoadParmTable
           if WS-PARM-OVERFLOW
               display "FORBEAR: LOAN-PARMS.DAT has outgrown the "
                   "200-record table - run refused rather than "
                   "truncating the parm file."
               close loan-master
               close sched-master
               close defer-plan
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

           perform ReamortizeWithPlan
           if AE-CALL-ERROR
               display "FORBEAR: engine rejected the plan - "
                   "nothing changed."
               close loan-master
               close sched-master
               close defer-plan
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if

           perform UpdateMaster
           perform UpdateParmRecord
           perform WriteScheduleCsv
           perform WritePlanRecord
           perform WritePlanAuditEntry

           close loan-master
           close sched-master
           close defer-plan
           perform FreeMasterLock
           display "FORBEAR: loan " WS-WORK-LOAN " - periods "
               WS-START-PERIOD " to " WS-PLAN-END " deferred ("
               WS-DEFER-TYPE "), term " WS-OLD-TERM " -> "
               WS-NEW-TERM
           display "FORBEAR: payment " WS-OLD-PAYMENT " -> "
               WS-NEW-PAYMENT ", plan interest " WS-PLAN-INTEREST
           goback.

       FreeMasterLock.
           move "LOANMSTR" to FL-FILE-ID
           set FL-FUNC-FREE to true
           call "FILELOCK" using FILE-LOCK-AREA.

      *-----------------------------------------------------------------
      * First use creates the plan file - the same status-35
      * fallback the other indexed masters get.
       OpenPlanFile.
           open i-o defer-plan
           if WS-DP-STATUS = "35"
               open output defer-plan
               close defer-plan
               open i-o defer-plan
           end-if.

      * An earlier plan whose periods are not all behind the
      * paid-through period would be priced away by re-amortizing
      * from it - one plan at a time.
       CheckPlanStillRunning.
           move "N" to WS-PLAN-OPEN-SW
           move "N" to WS-DP-EOF
           move WS-WORK-LOAN to DP-LOAN-NUMBER
           move 0 to DP-START-PERIOD
           start defer-plan key is greater than or equal to DP-KEY
               invalid key
                   set WS-AT-DP-EOF to true
           end-start
           perform until WS-AT-DP-EOF
               read defer-plan next record
                   at end
                       set WS-AT-DP-EOF to true
                   not at end
                       if DP-LOAN-NUMBER not = WS-WORK-LOAN
                           set WS-AT-DP-EOF to true
                       else
                           if DP-END-PERIOD > LM-PAID-THRU-PERIOD
                               set WS-PLAN-STILL-RUNNING to true
                               set WS-AT-DP-EOF to true
                           end-if
                       end-if
               end-read
           end-perform.

      *-----------------------------------------------------------------
      * The balance the remainder re-amortizes from and the due date
      * its periods advance from - the paid-through row, or row 1's
      * own start balance and the origination date when nothing has
      * been paid - and the payment due before the plan.
       FindRemainingBalance.
           move 0 to WS-BALANCE
           move 0 to WS-OLD-PAYMENT
           move LM-ORIG-DATE to WS-ANCHOR-DATE
           move WS-WORK-LOAN to SM-LOAN-NUMBER
           compute SM-PERIOD = LM-PAID-THRU-PERIOD + 1
           read sched-master
               invalid key
                   continue
               not invalid key
                   move SM-PAYMENT to WS-OLD-PAYMENT
                   if LM-PAID-THRU-PERIOD = 0
                       compute WS-BALANCE =
                           SM-END-BALANCE + SM-PRINCIPAL
                   end-if
           end-read
           if LM-PAID-THRU-PERIOD = 0
               exit paragraph
           end-if
           move WS-WORK-LOAN to SM-LOAN-NUMBER
           move LM-PAID-THRU-PERIOD to SM-PERIOD
           read sched-master
               invalid key
                   continue
               not invalid key
                   move SM-END-BALANCE to WS-BALANCE
                   move SM-DUE-DATE to WS-ANCHOR-DATE
           end-read.

      *-----------------------------------------------------------------
      * Re-amortizes the remaining balance over the remaining
      * periods with the plan as the engine's deferral window
      * (numbered from the paid-through period), and refiles the
      * repository rows past the paid-through period renumbered in
      * place - the refile mechanics of LOANMOD.cbl. Along the way
      * it picks up the interest the plan periods capitalized, the
      * balance and due date at the plan's last period (the parm
      * basis) and the first payment after the plan.
       ReamortizeWithPlan.
           move WS-BALANCE to AE-IN-PRINCIPAL
           move LM-ANNUAL-RATE to AE-IN-ANNUAL-RATE
           move WS-REMAINING-TERM to AE-IN-TERM-PERIODS
           move LM-EXTRA-PRINCIPAL to AE-IN-EXTRA-PRINCIPAL
           move LM-FREQUENCY to AE-IN-FREQUENCY
           move LM-ESCROW-AMOUNT to AE-IN-ESCROW
           move WS-ANCHOR-DATE to AE-IN-ORIG-DATE
           move 0 to AE-IN-IO-PERIODS
           compute AE-IN-DEFER-START =
               WS-START-PERIOD - LM-PAID-THRU-PERIOD
           move WS-DEFER-PERIODS to AE-IN-DEFER-PERIODS
           move WS-DEFER-TYPE to AE-IN-DEFER-TYPE
           move 0 to AE-IN-RATE-CHANGE-COUNT
           move "N" to AE-IN-RESUME-SW

           move "INIT" to AE-FUNCTION
           call "AMORTENG" using AMORT-ENGINE-AREA
           if AE-CALL-ERROR
               exit paragraph
           end-if

           perform PurgeRowsPastPaidThru

           move 0 to WS-PLAN-INTEREST
           move 0 to WS-NEW-PAYMENT
           move "NEXT" to AE-FUNCTION
           call "AMORTENG" using AMORT-ENGINE-AREA
           perform until not AE-ROW-RETURNED
               move WS-WORK-LOAN to SM-LOAN-NUMBER
               compute SM-PERIOD =
                   LM-PAID-THRU-PERIOD + AE-OUT-PERIOD
               move AE-OUT-PITI-PAYMENT to SM-PAYMENT
               move AE-OUT-PRINCIPAL to SM-PRINCIPAL
               move AE-OUT-INTEREST to SM-INTEREST
               move AE-OUT-ESCROW to SM-ESCROW
               move AE-OUT-END-BALANCE to SM-END-BALANCE
               move AE-OUT-DUE-DATE to SM-DUE-DATE
               move AE-OUT-RATE-RESET to SM-RATE-RESET
               write SCHED-MASTER-RECORD
                   invalid key
                       rewrite SCHED-MASTER-RECORD
               end-write
               if AE-OUT-DEFERRED = "Y"
                   add AE-OUT-INTEREST to WS-PLAN-INTEREST
               end-if
               if SM-PERIOD = WS-PLAN-END
                   move AE-OUT-END-BALANCE to WS-PLAN-END-BALANCE
                   move AE-OUT-DUE-DATE to WS-PLAN-END-DATE
               end-if
               if SM-PERIOD = WS-PLAN-END + 1
                   move AE-OUT-PITI-PAYMENT to WS-NEW-PAYMENT
               end-if
               call "AMORTENG" using AMORT-ENGINE-AREA
           end-perform

           perform RewriteStamp.

       PurgeRowsPastPaidThru.
           move "N" to WS-REFILE-EOF
           move WS-WORK-LOAN to SM-LOAN-NUMBER
           compute SM-PERIOD = LM-PAID-THRU-PERIOD + 1
           start sched-master key is greater than or equal to
                   SM-KEY
               invalid key
                   set WS-AT-REFILE-EOF to true
           end-start
           perform until WS-AT-REFILE-EOF
               read sched-master next record
                   at end
                       set WS-AT-REFILE-EOF to true
                   not at end
                       if SM-LOAN-NUMBER not = WS-WORK-LOAN
                           set WS-AT-REFILE-EOF to true
                       else
                           delete sched-master
                       end-if
               end-read
           end-perform.

       RewriteStamp.
           move spaces to SCHED-MASTER-RECORD
           move WS-WORK-LOAN to SM-LOAN-NUMBER
           move 0 to SM-PERIOD
           move LM-PRINCIPAL to ST-PRINCIPAL
           move LM-ANNUAL-RATE to ST-ANNUAL-RATE
           move WS-NEW-TERM to ST-TERM-MONTHS
           move LM-ESCROW-AMOUNT to ST-ESCROW
           move LM-FREQUENCY to ST-FREQUENCY
           move 0 to ST-IO-PERIODS
           move LM-EXTRA-PRINCIPAL to ST-EXTRA-PRINCIPAL
           write SCHED-MASTER-RECORD
               invalid key
                   rewrite SCHED-MASTER-RECORD
           end-write.

      *-----------------------------------------------------------------
      * The master takes the extended term; io-periods zeroes
      * because the re-amortized remainder is fully amortizing.
      * Before/after images go to the recovery journal like every
      * other master rewrite.
       UpdateMaster.
           move WS-NEW-TERM to LM-TERM-MONTHS
           move 0 to LM-IO-PERIODS
           rewrite LOAN-MASTER-RECORD

           open extend loan-journal
           if WS-LJOURNAL-STATUS = "35"
               open output loan-journal
           end-if
           if WS-LJOURNAL-STATUS not = "00"
               display "FORBEAR: unable to open LOAN-JOURNAL.DAT ("
                   WS-LJOURNAL-STATUS ") - recovery image not "
                   "written."
               exit paragraph
           end-if
           move function current-date to LJ-TIMESTAMP
           move "FORBEAR" to LJ-PROGRAM
           move "R" to LJ-ACTION
           move WS-LJ-BEFORE to LJ-BEFORE-IMAGE
           move LOAN-MASTER-RECORD to LJ-AFTER-IMAGE
           write LJ-RECORD
           close loan-journal.

      *-----------------------------------------------------------------
      * Rewrites the loan's batch parm record to the extended term
      * with the re-amortization basis at the plan's last period -
      * the schedule batch then keeps rows 1 through the end of the
      * plan (the plan's own zero-payment rows included) as history
      * and re-amortizes only what follows, which reproduces the
      * rows written here. The parm file is small and is rewritten
      * whole, as LOANMOD.cbl does; a loan with no parm record just
      * has nothing to keep in step.
       LoadParmTable.
           move 0 to WS-PARM-COUNT
           move "N" to WS-PARMS-EOF
           move "N" to WS-PARM-OVERFLOW-SW
           open input loan-parms
           if WS-PARMS-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-PARMS-EOF
               read loan-parms
                   at end
                       set WS-AT-PARMS-EOF to true
                   not at end
                       if WS-PARM-COUNT >= 200
                           set WS-PARM-OVERFLOW to true
                           set WS-AT-PARMS-EOF to true
                       else
                           add 1 to WS-PARM-COUNT
                           move PARM-RECORD
                               to WS-PARM-IMAGE(WS-PARM-COUNT)
                       end-if
               end-read
           end-perform
           close loan-parms.

       UpdateParmRecord.
           if WS-PARM-COUNT = 0
               exit paragraph
           end-if
           perform varying WS-PARM-SUB from 1 by 1
                   until WS-PARM-SUB > WS-PARM-COUNT
               move WS-PARM-IMAGE(WS-PARM-SUB) to WS-PARM-WORK
               if WS-PW-LOAN-NUMBER = WS-WORK-LOAN
                   move WS-NEW-TERM to WS-PW-MONTHS
                   move 0 to WS-PW-IO-PERIODS
                   move WS-PLAN-END to WS-PW-REAM-PERIOD
                   move WS-PLAN-END-BALANCE to WS-PW-REAM-BALANCE
                   move WS-PLAN-END-DATE to WS-PW-REAM-DATE
                   move 0 to WS-PW-REAM-PAYMENT
                   move WS-PARM-WORK
                       to WS-PARM-IMAGE(WS-PARM-SUB)
               end-if
           end-perform

           open output loan-parms
           perform varying WS-PARM-SUB from 1 by 1
                   until WS-PARM-SUB > WS-PARM-COUNT
               move WS-PARM-IMAGE(WS-PARM-SUB) to PARM-RECORD
               write PARM-RECORD
           end-perform
           close loan-parms.

      *-----------------------------------------------------------------
      * LOAN-SCHEDULE-nnnnnnnn.CSV rewritten whole from the
      * repository, in the schedule batch's layout, so the
      * programs reading the CSV see the plan tonight rather than
      * after the next schedule batch. A plan row paid nothing, so
      * its start balance is its end balance less any interest it
      * capitalized.
       WriteScheduleCsv.
           move spaces to WS-CSV-FILENAME
           string "LOAN-SCHEDULE-" WS-WORK-LOAN ".CSV"
               delimited by size into WS-CSV-FILENAME
           end-string
           open output schedule-csv
           if WS-CSV-STATUS not = "00"
               display "FORBEAR: unable to write " WS-CSV-FILENAME
                   " (" WS-CSV-STATUS ") - rerun the schedule "
                   "batch for this loan."
               exit paragraph
           end-if
           move spaces to CSV-Line
           string
               "Month,StartBalance,MonthlyPayment,Principal,"
                   delimited by size
               "Interest,EndBalance,Escrow,DueDate,RateReset"
                   delimited by size
               into CSV-Line
           end-string
           write CSV-Line

           perform varying WS-CSV-PERIOD from 1 by 1
                   until WS-CSV-PERIOD > WS-NEW-TERM
               move WS-WORK-LOAN to SM-LOAN-NUMBER
               move WS-CSV-PERIOD to SM-PERIOD
               read sched-master
                   invalid key
                       continue
                   not invalid key
                       perform WriteOneCsvRow
               end-read
           end-perform
           close schedule-csv.

       WriteOneCsvRow.
           compute WS-CSV-START-BALANCE =
               SM-END-BALANCE + SM-PRINCIPAL
           if SM-PAYMENT = 0
               subtract SM-INTEREST from WS-CSV-START-BALANCE
           end-if
           move spaces to WS-CSV-DUE-DATE
           string SM-DUE-DATE(1:4) "-" SM-DUE-DATE(5:2) "-"
               SM-DUE-DATE(7:2)
               delimited by size into WS-CSV-DUE-DATE
           end-string
           if SM-RATE-RESET = "Y"
               move "*" to WS-CSV-RATE-MARK
           else
               move space to WS-CSV-RATE-MARK
           end-if
           move WS-CSV-PERIOD to CSV-Month
           move WS-CSV-START-BALANCE to CSV-StartBalance
           move SM-PAYMENT to CSV-Payment
           move SM-PRINCIPAL to CSV-Principal
           move SM-INTEREST to CSV-Interest
           move SM-END-BALANCE to CSV-EndBalance
           move SM-ESCROW to CSV-Escrow
           move spaces to CSV-Line
           string
               function trim(CSV-Month)          delimited by size
               ","                                delimited by size
               function trim(CSV-StartBalance)    delimited by size
               ","                                delimited by size
               function trim(CSV-Payment)         delimited by size
               ","                                delimited by size
               function trim(CSV-Principal)       delimited by size
               ","                                delimited by size
               function trim(CSV-Interest)        delimited by size
               ","                                delimited by size
               function trim(CSV-EndBalance)      delimited by size
               ","                                delimited by size
               function trim(CSV-Escrow)          delimited by size
               ","                                delimited by size
               WS-CSV-DUE-DATE                    delimited by size
               ","                                delimited by size
               WS-CSV-RATE-MARK                   delimited by size
               into CSV-Line
           end-string
           write CSV-Line.

      *-----------------------------------------------------------------
       WritePlanRecord.
           move spaces to DEFER-PLAN-RECORD
           move WS-WORK-LOAN to DP-LOAN-NUMBER
           move WS-START-PERIOD to DP-START-PERIOD
           move WS-DEFER-PERIODS to DP-PERIODS
           move WS-PLAN-END to DP-END-PERIOD
           move WS-DEFER-TYPE to DP-TYPE
           set DP-ACTIVE to true
           move WS-TODAY to DP-GRANTED-DATE
           move OA-ID to DP-OPERATOR-ID
           move WS-REASON to DP-REASON
           move WS-BALANCE to DP-BALANCE
           move WS-PLAN-INTEREST to DP-PLAN-INTEREST
           move WS-OLD-PAYMENT to DP-OLD-PAYMENT
           move WS-NEW-PAYMENT to DP-NEW-PAYMENT
           move WS-OLD-TERM to DP-OLD-TERM
           move WS-NEW-TERM to DP-NEW-TERM
           move WS-PLAN-END-DATE to DP-END-DATE
           move 0 to DP-NOTICE-DATE
           write DEFER-PLAN-RECORD
               invalid key
                   rewrite DEFER-PLAN-RECORD
           end-write.

       WritePlanAuditEntry.
           move OA-ID to WS-AUDIT-EMP-ID
           move "FORBEAR" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " defer " WS-START-PERIOD
               "x" WS-DEFER-PERIODS " " WS-DEFER-TYPE
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
