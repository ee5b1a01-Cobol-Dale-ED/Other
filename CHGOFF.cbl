      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CHGOFF.
      *-----------------------------------------------------------------
      * Charge-off run. A loan in AGING.cbl's 90+ bucket used to stay
      * delinquent forever - still accruing through ACCRUE.cbl,
      * still assessed late fees, still lettered and billed, and
      * still carried at full value in the loan receivable. This
      * run charges off every still-owing loan that is either past
      * the policy's days-past-due threshold or flagged for
      * charge-off from LOANMSTR.cbl:
      *   - days past due are counted from the due date of the first
      *     unpaid repository row (LM-PAID-THRU-PERIOD + 1) to the
      *     run date; the threshold is CHGOFF-POLICY.DAT's one
      *     record, 120 days when no policy is on file
      *   - the loan's receivable is priced exactly as TRIALBAL.cbl
      *     prices it (the paid-through row's EndBalance, row 1's
      *     start balance when nothing has been paid), and the
      *     interest accrued since the last paid due date exactly as
      *     ACCRUE.cbl accrues it
      *   - LM-STATUS goes to charged-off, the late-fee balance and
      *     the carry are cleared, and what was written off is
      *     recorded on CHARGEOFF.DAT (chargeoff-record.cpy) for
      *     POSTPAY.cbl's recoveries to accumulate against
      *
      * The run journals to GL-WORK.DAT, dated the run date: the
      * interest accrued to the charge-off date is recognized
      * (debit INTREC, credit INTINC, as ACCRUE would at month end)
      * and then written off with the principal - debit CHGLOSS,
      * credit LOANRECV and INTREC - with any carried partial
      * payment released from SUSPENSE against the loss. Late fees
      * were never income, so they are cleared without a journal
      * line. The loan leaves TRIALBAL's portfolio at the same
      * amount LOANRECV is credited, so the trial balance still
      * ties after the run.
      *
      * The run date comes from CHGOFF_DATE (YYYYMMDD) in the
      * environment, defaulting to today. CHGOFF.RPT lists every
      * loan charged off with the run totals.
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
       select chgoff-policy
           assign to 'CHGOFF-POLICY.DAT'
           organization is line sequential
           file status is WS-POLICY-STATUS.
       select chargeoff-file
           assign to 'CHARGEOFF.DAT'
           organization is indexed
           access mode is dynamic
           record key is CO-LOAN-NUMBER
           file status is WS-CHGOFF-STATUS.
      * Forward-recovery journal - a before/after image per master
      * rewrite, like every other writer of the master.
       select loan-journal
           assign to 'LOAN-JOURNAL.DAT'
           organization is line sequential
           file status is WS-LJOURNAL-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select chgoff-report
           assign to 'CHGOFF.RPT'
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

      * One policy record: days past due at which a loan charges off.
       fd chgoff-policy
           data record is CP-RECORD.
       01 CP-RECORD.
           05 CP-DAYS-PAST-DUE      pic 9(3).

       fd chargeoff-file
           data record is CO-RECORD.
           COPY "chargeoff-record.cpy".

       fd loan-journal
           data record is LJ-RECORD.
           COPY "loan-journal-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd chgoff-report
           data record is CR-Line.
       01 CR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
      * In-use lock over the loan master (FILELOCK.cbl) - this run
      * rewrites statuses, so it takes the same lock the other
      * writers do.
           COPY "file-lock.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-POLICY-STATUS   pic x(2).
       01 WS-CHGOFF-STATUS   pic x(2).
       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-LJ-BEFORE       pic x(130).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".

       01 WS-DATE-TEXT       pic x(8).
       01 WS-RUN-DATE        pic 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-THRESHOLD-DAYS  pic 9(3) value 120.

      * Per-loan figures: how far past due, the receivable and
      * last due date as of the paid-through row, and the interest
      * accrued from there to the run date.
       01 WS-DAYS-PAST-DUE   pic s9(5).
       01 WS-BALANCE         pic 9(9)v99.
       01 WS-LAST-DUE-DATE   pic 9(8).
       01 WS-PER-DIEM-RATE   pic 9v9(9).
       01 WS-ACCRUED-DAYS    pic s9(5).
       01 WS-ACCRUED-INTEREST pic 9(7)v99.
       01 WS-LOAN-LOSS       pic s9(9)v99.

      * Run totals - the journal is built from these.
       01 WS-RUN-LOANS       pic 9(5) value 0.
       01 WS-RUN-PRINCIPAL   pic 9(11)v99 value 0.
       01 WS-RUN-INTEREST    pic 9(9)v99 value 0.
       01 WS-RUN-FEES        pic 9(9)v99 value 0.
       01 WS-RUN-CARRY       pic 9(9)v99 value 0.
       01 WS-RUN-LOSS        pic s9(11)v99 value 0.

       01 ChargeOffHeader.
           05               pic x(10) value "Loan".
           05               pic x(4)  value "Why".
           05               pic x(6)  value "  Days".
           05               pic x(16) value "       Principal".
           05               pic x(14) value "      Interest".
           05               pic x(14) value "          Fees".
           05               pic x(16) value "            Loss".
       01 ChargeOffDetailLine.
           05 CD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 CD-Reason      pic x(4).
           05 CD-Days        pic z(5)9.
           05               pic x(2)  value spaces.
           05 CD-Principal   pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CD-Interest    pic $$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CD-Fees        pic $$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CD-Loss        pic $$$,$$$,$$9.99.
       01 ChargeOffFooterLine.
           05               pic x(8)  value "Loans: ".
           05 CF-Loans       pic z(4)9.
           05               pic x(14) value "  Principal: ".
           05 CF-Principal   pic $$,$$$,$$$,$$9.99.
           05               pic x(13) value "  Interest: ".
           05 CF-Interest    pic $$$$,$$$,$$9.99.
       01 ChargeOffFooterLine2.
           05               pic x(13) value "  Fees: ".
           05 CF-Fees        pic $$$$,$$$,$$9.99.
           05               pic x(13) value "  Carry: ".
           05 CF-Carry       pic $$$$,$$$,$$9.99.
           05               pic x(10) value "  Loss: ".
           05 CF-Loss        pic $$,$$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           accept WS-DATE-TEXT from environment "CHGOFF_DATE"
           if WS-DATE-TEXT = spaces or WS-DATE-TEXT = "00000000"
               move function current-date to WS-CURRENT-DATE
               move WS-CD-YMD to WS-RUN-DATE
           else
               move WS-DATE-TEXT to WS-RUN-DATE
           end-if

           perform LoadChargeOffPolicy

           move "LOANMSTR" to FL-FILE-ID
           move "CHGOFF" to FL-HOLDER
           set FL-FUNC-TAKE to true
           call "FILELOCK" using FILE-LOCK-AREA
           if not FL-OK
               display "CHGOFF: LOAN-MASTER.DAT is in use by "
                   FL-HELD-BY " since " FL-HELD-SINCE
                   " - run refused."
               move 8 to return-code
               goback
           end-if

           open i-o loan-master
           if WS-MASTER-STATUS not = "00"
               display "CHGOFF: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

      *    No charge-off record means no place for recoveries to
      *    land - refuse rather than charge off a loan untracked.
           open i-o chargeoff-file
           if WS-CHGOFF-STATUS = "35"
               open output chargeoff-file
               close chargeoff-file
               open i-o chargeoff-file
           end-if
           if WS-CHGOFF-STATUS not = "00"
               display "CHGOFF: unable to open CHARGEOFF.DAT ("
                   WS-CHGOFF-STATUS ") - run refused."
               close loan-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-AVAILABLE to true
           else
               display "CHGOFF: SCHED-MASTER.DAT not available ("
                   WS-SM-STATUS ") - only flagged loans can charge "
                   "off this run."
           end-if

           open output chgoff-report
           move ChargeOffHeader to CR-Line
           write CR-Line

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
                           perform ConsiderOneLoan
                       end-if
               end-read
           end-perform

           perform WriteChargeOffFooter

           close loan-master
           close chargeoff-file
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           close chgoff-report

           perform WriteChargeOffJournal
           perform FreeMasterLock
           display "CHGOFF: " WS-RUN-LOANS " loan(s) charged off "
               WS-RUN-PRINCIPAL " principal as of " WS-RUN-DATE
           goback.

       FreeMasterLock.
           move "LOANMSTR" to FL-FILE-ID
           set FL-FUNC-FREE to true
           call "FILELOCK" using FILE-LOCK-AREA.

      *-----------------------------------------------------------------
      * The days-past-due threshold. No policy file, or a zero in
      * it, keeps the standard 120 days.
       LoadChargeOffPolicy.
           open input chgoff-policy
           if WS-POLICY-STATUS not = "00"
               exit paragraph
           end-if
           read chgoff-policy
               at end
                   move 0 to CP-DAYS-PAST-DUE
           end-read
           close chgoff-policy
           if CP-DAYS-PAST-DUE is numeric and CP-DAYS-PAST-DUE > 0
               move CP-DAYS-PAST-DUE to WS-THRESHOLD-DAYS
           end-if.

      *-----------------------------------------------------------------
      * One still-owing loan: charged off when flagged, or when its
      * oldest unpaid period is at least the threshold past due.
       ConsiderOneLoan.
           perform FindDaysPastDue
           if LM-CHGOFF-FLAGGED
               move "M" to CO-REASON
               move "FLAG" to CD-Reason
           else
               if WS-DAYS-PAST-DUE < WS-THRESHOLD-DAYS
                   exit paragraph
               end-if
               move "A" to CO-REASON
               move "AGED" to CD-Reason
           end-if

           perform FindBalanceAsOfPaidThru
           compute WS-PER-DIEM-RATE = LM-ANNUAL-RATE / 365
           compute WS-ACCRUED-DAYS =
               function integer-of-date(WS-RUN-DATE)
               - function integer-of-date(WS-LAST-DUE-DATE)
           if WS-ACCRUED-DAYS < 0
               move 0 to WS-ACCRUED-DAYS
           end-if
           compute WS-ACCRUED-INTEREST rounded =
               WS-BALANCE * WS-PER-DIEM-RATE * WS-ACCRUED-DAYS
           compute WS-LOAN-LOSS = WS-BALANCE + WS-ACCRUED-INTEREST
               - LM-CARRY-AMOUNT

           perform RecordChargeOff

           move LOAN-MASTER-RECORD to WS-LJ-BEFORE
           set LM-CHARGED-OFF to true
           move "N" to LM-CHGOFF-SW
           move 0 to LM-FEE-BALANCE
           move 0 to LM-CARRY-AMOUNT
           rewrite LOAN-MASTER-RECORD
           perform WriteRecoveryJournal

           add 1 to WS-RUN-LOANS
           add WS-BALANCE to WS-RUN-PRINCIPAL
           add WS-ACCRUED-INTEREST to WS-RUN-INTEREST
           add CO-FEES to WS-RUN-FEES
           add CO-CARRY to WS-RUN-CARRY
           add WS-LOAN-LOSS to WS-RUN-LOSS

           move LM-LOAN-NUMBER to CD-Loan
           move WS-DAYS-PAST-DUE to CD-Days
           move WS-BALANCE to CD-Principal
           move WS-ACCRUED-INTEREST to CD-Interest
           move CO-FEES to CD-Fees
           move WS-LOAN-LOSS to CD-Loss
           move ChargeOffDetailLine to CR-Line
           write CR-Line.

      *-----------------------------------------------------------------
      * Days from the first unpaid period's due date to the run
      * date - one keyed repository read. No row for that period
      * (no schedule on file) counts as not past due.
       FindDaysPastDue.
           move 0 to WS-DAYS-PAST-DUE
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           compute SM-PERIOD = LM-PAID-THRU-PERIOD + 1
           read sched-master
               invalid key
                   exit paragraph
           end-read
           if SM-DUE-DATE = 0
               exit paragraph
           end-if
           compute WS-DAYS-PAST-DUE =
               function integer-of-date(WS-RUN-DATE)
               - function integer-of-date(SM-DUE-DATE)
           if WS-DAYS-PAST-DUE < 0
               move 0 to WS-DAYS-PAST-DUE
           end-if.

      *-----------------------------------------------------------------
      * The balance still owed as of the last fully paid period and
      * that period's due date - ACCRUE.cbl's positioning, so the
      * write-off matches what TRIALBAL carries for the loan.
       FindBalanceAsOfPaidThru.
           move LM-PRINCIPAL to WS-BALANCE
           if LM-ORIG-DATE = 0
               move WS-RUN-DATE to WS-LAST-DUE-DATE
           else
               move LM-ORIG-DATE to WS-LAST-DUE-DATE
           end-if
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if

           if LM-PAID-THRU-PERIOD = 0
               move LM-LOAN-NUMBER to SM-LOAN-NUMBER
               move 1 to SM-PERIOD
               read sched-master
                   invalid key
                       continue
                   not invalid key
                       compute WS-BALANCE =
                           SM-END-BALANCE + SM-PRINCIPAL
               end-read
               exit paragraph
           end-if

           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           move LM-PAID-THRU-PERIOD to SM-PERIOD
           read sched-master
               invalid key
                   continue
               not invalid key
                   move SM-END-BALANCE to WS-BALANCE
                   move SM-DUE-DATE to WS-LAST-DUE-DATE
           end-read.

      *-----------------------------------------------------------------
      * What was written off, for recoveries to accumulate against.
      * A loan charged off before (and since reinstated) has its
      * record replaced - recoveries follow the current charge-off.
       RecordChargeOff.
           move spaces to CO-RECORD
           move LM-LOAN-NUMBER to CO-LOAN-NUMBER
           move WS-RUN-DATE to CO-DATE
           move WS-DAYS-PAST-DUE to CO-DAYS-PAST-DUE
           move LM-PAID-THRU-PERIOD to CO-PAID-THRU-PERIOD
           move WS-BALANCE to CO-PRINCIPAL
           move WS-ACCRUED-INTEREST to CO-INTEREST
           move LM-FEE-BALANCE to CO-FEES
           move LM-CARRY-AMOUNT to CO-CARRY
           move 0 to CO-RECOVERED
           move 0 to CO-LAST-RECOVERY
           write CO-RECORD
               invalid key
                   rewrite CO-RECORD
           end-write.

      *-----------------------------------------------------------------
      * One before/after image on the forward-recovery journal per
      * master rewrite - same open-extend/status-35 fallback as the
      * audit trail.
       WriteRecoveryJournal.
           open extend loan-journal
           if WS-LJOURNAL-STATUS = "35"
               open output loan-journal
           end-if
           if WS-LJOURNAL-STATUS not = "00"
               display "CHGOFF: unable to open LOAN-JOURNAL.DAT ("
                   WS-LJOURNAL-STATUS ") - recovery image not "
                   "written."
               exit paragraph
           end-if
           move function current-date to LJ-TIMESTAMP
           move "CHGOFF" to LJ-PROGRAM
           move "R" to LJ-ACTION
           move WS-LJ-BEFORE to LJ-BEFORE-IMAGE
           move LOAN-MASTER-RECORD to LJ-AFTER-IMAGE
           write LJ-RECORD
           close loan-journal.

      *-----------------------------------------------------------------
       WriteChargeOffFooter.
           move WS-RUN-LOANS to CF-Loans
           move WS-RUN-PRINCIPAL to CF-Principal
           move WS-RUN-INTEREST to CF-Interest
           move WS-RUN-FEES to CF-Fees
           move WS-RUN-CARRY to CF-Carry
           move WS-RUN-LOSS to CF-Loss
           move spaces to CR-Line
           write CR-Line
           move ChargeOffFooterLine to CR-Line
           write CR-Line
           move ChargeOffFooterLine2 to CR-Line
           write CR-Line.

      *-----------------------------------------------------------------
      * The run's balanced write-off: the accrued interest is
      * recognized first, then principal and interest receivable
      * are credited off against the loss account, with the carry
      * held in suspense applied against the loss. Appended for
      * GLEXPORT.cbl like every other run's amounts.
       WriteChargeOffJournal.
           if WS-RUN-LOANS = 0
               exit paragraph
           end-if
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "CHGOFF: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - charge-offs not journaled."
               move 8 to return-code
               exit paragraph
           end-if

           move "CHGOFF" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-RUN-DATE to GW-DATE

           if WS-RUN-INTEREST > 0
               move "INTREC" to GW-CODE
               set GW-DEBIT to true
               move WS-RUN-INTEREST to GW-AMOUNT
               write GW-RECORD

               move "INTINC" to GW-CODE
               set GW-CREDIT to true
               move WS-RUN-INTEREST to GW-AMOUNT
               write GW-RECORD
           end-if

           move "CHGLOSS" to GW-CODE
           if WS-RUN-LOSS < 0
               set GW-CREDIT to true
               compute GW-AMOUNT = 0 - WS-RUN-LOSS
           else
               set GW-DEBIT to true
               move WS-RUN-LOSS to GW-AMOUNT
           end-if
           write GW-RECORD

           if WS-RUN-CARRY > 0
               move "SUSPENSE" to GW-CODE
               set GW-DEBIT to true
               move WS-RUN-CARRY to GW-AMOUNT
               write GW-RECORD
           end-if

           move "LOANRECV" to GW-CODE
           set GW-CREDIT to true
           move WS-RUN-PRINCIPAL to GW-AMOUNT
           write GW-RECORD

           if WS-RUN-INTEREST > 0
               move "INTREC" to GW-CODE
               set GW-CREDIT to true
               move WS-RUN-INTEREST to GW-AMOUNT
               write GW-RECORD
           end-if

           close gl-work.
      *-----------------------------------------------------------------
