      * instead of someone hand-editing the loan master and keying
      * a correcting journal entry from memory.
      *
      * Where the money goes is policy, not code: FEE-POLICY.DAT's
      * application order (fee-policy-record.cpy) says whether the
      * assessed late-fee balance collects before or after the
      * periods already due, and whether anything left prepays
      * periods not yet due or is held in carry. Fee collections
      * journal to FEEINC.
      *
      * A fee waiver (PT-TYPE "W") forgives all or part of one
      * period's assessed late fee: LM-FEE-BALANCE drops and a
      * waiver record goes on FEE-HISTORY.DAT against the period,
      * so the history still explains the balance. A waiver moves
      * no money and journals nothing - fees are only income when
      * collected.
      *
      * Cash on a charged-off loan (CHGOFF.cbl) is a recovery, not a
      * payment: it never touches the schedule, the paid-through
      * period or the carry, is credited to RECOVERY rather than
      * the receivable, and is added to the loan's recovered total
      * on CHARGEOFF.DAT. A reversal of it backs the recovery out
      * the same way.
      *
      * A forbearance period (FORBEAR.cbl) carries no payment, so
      * the first payment after it passes over it; one that
      * capitalized its interest journals that interest as earned
      * against the receivable when it is passed.
      *
      * Every transaction lands on POSTING.RPT as APPLIED (advanced
      * one or more periods), SUSPENDED (posted to carry only - a
      * short-pay, or the loan has no schedule file to match
      * such loan, the loan is not active, or a reversal bigger
      * than anything the loan absorbed), with counts of each at
      * the bottom.
      *
      * A REJECTED or STALE payment is money already in the bank, so
      * it is not left as a line on a report the next run
      * overwrites: each one is written to the unapplied-cash file
      * (UNAPPLIED.DAT, unapplied-record.cpy) with its reason and
      * journaled into the UNAPPLIED account, where it sits until
      * UNAPPMNT.cbl re-applies, refunds or writes it off. Its
      * reference is recorded like an applied one, so a rerun of
      * the same file cannot park the same money twice.
      *
      * Every REJECTED or STALE transaction is also raised on the
      * shared exceptions file (EXCLOG.cbl) for the cash desk, so
      * it is on the morning exceptions report until somebody
      * resolves it.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
      * Fee policy - the payment application order - and the fee
      * history a waiver is recorded against.
       select fee-policy
           assign to 'FEE-POLICY.DAT'
           organization is line sequential
           file status is WS-POLICY-STATUS.
       select fee-history
           assign to 'FEE-HISTORY.DAT'
           organization is line sequential
           file status is WS-FEEHIST-STATUS.
      * Charge-off record - what CHGOFF.cbl wrote off on each
      * charged-off loan, and the recoveries received since.
       select chargeoff-file
           assign to 'CHARGEOFF.DAT'
           organization is indexed
           access mode is dynamic
           record key is CO-LOAN-NUMBER
           file status is WS-CHGOFF-STATUS.
      * Unapplied-cash file - every payment this run cannot apply,
      * numbered and held for research (UNAPPMNT.cbl).
       select unapplied-cash
           assign to 'UNAPPLIED.DAT'
           organization is indexed
           access mode is dynamic
           record key is UA-ITEM-NUMBER
           file status is WS-UNAPPLIED-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd unapplied-cash
           data record is UA-RECORD.
           COPY "unapplied-record.cpy".

       fd fee-policy
           data record is FP-RECORD.
           COPY "fee-policy-record.cpy".

       fd fee-history
           data record is FH-RECORD.
           COPY "fee-history-record.cpy".

       fd chargeoff-file
           data record is CO-RECORD.
           COPY "chargeoff-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-PAYHIST-STATUS  pic x(2).
      * told to wait instead of colliding with it.
           COPY "file-lock.cpy".

      * Shared exceptions file (EXCLOG.cbl) - each rejected
      * transaction goes on it for the cash desk.
           COPY "exception-area.cpy".

      * Applied-reference protection state: every reference already
      * on POSTED-REFS.DAT, loaded once. The capacity guard aborts
      * rather than run half-protected - when the file grows past
           88 WS-REF-OVERFLOW value "Y".
       01 WS-DUPLICATE-COUNT pic 9(5) value 0.

      * Unapplied-cash state: whether the file opened, the last
      * item number on it (new items number on from there), the
      * reason the payment in hand could not be applied, and the
      * run's count and total parked.
       01 WS-UNAPPLIED-STATUS pic x(2).
       01 WS-UA-AVAILABLE-SW pic x(1) value "N".
           88 WS-UA-AVAILABLE value "Y".
       01 WS-UA-EOF          pic x(1).
           88 WS-AT-UA-EOF    value "Y".
       01 WS-UA-LAST-ITEM    pic 9(6) value 0.
       01 WS-UA-REASON       pic x(8).
       01 WS-UNAPPLIED-COUNT pic 9(5) value 0.
       01 WS-UNAPPLIED-TOTAL pic 9(9)v99 value 0.
       01 WS-RUN-DATE        pic 9(8).

      * Recoveries on charged-off loans: whether CHARGEOFF.DAT
      * opened, the run's count, and the journal amount credited
      * to RECOVERY.
       01 WS-CHGOFF-STATUS   pic x(2).
       01 WS-CO-AVAILABLE-SW pic x(1) value "N".
           88 WS-CO-AVAILABLE value "Y".
       01 WS-RECOVERY-COUNT  pic 9(5) value 0.
       01 WS-GL-RECOVERY     pic s9(9)v99 value 0.

      * Payment application order off the fee policy, one step per
      * position (D due periods, F fees, A advance periods), and the
      * step in hand.
       01 WS-POLICY-STATUS   pic x(2).
       01 WS-APPLY-ORDER     pic x(3) value "FDA".
       01 WS-ORDER-SUB       pic 9.
       01 WS-ORDER-STEP      pic x(1).
       01 WS-ORDER-BAD-SW    pic x(1) value "N".
           88 WS-ORDER-BAD    value "Y".
       01 WS-DUE-ONLY-SW     pic x(1).
           88 WS-DUE-ONLY     value "Y".

      * Fee-waiver work: what the period still owes (assessed less
      * already waived) and the part this waiver forgives.
       01 WS-FEEHIST-STATUS  pic x(2).
       01 WS-FEEHIST-EOF     pic x(1).
           88 WS-AT-FEEHIST-EOF value "Y".
       01 WS-PERIOD-FEE-OWED pic s9(7)v99.
       01 WS-WAIVE-AMOUNT    pic 9(7)v99.
       01 WS-WAIVED-COUNT    pic 9(5) value 0.

       01 WS-APPLIED-COUNT   pic 9(5) value 0.
       01 WS-SUSPENDED-COUNT pic 9(5) value 0.
       01 WS-REJECTED-COUNT  pic 9(5) value 0.
      * The engine is the same AMORTENG the schedule came from, so
      * the refiled rows cannot disagree with a fresh schedule run.
           COPY "amort-engine.cpy".
      * Forbearance plans (DEFERCHK.cbl) - no curtailment while a
      * plan still covers an unpaid period.
           COPY "defer-area.cpy".
       01 WS-CURTAIL-BALANCE pic s9(9)v99.
      * The whole (small) parm file in storage for the curtailment's
      * basis rewrite - the same whole-file rewrite LOANMOD.cbl
      * check can't keep rolling the loan forward while the fee
      * balance LATEFEE.cbl assessed sits uncollected forever.
       01 WS-GL-FEES         pic s9(9)v99 value 0.
      * Deposited money the run could not apply, held in UNAPPLIED
      * against the cash (or payroll clearing) it came in through.
       01 WS-GL-UNAPPLIED    pic s9(9)v99 value 0.
       01 WS-FEE-COLLECTED   pic 9(7)v99.
       01 WS-ROW-PERIOD      pic 9(4).
       01 WS-ROW-SUB         pic 9(4).
           05 PF-Reversed    pic z(4)9.
           05               pic x(13) value "  Curtailed: ".
           05 PF-Curtailed   pic z(4)9.
      * The footer counts run past one report line, so the rest go
      * on a second line under the first.
       01 PostingFooterLine2.
           05               pic x(11) value "Duplicate: ".
           05 PF-Duplicate   pic z(4)9.
           05               pic x(10) value "  Waived: ".
           05 PF-Waived      pic z(4)9.
           05               pic x(13) value "  Recovered: ".
           05 PF-Recovered   pic z(4)9.
       01 PostingUnappliedLine.
           05               pic x(27)
                                 value "Parked to UNAPPLIED.DAT: ".
           05 PU-Count       pic z(4)9.
           05               pic x(10) value " item(s) ".
           05 PU-Total       pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               move 8 to return-code
               goback
           end-if

           perform LoadApplyOrder
           if WS-ORDER-BAD
               display "POSTPAY: FEE-POLICY.DAT application order "
                   WS-APPLY-ORDER " is not made of D, F and A - "
                   "nothing posted. Correct the policy and rerun."
               move 16 to return-code
               goback
           end-if
           open input payment-file

           move "LOANMSTR" to FL-FILE-ID
               goback
           end-if

           move function current-date(1:8) to WS-RUN-DATE
           perform OpenUnappliedFile
           open i-o chargeoff-file
           if WS-CHGOFF-STATUS = "00"
               set WS-CO-AVAILABLE to true
           end-if

           perform LoadPostedReferences
           if WS-REF-OVERFLOW
      *        Posting half-protected would double-apply whatever
                   "posting half-protected."
               close payment-file
               close loan-master
               if WS-UA-AVAILABLE
                   close unapplied-cash
               end-if
               if WS-CO-AVAILABLE
                   close chargeoff-file
               end-if
               perform FreeMasterLock
               move 16 to return-code
               goback
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           if WS-UA-AVAILABLE
               close unapplied-cash
           end-if
           if WS-CO-AVAILABLE
               close chargeoff-file
           end-if
           close posting-report
           perform FreeMasterLock
           goback.
           end-if

           move "POSTPAY" to GW-SOURCE
           move spaces to GW-DEPT
           move LM-PAID-THRU-DATE to GW-DATE

           move "CASH" to GW-CODE
           move WS-GL-SUSPENSE to WS-GL-ENTRY-AMOUNT
           perform WriteOneGlWorkEntry

           move "UNAPPLID" to GW-CODE
           move "C" to WS-GL-NORMAL-DC
           move WS-GL-UNAPPLIED to WS-GL-ENTRY-AMOUNT
           perform WriteOneGlWorkEntry

           move "RECOVERY" to GW-CODE
           move "C" to WS-GL-NORMAL-DC
           move WS-GL-RECOVERY to WS-GL-ENTRY-AMOUNT
           perform WriteOneGlWorkEntry

           close gl-work.

      * One journal line on the accumulator's normal side, flipped
               move PT-REFERENCE to WS-REF(WS-REF-COUNT)
           end-if.

      *-----------------------------------------------------------------
      * The application order off the fee policy. No policy file,
      * or a record from before the order existed, keeps the
      * original order - fees, then every period the money covers.
      * Anything other than D, F, A or blank is a policy error the
      * run refuses to guess at.
       LoadApplyOrder.
           move "FDA" to WS-APPLY-ORDER
           open input fee-policy
           if WS-POLICY-STATUS not = "00"
               exit paragraph
           end-if
           read fee-policy
               at end
                   move spaces to FP-APPLY-ORDER
           end-read
           close fee-policy
           if FP-APPLY-ORDER not = spaces
               move FP-APPLY-ORDER to WS-APPLY-ORDER
           end-if
           perform varying WS-ORDER-SUB from 1 by 1
                   until WS-ORDER-SUB > 3
               move WS-APPLY-ORDER(WS-ORDER-SUB:1) to WS-ORDER-STEP
               if WS-ORDER-STEP not = "D" and WS-ORDER-STEP not = "F"
                   and WS-ORDER-STEP not = "A"
                   and WS-ORDER-STEP not = space
                   set WS-ORDER-BAD to true
               end-if
           end-perform.

      *-----------------------------------------------------------------
      * Opens the unapplied-cash file i-o, creating it the first
      * time (status 35), and finds the last item number on it so
      * this run's items number on from there. No file means the
      * run still posts - rejects are then only on the report, as
      * they always were, and the operator is told so.
       OpenUnappliedFile.
           open i-o unapplied-cash
           if WS-UNAPPLIED-STATUS = "35"
               open output unapplied-cash
               close unapplied-cash
               open i-o unapplied-cash
           end-if
           if WS-UNAPPLIED-STATUS not = "00"
               display "POSTPAY: unable to open UNAPPLIED.DAT ("
                   WS-UNAPPLIED-STATUS ") - rejected payments will "
                   "be on POSTING.RPT only."
               exit paragraph
           end-if
           set WS-UA-AVAILABLE to true

           move 0 to WS-UA-LAST-ITEM
           move "N" to WS-UA-EOF
           move 0 to UA-ITEM-NUMBER
           start unapplied-cash key is greater than or equal to
                   UA-ITEM-NUMBER
               invalid key
                   set WS-AT-UA-EOF to true
           end-start
           perform until WS-AT-UA-EOF
               read unapplied-cash next record
                   at end
                       set WS-AT-UA-EOF to true
                   not at end
                       move UA-ITEM-NUMBER to WS-UA-LAST-ITEM
               end-read
           end-perform.

      * Parks the payment in hand on the unapplied-cash file with
      * the reason it could not be applied, and journals it: the
      * cash (or payroll clearing) it arrived through is debited as
      * for any payment, against UNAPPLIED instead of the loan. The
      * reference is recorded so a rerun skips it as a duplicate
      * rather than parking the same money twice.
       RecordUnappliedItem.
           if not WS-UA-AVAILABLE
               exit paragraph
           end-if
           move spaces to UA-RECORD
           add 1 to WS-UA-LAST-ITEM
           move WS-UA-LAST-ITEM to UA-ITEM-NUMBER
           move PT-LOAN-NUMBER to UA-LOAN-NUMBER
           move PT-PAYMENT-DATE to UA-PAYMENT-DATE
           move PT-AMOUNT to UA-AMOUNT
           move PT-TYPE to UA-TYPE
           move PT-FUNDING to UA-FUNDING
           move PT-REFERENCE to UA-REFERENCE
           move WS-UA-REASON to UA-REASON
           move WS-RUN-DATE to UA-RECEIVED-DATE
           set UA-OPEN to true
           move 0 to UA-RESOLVED-DATE
           move 0 to UA-RESOLVED-BY
           move 0 to UA-APPLIED-LOAN
           write UA-RECORD
               invalid key
                   display "POSTPAY: unable to write unapplied item "
                       UA-ITEM-NUMBER " (" WS-UNAPPLIED-STATUS ")"
                   exit paragraph
           end-write

           if PT-FUND-PAYROLL
               add PT-AMOUNT to WS-GL-CLEARING
           else
               add PT-AMOUNT to WS-GL-CASH
           end-if
           add PT-AMOUNT to WS-GL-UNAPPLIED
           add 1 to WS-UNAPPLIED-COUNT
           add PT-AMOUNT to WS-UNAPPLIED-TOTAL
           perform RecordAppliedReference.

      *-----------------------------------------------------------------
       ReadNextPayment.
           read payment-file
           if PT-BATCH-HEADER or PT-BATCH-TRAILER
               exit paragraph
           end-if
           move spaces to WS-UA-REASON

      *    Already-applied references skip - this is the safe-rerun
      *    path after a crash mid-file, and the guard against the
               exit paragraph
           end-if

           if PT-FEE-WAIVER
               perform WaiveOneFee
               exit paragraph
           end-if

           move 0 to WS-PERIODS-APPLIED
           move PT-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
                   move "REJECTED" to WS-TXN-STATUS
                   add 1 to WS-REJECTED-COUNT
                   move 0 to LM-PAID-THRU-PERIOD
                   move "NO-LOAN" to WS-UA-REASON
                   perform RecordUnappliedItem
                   perform WritePostingDetail
                   exit paragraph
           end-read
           move LOAN-MASTER-RECORD to WS-LJ-BEFORE

           if LM-CHARGED-OFF
               perform PostRecovery
               exit paragraph
           end-if

           if not LM-ACTIVE and not LM-DELINQUENT
               move "REJECTED" to WS-TXN-STATUS
               add 1 to WS-REJECTED-COUNT
               move "INACTIVE" to WS-UA-REASON
               perform RecordUnappliedItem
               perform WritePostingDetail
               exit paragraph
           end-if
               display "POSTPAY: loan " PT-LOAN-NUMBER " has a "
                   "stale schedule - payment not applied; rerun "
                   "the schedule batch and SCHEDVFY."
               move "STALE" to WS-UA-REASON
               perform RecordUnappliedItem
               perform WritePostingDetail
               exit paragraph
           end-if

           compute WS-AVAILABLE = PT-AMOUNT + LM-CARRY-AMOUNT

      *    The policy's application order, step by step while money
      *    remains - whatever is left after the last step is carry.
           move "N" to WS-SCHED-FOUND-SW
           perform varying WS-ORDER-SUB from 1 by 1
                   until WS-ORDER-SUB > 3
               move WS-APPLY-ORDER(WS-ORDER-SUB:1) to WS-ORDER-STEP
               evaluate WS-ORDER-STEP
                   when "D"
                       set WS-DUE-ONLY to true
                       perform ApplyAgainstSchedule
                   when "F"
                       perform CollectFeeBalance
                   when "A"
                       move "N" to WS-DUE-ONLY-SW
                       perform ApplyAgainstSchedule
               end-evaluate
           end-perform

           if not WS-SCHED-FOUND and WS-PERIODS-APPLIED = 0
      *        No schedule rows exist for this loan - hold the whole
           write LJ-RECORD
           close loan-journal.

      *-----------------------------------------------------------------
      * Cash on a charged-off loan: credited to RECOVERY and added
      * to the loan's recovered total. The master, its schedule and
      * its carry are left exactly as the charge-off left them.
       PostRecovery.
           move 0 to WS-PERIODS-APPLIED
           if PT-FUND-PAYROLL
               add PT-AMOUNT to WS-GL-CLEARING
           else
               add PT-AMOUNT to WS-GL-CASH
           end-if
           add PT-AMOUNT to WS-GL-RECOVERY

           if WS-CO-AVAILABLE
               move PT-LOAN-NUMBER to CO-LOAN-NUMBER
               read chargeoff-file
                   invalid key
                       display "POSTPAY: loan " PT-LOAN-NUMBER
                           " is charged off but has no CHARGEOFF.DAT"
                           " record - recovery journaled only."
                   not invalid key
                       add PT-AMOUNT to CO-RECOVERED
                       move PT-PAYMENT-DATE to CO-LAST-RECOVERY
                       rewrite CO-RECORD
               end-read
           end-if

           move "RECOVERY" to WS-TXN-STATUS
           add 1 to WS-RECOVERY-COUNT
           perform RecordAppliedReference
           perform WritePostingDetail.

      * A bounced recovery comes back off the recovered total; one
      * larger than everything recovered on the loan is rejected.
       ReverseRecovery.
           if WS-CO-AVAILABLE
               move PT-LOAN-NUMBER to CO-LOAN-NUMBER
               read chargeoff-file
                   invalid key
                       move 0 to CO-RECOVERED
               end-read
           else
               move 0 to CO-RECOVERED
           end-if
           if PT-AMOUNT > CO-RECOVERED
               move "REJECTED" to WS-TXN-STATUS
               add 1 to WS-REJECTED-COUNT
               display "POSTPAY: reversal of " PT-AMOUNT " on "
                   "charged-off loan " PT-LOAN-NUMBER " exceeds its "
                   "recoveries - rejected."
               perform WritePostingDetail
               exit paragraph
           end-if

           subtract PT-AMOUNT from CO-RECOVERED
           rewrite CO-RECORD
           if PT-FUND-PAYROLL
               subtract PT-AMOUNT from WS-GL-CLEARING
           else
               subtract PT-AMOUNT from WS-GL-CASH
           end-if
           subtract PT-AMOUNT from WS-GL-RECOVERY

           move "REVERSED" to WS-TXN-STATUS
           add 1 to WS-REVERSED-COUNT
           perform RecordAppliedReference
           perform WritePostingDetail.

      *-----------------------------------------------------------------
      * Forgives all or part of one period's assessed late fee. What
      * the period still owes is its assessments less its earlier
      * waivers on FEE-HISTORY.DAT; a waiver of a period with
      * nothing owed, or for more than it owes, is rejected rather
      * than quietly trimmed. An amount of zero forgives the whole
      * remainder. The forgiven amount is what the report and the
      * history show.
       WaiveOneFee.
           move 0 to WS-PERIODS-APPLIED
           move PT-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   move "REJECTED" to WS-TXN-STATUS
                   add 1 to WS-REJECTED-COUNT
                   move 0 to LM-PAID-THRU-PERIOD
                   perform WritePostingDetail
                   exit paragraph
           end-read
           move LOAN-MASTER-RECORD to WS-LJ-BEFORE

           perform FindPeriodFeeOwed
           if WS-PERIOD-FEE-OWED > LM-FEE-BALANCE
               move LM-FEE-BALANCE to WS-PERIOD-FEE-OWED
           end-if
           if PT-AMOUNT = 0
               move WS-PERIOD-FEE-OWED to WS-WAIVE-AMOUNT
           else
               move PT-AMOUNT to WS-WAIVE-AMOUNT
           end-if
           if WS-PERIOD-FEE-OWED not > 0
               or WS-WAIVE-AMOUNT > WS-PERIOD-FEE-OWED
               move "REJECTED" to WS-TXN-STATUS
               add 1 to WS-REJECTED-COUNT
               display "POSTPAY: waiver on loan " PT-LOAN-NUMBER
                   " period " PT-FEE-PERIOD " rejected - the "
                   "period owes " WS-PERIOD-FEE-OWED " in fees."
               perform WritePostingDetail
               exit paragraph
           end-if

           subtract WS-WAIVE-AMOUNT from LM-FEE-BALANCE
           rewrite LOAN-MASTER-RECORD
           perform WriteRecoveryJournal
           perform AppendFeeWaiver

           move WS-WAIVE-AMOUNT to PT-AMOUNT
           move "WAIVED" to WS-TXN-STATUS
           add 1 to WS-WAIVED-COUNT
           perform RecordAppliedReference
           perform WritePostingDetail.

       FindPeriodFeeOwed.
           move 0 to WS-PERIOD-FEE-OWED
           move "N" to WS-FEEHIST-EOF
           open input fee-history
           if WS-FEEHIST-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-FEEHIST-EOF
               read fee-history
                   at end
                       set WS-AT-FEEHIST-EOF to true
                   not at end
                       if FH-LOAN-NUMBER = PT-LOAN-NUMBER
                           and FH-PERIOD = PT-FEE-PERIOD
                           if FH-WAIVED
                               subtract FH-AMOUNT
                                   from WS-PERIOD-FEE-OWED
                           else
                               add FH-AMOUNT to WS-PERIOD-FEE-OWED
                           end-if
                       end-if
               end-read
           end-perform
           close fee-history.

      * Same open-extend/status-35 fallback as the audit trail.
       AppendFeeWaiver.
           open extend fee-history
           if WS-FEEHIST-STATUS = "35"
               open output fee-history
           end-if
           move PT-LOAN-NUMBER to FH-LOAN-NUMBER
           move PT-FEE-PERIOD to FH-PERIOD
           move PT-PAYMENT-DATE to FH-ASSESS-DATE
           move WS-WAIVE-AMOUNT to FH-AMOUNT
           set FH-WAIVED to true
           write FH-RECORD
           close fee-history.

      *-----------------------------------------------------------------
      * Applies a lump-sum curtailment straight to principal: the
      * outstanding balance (the paid-through row's EndBalance, or
      * plain debit cash, credit loan receivable. The parm record
      * takes the re-amortization basis so the next schedule batch
      * regenerates (and the CSV copy refreshes to) exactly this
      * curtailed schedule. A loan whose unpaid periods a
      * forbearance plan still covers is refused and parked - the
      * re-amortization would lose the plan's deferred rows.
       CurtailOneLoan.
           move 0 to WS-PERIODS-APPLIED
           move PT-LOAN-NUMBER to LM-LOAN-NUMBER
                   move "REJECTED" to WS-TXN-STATUS
                   add 1 to WS-REJECTED-COUNT
                   move 0 to LM-PAID-THRU-PERIOD
                   move "NO-LOAN" to WS-UA-REASON
                   perform RecordUnappliedItem
                   perform WritePostingDetail
                   exit paragraph
           end-read
           move LOAN-MASTER-RECORD to WS-LJ-BEFORE

      *    A lump sum on a charged-off loan is a recovery like any
      *    other cash on it - there is no schedule left to curtail.
           if LM-CHARGED-OFF
               perform PostRecovery
               exit paragraph
           end-if

           if (not LM-ACTIVE and not LM-DELINQUENT)
               or LM-SCHED-STALE
               or not WS-SM-AVAILABLE
               display "POSTPAY: curtailment on loan "
                   PT-LOAN-NUMBER " rejected - loan not owing, "
                   "schedule stale, or no repository."
               move "CURTAIL" to WS-UA-REASON
               perform RecordUnappliedItem
               perform WritePostingDetail
               exit paragraph
           end-if
                   " on loan " PT-LOAN-NUMBER " rejected - it "
                   "meets or exceeds the balance; quote a payoff "
                   "instead."
               move "CURTAIL" to WS-UA-REASON
               perform RecordUnappliedItem
               perform WritePostingDetail
               exit paragraph
           end-if

      *    The engine knows nothing of a plan's deferred periods -
      *    re-amortizing over them would wipe out the plan's rows
      *    while DEFERCHK still tells the collection runs they are
      *    not due.
           move PT-LOAN-NUMBER to DF-LOAN-NUMBER
           compute DF-FROM-PERIOD = LM-PAID-THRU-PERIOD + 1
           move LM-TERM-MONTHS to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           if DF-PLAN-PERIODS > 0
               move "REJECTED" to WS-TXN-STATUS
               add 1 to WS-REJECTED-COUNT
               display "POSTPAY: curtailment on loan "
                   PT-LOAN-NUMBER " rejected - unpaid periods are "
                   "still in a forbearance plan."
               move "CURTAIL" to WS-UA-REASON
               perform RecordUnappliedItem
               perform WritePostingDetail
               exit paragraph
           end-if
               display "POSTPAY: engine rejected the curtailment "
                   "re-amortization for loan " PT-LOAN-NUMBER
                   " - nothing applied."
               move "CURTAIL" to WS-UA-REASON
               perform RecordUnappliedItem
               perform WritePostingDetail
               exit paragraph
           end-if
           move LM-ESCROW-AMOUNT to AE-IN-ESCROW
           move WS-ANCHOR-DATE to AE-IN-ORIG-DATE
           move 0 to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS
           move 0 to AE-IN-RATE-CHANGE-COUNT

           if PT-ELECT-SHORTEN
           end-read
           move LOAN-MASTER-RECORD to WS-LJ-BEFORE

           if LM-CHARGED-OFF
               perform ReverseRecovery
               exit paragraph
           end-if

           perform LoadPaidRows

           compute WS-REVERSE-BACKING = LM-CARRY-AMOUNT
                   from WS-GL-INTEREST
               subtract WS-PR-ESCROW(WS-ROW-SUB)
                   from WS-GL-ESCROW
               if WS-PR-PAYMENT(WS-ROW-SUB) = 0
                   add WS-PR-INTEREST(WS-ROW-SUB) to WS-GL-PRINCIPAL
               end-if
               subtract 1 from LM-PAID-THRU-PERIOD
               add 1 to WS-PERIODS-APPLIED
               if WS-REVERSE-REMAINING >=
               end-read
           end-perform.

      *-----------------------------------------------------------------
      * The assessed late-fee balance, as much of it as the money
      * left covers, journaled to FEEINC.
       CollectFeeBalance.
           move 0 to WS-FEE-COLLECTED
           if LM-FEE-BALANCE = 0 or WS-AVAILABLE = 0
               exit paragraph
           end-if
           if WS-AVAILABLE < LM-FEE-BALANCE
               move WS-AVAILABLE to WS-FEE-COLLECTED
           else
               move LM-FEE-BALANCE to WS-FEE-COLLECTED
           end-if
           subtract WS-FEE-COLLECTED from WS-AVAILABLE
           subtract WS-FEE-COLLECTED from LM-FEE-BALANCE
           add WS-FEE-COLLECTED to WS-GL-FEES.

      *-----------------------------------------------------------------
      * Consumes WS-AVAILABLE one scheduled payment at a time, one
      * keyed repository read per period starting at the first
      * unpaid one - only periods already due by the payment date
      * when WS-DUE-ONLY is set (the policy's D step), any period
      * otherwise (the A step). WS-SCHED-FOUND reports whether the
      * loan has any unpaid row on file at all - the condition a
      * missing CSV used to signal - so the caller can suspend the
      * payment rather than lose it.
       ApplyAgainstSchedule.
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           set WS-SCHED-FOUND to true

           perform until WS-AVAILABLE < SM-PAYMENT
                   or (WS-DUE-ONLY and SM-DUE-DATE > PT-PAYMENT-DATE)
               subtract SM-PAYMENT from WS-AVAILABLE
               add 1 to WS-PERIODS-APPLIED
               add 1 to LM-PAID-THRU-PERIOD
               add SM-PRINCIPAL to WS-GL-PRINCIPAL
               add SM-INTEREST to WS-GL-INTEREST
               add SM-ESCROW to WS-GL-ESCROW
      *        A forbearance period that capitalized its interest
      *        paid nothing: the interest it earned went onto the
      *        receivable, not into cash.
               if SM-PAYMENT = 0
                   subtract SM-INTEREST from WS-GL-PRINCIPAL
               end-if

               compute SM-PERIOD = LM-PAID-THRU-PERIOD + 1
               read sched-master
           move WS-TXN-STATUS to PO-Status
           move PostingDetailLine to PR-Line
           write PR-Line
           if WS-TXN-STATUS = "REJECTED" or WS-TXN-STATUS = "STALE"
               perform RaisePostingException
           end-if
           perform AppendPayHistory.

      * A rejected transaction on the exceptions file for the cash
      * desk - coded with the unapplied-cash reason when the money
      * was parked, otherwise with the kind of transaction refused.
       RaisePostingException.
           set XA-FUNC-RAISE to true
           move "POSTPAY" to XA-SOURCE
           set XA-DESK-CASH to true
           set XA-KEY-LOAN to true
           move PT-LOAN-NUMBER to XA-KEY
           move PT-AMOUNT to XA-AMOUNT
           move PT-PAYMENT-DATE to XA-EVENT-DATE
           evaluate true
               when WS-UA-REASON not = spaces
                   move WS-UA-REASON to XA-CODE
               when PT-REVERSAL
                   move "REVERSAL" to XA-CODE
               when PT-FEE-WAIVER
                   move "WAIVER" to XA-CODE
               when other
                   move "REJECTED" to XA-CODE
           end-evaluate
           evaluate XA-CODE
               when "NO-LOAN"
                   move "no such loan - parked unapplied"
                       to XA-TEXT
               when "INACTIVE"
                   move "loan not active - parked unapplied"
                       to XA-TEXT
               when "STALE"
                   move "stale schedule - parked unapplied"
                       to XA-TEXT
               when "CURTAIL"
                   move "curtailment refused - parked unapplied"
                       to XA-TEXT
               when "REVERSAL"
                   move "reversal refused - nothing backed out"
                       to XA-TEXT
               when "WAIVER"
                   move "fee waiver refused - fee not owed"
                       to XA-TEXT
               when other
                   move "transaction rejected" to XA-TEXT
           end-evaluate
           call "EXCLOG" using EXCEPTION-AREA.

      * The permanent copy of the detail line just reported - same
      * open-extend/status-35 fallback as the audit trail.
       AppendPayHistory.
           move WS-REVERSED-COUNT to PF-Reversed
           move WS-CURTAILED-COUNT to PF-Curtailed
           move WS-DUPLICATE-COUNT to PF-Duplicate
           move WS-WAIVED-COUNT to PF-Waived
           move WS-RECOVERY-COUNT to PF-Recovered
           move spaces to PR-Line
           write PR-Line
           move PostingFooterLine to PR-Line
           write PR-Line
           move PostingFooterLine2 to PR-Line
           write PR-Line
           if WS-UNAPPLIED-COUNT > 0
               move WS-UNAPPLIED-COUNT to PU-Count
               move WS-UNAPPLIED-TOTAL to PU-Total
               move PostingUnappliedLine to PR-Line
               write PR-Line
           end-if.
      *-----------------------------------------------------------------
