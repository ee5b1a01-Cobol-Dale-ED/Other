      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. LOANREFI.
      *-----------------------------------------------------------------
      * Refinance and consolidation. A borrower rolling one or more
      * existing loans (with or without cash out) into a new loan
      * used to be a payoff quote, a manual closeout and a fresh
      * application keyed by hand - and the old loans' interest and
      * fees routinely went missing between the three. This program
      * reads refinance requests (REFI-REQUESTS.DAT: the new loan's
      * number and terms, up to three loans it replaces, and any
      * cash out) and, per request:
      *   - computes each replaced loan's payoff as of the funding
      *     date exactly as PAYOFF.cbl quotes it - the schedule
      *     balance as of the paid-through period, per-diem interest
      *     from that period's due date, plus the late-fee balance,
      *     less any partial payment held in suspense
      *   - boards the new loan for the payoffs plus the cash out
      *     through the same underwriting LOANBRD.cbl runs (loan
      *     number free and not retired by LOANARCH.cbl, borrower
      *     active, posted rate bands, and
      *     the AMORTENG payment-to-income edit), writing the master,
      *     the batch parm record and the audit entry the same way
      *   - refunds each replaced loan's escrow balance (escrow
      *     collected on its paid schedule rows less ESCROW-DISB.DAT
      *     disbursements) by check through CHKISSUE.cbl, as
      *     CLOSEOUT.cbl does for a loan paid off - the new loan
      *     starts its own escrow, so nothing is carried across
      *   - closes each replaced loan with the refinanced status and
      *     writes its REFINANCE.DAT cross-reference to the new loan
      *   - journals the whole transaction to GL-WORK.DAT as one
      *     balanced entry, and every master change to the
      *     forward-recovery journal
      * Every edit is made before anything is written, so a
      * declined request leaves the old loans untouched. A refund
      * check that cannot be issued declines the request, and any
      * check already cut for it is voided. Each
      * request is reported on LOANREFI.RPT with its payoff lines.
      *
      * Replaced loans must be active or delinquent, belong to the
      * request's EMP-ID and have a current schedule on file - a
      * stale or missing schedule cannot give a payoff balance.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select refi-requests
           assign to 'REFI-REQUESTS.DAT'
           organization is line sequential
           file status is WS-REQUESTS-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
      * The indexed schedule repository tax.cbl files - the payoff
      * balance and last due date are one keyed read, as in
      * PAYOFF.cbl.
       select sched-master
           assign to 'SCHED-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           file status is WS-SM-STATUS.
       select refinance-xref
           assign to 'REFINANCE.DAT'
           organization is indexed
           access mode is dynamic
           record key is RF-OLD-LOAN
           file status is WS-REFI-STATUS.
       select person
           assign to 'person.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
      * Alternate name key, matching the file as Hello-World.cbl
      * defines it - every program sharing an indexed file has to
      * declare the same key structure.
           alternate record key is EMP-LAST-NAME with duplicates
           file status is WS-PERSON-STATUS.
      * Escrow paid out of the replaced loans, for the refund.
       select escrow-disb
           assign to 'ESCROW-DISB.DAT'
           organization is line sequential
           file status is WS-DISB-STATUS.
      * Refund checks are payable to the borrower of record.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
      * Numbers of archived loans - never to be boarded again.
       select tombstone-file
           assign to 'LOAN-TOMBSTONE.DAT'
           organization is indexed
           access mode is dynamic
           record key is TB-LOAN-NUMBER
           file status is WS-TOMB-STATUS.
       select loan-parms
           assign to 'LOAN-PARMS.DAT'
           organization is line sequential
           file status is WS-PARMS-STATUS.
       select rate-table
           assign to 'RATE-TABLE.DAT'
           organization is line sequential
           file status is WS-RTB-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
      * Forward-recovery journal - a before/after image per master
      * write or rewrite, like every other writer of the master.
       select loan-journal
           assign to 'LOAN-JOURNAL.DAT'
           organization is line sequential
           file status is WS-LJOURNAL-STATUS.
       select refinance-report
           assign to 'LOANREFI.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * One request per record - the new loan's identity and terms
      * in the same order as a LOAN-APPS.DAT application (less the
      * principal, which is the payoffs plus the cash out), the
      * loans being replaced (zero for an unused slot), and the
      * funding date the payoffs are figured to and the new loan
      * originates on.
       fd refi-requests
           data record is RQ-RECORD.
       01 RQ-RECORD.
           05 RQ-NEW-LOAN           pic 9(8).
           05 RQ-EMP-ID             pic 9(6).
           05 RQ-BORROWER-NUMBER    pic 9(6).
           05 RQ-OLD-LOAN           pic 9(8) occurs 3 times.
           05 RQ-CASH-OUT           pic 9(6)v99.
           05 RQ-RATE               pic 9v9999.
           05 RQ-MONTHS             pic 999.
           05 RQ-EXTRA-PRINCIPAL    pic 9(6)v99.
           05 RQ-FREQUENCY          pic x(1).
           05 RQ-ESCROW             pic 9(6)v99.
           05 RQ-FUNDING-DATE       pic 9(8).
           05 RQ-IO-PERIODS         pic 9(3).

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

       fd refinance-xref
           data record is RF-RECORD.
           COPY "refinance-record.cpy".

       fd person
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

       fd escrow-disb
           data record is ED-RECORD.
           COPY "escrow-disb-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd tombstone-file
           data record is TOMBSTONE-RECORD.
           COPY "loan-tombstone-record.cpy".

       fd loan-parms
           data record is PARM-RECORD.
           COPY "loan-parm-record.cpy".

       fd rate-table
           data record is RTB-RECORD.
       01 RTB-RECORD.
           05 RTB-MIN-MONTHS        pic 999.
           05 RTB-MAX-MONTHS        pic 999.
           05 RTB-MIN-PRINCIPAL     pic 9(6)v99.
           05 RTB-MAX-PRINCIPAL     pic 9(6)v99.
           05 RTB-RATE              pic 9v9999.

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd loan-journal
           data record is LJ-RECORD.
           COPY "loan-journal-record.cpy".

       fd refinance-report
           data record is RR-Line.
       01 RR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
      * In-use lock over the loan master (FILELOCK.cbl) - the run
      * rewrites the replaced loans and writes the new one.
           COPY "file-lock.cpy".

      * Working copy of the audit record built per loan changed.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * The amortization engine prices the new loan's payment for
      * the payment-to-income edit, as in LOANBRD.cbl.
           COPY "amort-engine.cpy".

      * Escrow refund checks (CHKISSUE.cbl).
           COPY "check-area.cpy".

       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-LJ-BEFORE       pic x(130).
       01 WS-LJ-ACTION       pic x(1).
       01 WS-REQUESTS-STATUS pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-REFI-STATUS     pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-TOMB-STATUS     pic x(2).
       01 WS-PARMS-STATUS    pic x(2).
       01 WS-RTB-STATUS      pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-DISB-STATUS     pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-DISB-EOF        pic x(1).
           88 WS-AT-DISB-EOF  value "Y".
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-BORR-FOUND   value "Y".
       01 WS-REQUESTS-EOF    pic x(1) value "N".
           88 WS-AT-REQUESTS-EOF value "Y".

      * Posted-rate table, loaded once - same tier structure and
      * first-matching-tier rule as tax.cbl's LoadRateTable.
       01 WS-RATE-TABLE-COUNT pic 99 value 0.
       01 WS-RATE-TABLE-SUB  pic 99.
       01 WS-RATE-TABLE-AREA.
           05 WS-RATE-TIER occurs 50 times.
               10 WS-RTB-MIN-MONTHS    pic 999.
               10 WS-RTB-MAX-MONTHS    pic 999.
               10 WS-RTB-MIN-PRINCIPAL pic 9(6)v99.
               10 WS-RTB-MAX-PRINCIPAL pic 9(6)v99.
               10 WS-RTB-RATE          pic 9v9999.
       01 WS-RATE-FOUND-SW   pic x(1).
           88 WS-RATE-FOUND   value "Y".
       01 WS-POSTED-RATE     pic 9v9999.

      * Per-request underwriting state.
       01 WS-APP-OK-SW       pic x(1).
           88 WS-APP-OK       value "Y".
       01 WS-DECLINE-REASON  pic x(40).
       01 WS-APP-RATE        pic 9v9999.
       01 WS-EMP-FOUND-SW    pic x(1).
           88 WS-EMP-FOUND    value "Y".
       01 WS-EMP-SALARY-SAVE pic 9(8)v99.
       01 WS-MONTHLY-INCOME  pic 9(8)v99.
       01 WS-EST-PAYMENT     pic 9(9)v99.
       01 WS-PTI-LIMIT       pic 9(8)v99.
      * Payment-to-income ceiling - the same share LOANBRD.cbl
      * underwrites new applications to.
       01 WS-MAX-PTI-RATIO   pic 9v99 value 0.40.

      * The new loan's principal: the replaced loans' payoffs plus
      * the cash out. It must fit the parm record's principal.
       01 WS-NEW-PRINCIPAL   pic 9(9)v99.
       01 WS-MAX-PRINCIPAL   pic 9(6)v99 value 999999.99.

      * The replaced loans' payoffs, figured before anything is
      * written and kept for the rewrite, the cross-reference and
      * the journal.
       01 WS-OLD-COUNT       pic 9 value 0.
       01 WS-OLD-SUB         pic 9.
       01 WS-DUP-SUB         pic 9.
       01 WS-OLD-TABLE.
           05 WS-OLD-ENTRY occurs 3 times.
               10 WS-OLD-LOAN        pic 9(8).
               10 WS-OLD-PAID-THRU   pic 9(4).
               10 WS-OLD-BALANCE     pic 9(9)v99.
               10 WS-OLD-INTEREST    pic 9(7)v99.
               10 WS-OLD-FEES        pic 9(7)v99.
               10 WS-OLD-CARRY       pic 9(7)v99.
               10 WS-OLD-PAYOFF      pic 9(9)v99.
               10 WS-OLD-BORROWER    pic 9(6).
               10 WS-OLD-ESCROW      pic 9(9)v99.
               10 WS-OLD-CHECK       pic 9(8).
       01 WS-TOTAL-BALANCE   pic 9(9)v99.
       01 WS-TOTAL-INTEREST  pic 9(9)v99.
       01 WS-TOTAL-FEES      pic 9(9)v99.
       01 WS-TOTAL-CARRY     pic 9(9)v99.
       01 WS-TOTAL-PAYOFF    pic 9(9)v99.
       01 WS-TOTAL-ESCROW    pic 9(9)v99.

      * Escrow refund arithmetic, as CLOSEOUT.cbl figures it.
       01 WS-COLLECTED       pic 9(9)v99.
       01 WS-DISBURSED       pic 9(9)v99.
       01 WS-REFUND          pic s9(9)v99.
       01 WS-SM-EOF          pic x(1).
           88 WS-AT-SM-EOF    value "Y".

      * Payoff arithmetic, as PAYOFF.cbl figures it.
       01 WS-SCHED-FOUND-SW  pic x(1).
           88 WS-SCHED-FOUND  value "Y".
       01 WS-BALANCE         pic 9(9)v99.
       01 WS-LAST-DUE-DATE   pic 9(8).
       01 WS-PER-DIEM-RATE   pic 9v9(9).
       01 WS-ACCRUED-DAYS    pic s9(5).
       01 WS-ACCRUED-INTEREST pic 9(8)v99.
       01 WS-PAYOFF-AMOUNT   pic s9(9)v99.

       01 WS-READ-COUNT      pic 9(5) value 0.
       01 WS-APPROVE-COUNT   pic 9(5) value 0.
       01 WS-DECLINE-COUNT   pic 9(5) value 0.
       01 WS-RETIRED-COUNT   pic 9(5) value 0.
       01 WS-CHECK-COUNT     pic 9(5) value 0.
       01 WS-RUN-REFUNDED    pic 9(11)v99 value 0.

       01 RefinanceHeader.
           05               pic x(10) value "New loan".
           05               pic x(8)  value "EMP-ID".
           05               pic x(12) value "Disposition".
           05               pic x(15) value "Principal".
           05               pic x(40) value "Reason".
       01 RefinanceDetailLine.
           05 RD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 RD-EmpId       pic 9(6).
           05               pic x(2)  value spaces.
           05 RD-Disposition pic x(8).
           05               pic x(4)  value spaces.
           05 RD-Principal   pic z,zzz,zz9.99.
           05               pic x(3)  value spaces.
           05 RD-Reason      pic x(40).
       01 PayoffDetailLine.
           05               pic x(4)  value spaces.
           05               pic x(9)  value "replaces ".
           05 PD-Loan        pic 9(8).
           05               pic x(6)  value "  bal ".
           05 PD-Balance     pic zzz,zz9.99.
           05               pic x(6)  value "  int ".
           05 PD-Interest    pic zz,zz9.99.
           05               pic x(6)  value "  fee ".
           05 PD-Fees        pic zz,zz9.99.
           05               pic x(6)  value "  sus ".
           05 PD-Carry       pic zz,zz9.99.
           05               pic x(8)  value " payoff ".
           05 PD-Payoff      pic zzz,zz9.99.
       01 EscrowRefundLine.
           05               pic x(4)  value spaces.
           05               pic x(15) value "escrow refund  ".
           05 ER-Loan        pic 9(8).
           05               pic x(8)  value "  check ".
           05 ER-Check       pic 9(8).
           05               pic x(2)  value spaces.
           05 ER-Amount      pic zzz,zz9.99.
       01 CashOutLine.
           05               pic x(4)  value spaces.
           05               pic x(10) value "cash out  ".
           05 CO-Amount      pic zzz,zz9.99.
       01 RefinanceFooterLine.
           05               pic x(7)  value "Read: ".
           05 RT-Read        pic z(4)9.
           05               pic x(12) value "  Approved: ".
           05 RT-Approved    pic z(4)9.
           05               pic x(12) value "  Declined: ".
           05 RT-Declined    pic z(4)9.
           05               pic x(20) value "  Loans refinanced: ".
           05 RT-Retired     pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           open input refi-requests
           if WS-REQUESTS-STATUS not = "00"
               display "LOANREFI: unable to open REFI-REQUESTS.DAT ("
                   WS-REQUESTS-STATUS ") - nothing to refinance."
               move 16 to return-code
               goback
           end-if

           perform LoadRateTable
           if WS-RATE-TABLE-COUNT = 0
               display "LOANREFI: RATE-TABLE.DAT has no tiers - no "
                   "request can be underwritten."
               close refi-requests
               move 16 to return-code
               goback
           end-if

           open input sched-master
           if WS-SM-STATUS not = "00"
               display "LOANREFI: unable to open SCHED-MASTER.DAT ("
                   WS-SM-STATUS ") - no payoff can be figured."
               close refi-requests
               move 16 to return-code
               goback
           end-if

           move "LOANMSTR" to FL-FILE-ID
           move "LOANREFI" to FL-HOLDER
           set FL-FUNC-TAKE to true
           call "FILELOCK" using FILE-LOCK-AREA
           if not FL-OK
               display "LOANREFI: LOAN-MASTER.DAT is in use by "
                   FL-HELD-BY " since " FL-HELD-SINCE
                   " - run refused."
               close refi-requests
               close sched-master
               move 8 to return-code
               goback
           end-if

           perform OpenLoanMaster
           perform OpenRefinanceXref

      *    No check stock, no escrow refunds - refuse before any
      *    loan is retired, as CLOSEOUT.cbl does.
           set CQ-FUNC-OPEN to true
           call "CHKISSUE" using CHECK-AREA
           if not CQ-OK
               display "LOANREFI: check issue files not available ("
                   CQ-STATUS ") - run refused."
               close refi-requests
               close sched-master
               close loan-master
               close refinance-xref
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

           open output refinance-report
           move RefinanceHeader to RR-Line
           write RR-Line

           perform ReadNextRequest
           perform until WS-AT-REQUESTS-EOF
               add 1 to WS-READ-COUNT
               perform RefinanceOneRequest
               perform ReadNextRequest
           end-perform

           perform WriteRefinanceFooter
           close refi-requests
           close sched-master
           close loan-master
           close refinance-xref
           close refinance-report
           set CQ-FUNC-CLOSE to true
           call "CHKISSUE" using CHECK-AREA
           perform FreeMasterLock
           display "LOANREFI: " WS-READ-COUNT " request(s), "
               WS-APPROVE-COUNT " approved, "
               WS-DECLINE-COUNT " declined, "
               WS-RETIRED-COUNT " loan(s) refinanced, escrow "
               "refunded " WS-RUN-REFUNDED " on " WS-CHECK-COUNT
               " check(s)."
           goback.

      * Opens LOAN-MASTER.DAT i-o - the loans being replaced have
      * to be on it already, so unlike LOANBRD.cbl there is no
      * first-use create.
       OpenLoanMaster.
           open i-o loan-master
           if WS-MASTER-STATUS not = "00"
               display "LOANREFI: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               close refi-requests
               close sched-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if.

      * Opens REFINANCE.DAT i-o, creating it the first time.
       OpenRefinanceXref.
           open i-o refinance-xref
           if WS-REFI-STATUS = "35"
               open output refinance-xref
               close refinance-xref
               open i-o refinance-xref
           end-if
           if WS-REFI-STATUS not = "00"
               display "LOANREFI: unable to open REFINANCE.DAT ("
                   WS-REFI-STATUS ")"
               close refi-requests
               close sched-master
               close loan-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if.

       FreeMasterLock.
           move "LOANMSTR" to FL-FILE-ID
           set FL-FUNC-FREE to true
           call "FILELOCK" using FILE-LOCK-AREA.

       ReadNextRequest.
           read refi-requests
               at end
                   set WS-AT-REQUESTS-EOF to true
           end-read.

      *-----------------------------------------------------------------
      * One request through the payoffs and the edits; approval
      * closes the replaced loans and boards the new one in one
      * action.
       RefinanceOneRequest.
           move "Y" to WS-APP-OK-SW
           move spaces to WS-DECLINE-REASON
           move RQ-RATE to WS-APP-RATE
           move 0 to WS-OLD-COUNT
           move 0 to WS-NEW-PRINCIPAL
           move 0 to WS-TOTAL-BALANCE WS-TOTAL-INTEREST
               WS-TOTAL-FEES WS-TOTAL-CARRY WS-TOTAL-PAYOFF
               WS-TOTAL-ESCROW

           perform CheckLoanNotOnMaster
           if WS-APP-OK
               perform CheckLoanNotArchived
           end-if
           perform varying WS-OLD-SUB from 1 by 1
                   until WS-OLD-SUB > 3 or not WS-APP-OK
               if RQ-OLD-LOAN(WS-OLD-SUB) not = 0
                   perform PayoffOneOldLoan
               end-if
           end-perform
           if WS-APP-OK and WS-OLD-COUNT = 0
               move "N" to WS-APP-OK-SW
               move "no loan to be replaced on the request"
                   to WS-DECLINE-REASON
           end-if

           if WS-APP-OK
               compute WS-NEW-PRINCIPAL =
                   WS-TOTAL-PAYOFF + RQ-CASH-OUT
               if WS-NEW-PRINCIPAL > WS-MAX-PRINCIPAL
                   move "N" to WS-APP-OK-SW
                   move "combined principal over 999,999.99"
                       to WS-DECLINE-REASON
               end-if
           end-if
           if WS-APP-OK
               perform CheckBorrowerActive
           end-if
           if WS-APP-OK
               perform CheckRateTableBands
           end-if
           if WS-APP-OK
               perform CheckPaymentToIncome
           end-if

           if WS-APP-OK and WS-TOTAL-ESCROW > 0
               perform IssueEscrowRefunds
           end-if

           if WS-APP-OK
               perform varying WS-OLD-SUB from 1 by 1
                       until WS-OLD-SUB > WS-OLD-COUNT
                   perform RetireOldLoan
               end-perform
               perform WriteMasterRecord
               perform AppendParmRecord
               perform WriteRefinanceJournal
               perform WriteBoardingAuditEntry
               add 1 to WS-APPROVE-COUNT
               move "APPROVED" to RD-Disposition
           else
               add 1 to WS-DECLINE-COUNT
               move "DECLINED" to RD-Disposition
           end-if

           move RQ-NEW-LOAN to RD-Loan
           move RQ-EMP-ID to RD-EmpId
           move WS-NEW-PRINCIPAL to RD-Principal
           move WS-DECLINE-REASON to RD-Reason
           move RefinanceDetailLine to RR-Line
           write RR-Line
           perform varying WS-OLD-SUB from 1 by 1
                   until WS-OLD-SUB > WS-OLD-COUNT
               perform WritePayoffLine
               if WS-OLD-CHECK(WS-OLD-SUB) > 0
                   perform WriteEscrowRefundLine
               end-if
           end-perform
           if RQ-CASH-OUT > 0
               move RQ-CASH-OUT to CO-Amount
               move CashOutLine to RR-Line
               write RR-Line
           end-if.

      *-----------------------------------------------------------------
       CheckLoanNotOnMaster.
           move RQ-NEW-LOAN to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   continue
               not invalid key
                   move "N" to WS-APP-OK-SW
                   move "loan number already on the master"
                       to WS-DECLINE-REASON
           end-read.

      * An archived loan's number stays retired - no tombstone file
      * yet means nothing has been archived.
       CheckLoanNotArchived.
           open input tombstone-file
           if WS-TOMB-STATUS not = "00"
               exit paragraph
           end-if
           move RQ-NEW-LOAN to TB-LOAN-NUMBER
           read tombstone-file
               invalid key
                   continue
               not invalid key
                   move "N" to WS-APP-OK-SW
                   move "loan number retired by archive"
                       to WS-DECLINE-REASON
           end-read
           close tombstone-file.

      *-----------------------------------------------------------------
      * One replaced loan: it must be on the master, still being
      * serviced, the same borrower's, and listed once; its payoff
      * as of the funding date goes into the table.
       PayoffOneOldLoan.
           perform varying WS-DUP-SUB from 1 by 1
                   until WS-DUP-SUB > WS-OLD-COUNT
               if WS-OLD-LOAN(WS-DUP-SUB) = RQ-OLD-LOAN(WS-OLD-SUB)
                   move "N" to WS-APP-OK-SW
               end-if
           end-perform
           if not WS-APP-OK
               string "loan " RQ-OLD-LOAN(WS-OLD-SUB)
                   " listed twice" delimited by size
                   into WS-DECLINE-REASON
               end-string
               exit paragraph
           end-if

           move RQ-OLD-LOAN(WS-OLD-SUB) to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   move "N" to WS-APP-OK-SW
                   string "loan " RQ-OLD-LOAN(WS-OLD-SUB)
                       " not on the master" delimited by size
                       into WS-DECLINE-REASON
                   end-string
                   exit paragraph
           end-read
           evaluate true
               when not LM-ACTIVE and not LM-DELINQUENT
                   move "N" to WS-APP-OK-SW
                   string "loan " LM-LOAN-NUMBER " status " LM-STATUS
                       " not serviced" delimited by size
                       into WS-DECLINE-REASON
                   end-string
               when LM-EMP-ID not = RQ-EMP-ID
                   move "N" to WS-APP-OK-SW
                   string "loan " LM-LOAN-NUMBER
                       " belongs to another EMP-ID" delimited by size
                       into WS-DECLINE-REASON
                   end-string
               when LM-SCHED-STALE
                   move "N" to WS-APP-OK-SW
                   string "loan " LM-LOAN-NUMBER
                       " schedule is stale" delimited by size
                       into WS-DECLINE-REASON
                   end-string
           end-evaluate
           if not WS-APP-OK
               exit paragraph
           end-if

           perform FindBalanceAsOfPaidThru
           if not WS-SCHED-FOUND
               move "N" to WS-APP-OK-SW
               string "loan " LM-LOAN-NUMBER
                   " has no schedule on file" delimited by size
                   into WS-DECLINE-REASON
               end-string
               exit paragraph
           end-if
           perform ComputePayoff
           if WS-PAYOFF-AMOUNT < 0
      *        Suspense larger than everything owed - that loan is
      *        paid off, not refinanced.
               move "N" to WS-APP-OK-SW
               string "loan " LM-LOAN-NUMBER
                   " suspense exceeds payoff" delimited by size
                   into WS-DECLINE-REASON
               end-string
               exit paragraph
           end-if

           perform FigureEscrowRefund

           add 1 to WS-OLD-COUNT
           move LM-LOAN-NUMBER to WS-OLD-LOAN(WS-OLD-COUNT)
           move LM-BORROWER-NUMBER to WS-OLD-BORROWER(WS-OLD-COUNT)
           move WS-REFUND to WS-OLD-ESCROW(WS-OLD-COUNT)
           move 0 to WS-OLD-CHECK(WS-OLD-COUNT)
           add WS-REFUND to WS-TOTAL-ESCROW
           move LM-PAID-THRU-PERIOD to WS-OLD-PAID-THRU(WS-OLD-COUNT)
           move WS-BALANCE to WS-OLD-BALANCE(WS-OLD-COUNT)
           move WS-ACCRUED-INTEREST to WS-OLD-INTEREST(WS-OLD-COUNT)
           move LM-FEE-BALANCE to WS-OLD-FEES(WS-OLD-COUNT)
           move LM-CARRY-AMOUNT to WS-OLD-CARRY(WS-OLD-COUNT)
           move WS-PAYOFF-AMOUNT to WS-OLD-PAYOFF(WS-OLD-COUNT)
           add WS-BALANCE to WS-TOTAL-BALANCE
           add WS-ACCRUED-INTEREST to WS-TOTAL-INTEREST
           add LM-FEE-BALANCE to WS-TOTAL-FEES
           add LM-CARRY-AMOUNT to WS-TOTAL-CARRY
           add WS-PAYOFF-AMOUNT to WS-TOTAL-PAYOFF.

      *-----------------------------------------------------------------
      * The balance as of the last period fully paid, and that
      * period's due date the per-diem accrues from - PAYOFF.cbl's
      * keyed repository read. Paid-through zero takes row 1's start
      * balance and accrues from origination.
       FindBalanceAsOfPaidThru.
           move "N" to WS-SCHED-FOUND-SW
           move 0 to WS-BALANCE
           move LM-ORIG-DATE to WS-LAST-DUE-DATE
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           if LM-PAID-THRU-PERIOD = 0
               move 1 to SM-PERIOD
           else
               move LM-PAID-THRU-PERIOD to SM-PERIOD
           end-if
           read sched-master
               invalid key
                   exit paragraph
           end-read
           set WS-SCHED-FOUND to true
           if LM-PAID-THRU-PERIOD = 0
               compute WS-BALANCE = SM-END-BALANCE + SM-PRINCIPAL
           else
               move SM-END-BALANCE to WS-BALANCE
               move SM-DUE-DATE to WS-LAST-DUE-DATE
           end-if.

      *-----------------------------------------------------------------
      * Per-diem interest to the funding date, plus assessed late
      * fees, less the partial payment held in suspense - the same
      * figures a PAYOFF.cbl quote for that date shows.
       ComputePayoff.
           compute WS-PER-DIEM-RATE = LM-ANNUAL-RATE / 365
           compute WS-ACCRUED-DAYS =
               function integer-of-date(RQ-FUNDING-DATE)
               - function integer-of-date(WS-LAST-DUE-DATE)
           if WS-ACCRUED-DAYS < 0
               move 0 to WS-ACCRUED-DAYS
           end-if
           compute WS-ACCRUED-INTEREST rounded =
               WS-BALANCE * WS-PER-DIEM-RATE * WS-ACCRUED-DAYS
           compute WS-PAYOFF-AMOUNT =
               WS-BALANCE + WS-ACCRUED-INTEREST + LM-FEE-BALANCE
               - LM-CARRY-AMOUNT.

      *-----------------------------------------------------------------
      * The replaced loan's escrow balance: the escrow column over
      * its paid schedule rows less what ESCROW-DISB.DAT says was
      * paid out - CLOSEOUT.cbl's figure. A shortage is reported
      * and refunds nothing; it does not hold up the refinance.
       FigureEscrowRefund.
           perform SumEscrowCollected
           perform SumEscrowDisbursed
           compute WS-REFUND = WS-COLLECTED - WS-DISBURSED
           if WS-REFUND < 0
               display "LOANREFI: loan " LM-LOAN-NUMBER " escrow "
                   "is short by " WS-REFUND " - no refund, review "
                   "the disbursement history."
               move 0 to WS-REFUND
           end-if.

       SumEscrowCollected.
           move 0 to WS-COLLECTED
           if LM-PAID-THRU-PERIOD = 0
               exit paragraph
           end-if
           move "N" to WS-SM-EOF
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           move 1 to SM-PERIOD
           start sched-master key is greater than or equal to SM-KEY
               invalid key
                   set WS-AT-SM-EOF to true
           end-start
           perform until WS-AT-SM-EOF
               read sched-master next record
                   at end
                       set WS-AT-SM-EOF to true
                   not at end
                       if SM-LOAN-NUMBER not = LM-LOAN-NUMBER
                           or SM-PERIOD > LM-PAID-THRU-PERIOD
                           set WS-AT-SM-EOF to true
                       else
                           add SM-ESCROW to WS-COLLECTED
                       end-if
               end-read
           end-perform.

       SumEscrowDisbursed.
           move 0 to WS-DISBURSED
           move "N" to WS-DISB-EOF
           open input escrow-disb
           if WS-DISB-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-DISB-EOF
               read escrow-disb
                   at end
                       set WS-AT-DISB-EOF to true
                   not at end
                       if ED-LOAN-NUMBER = LM-LOAN-NUMBER
                           add ED-AMOUNT to WS-DISBURSED
                       end-if
               end-read
           end-perform
           close escrow-disb.

      *-----------------------------------------------------------------
      * One refund check per replaced loan with escrow left, cut
      * after every edit has passed and before anything is retired.
      * A check that cannot be issued declines the request, and the
      * checks already cut for it are voided so nothing goes out
      * against loans that stay on the books.
       IssueEscrowRefunds.
           perform varying WS-OLD-SUB from 1 by 1
                   until WS-OLD-SUB > WS-OLD-COUNT or not WS-APP-OK
               if WS-OLD-ESCROW(WS-OLD-SUB) > 0
                   perform IssueRefundCheck
               end-if
           end-perform
           if WS-APP-OK
               exit paragraph
           end-if
           perform varying WS-OLD-SUB from 1 by 1
                   until WS-OLD-SUB > WS-OLD-COUNT
               if WS-OLD-CHECK(WS-OLD-SUB) > 0
                   perform VoidRefundCheck
               end-if
           end-perform.

      * The refund check, payable to the borrower of record.
       IssueRefundCheck.
           perform LookupBorrower
           set CQ-FUNC-ISSUE to true
           move RQ-FUNDING-DATE to CQ-ISSUE-DATE
           move WS-OLD-ESCROW(WS-OLD-SUB) to CQ-AMOUNT
           if WS-BORR-FOUND
               move BW-NAME to CQ-PAYEE
           else
               move spaces to CQ-PAYEE
               string "BORROWER LOAN " WS-OLD-LOAN(WS-OLD-SUB)
                   delimited by size into CQ-PAYEE
               end-string
           end-if
           move "LOANREFI" to CQ-SOURCE
           move WS-OLD-LOAN(WS-OLD-SUB) to CQ-REFERENCE
           call "CHKISSUE" using CHECK-AREA
           if CQ-OK
               move CQ-CHECK-NUMBER to WS-OLD-CHECK(WS-OLD-SUB)
               add 1 to WS-CHECK-COUNT
               add WS-OLD-ESCROW(WS-OLD-SUB) to WS-RUN-REFUNDED
           else
               display "LOANREFI: loan " WS-OLD-LOAN(WS-OLD-SUB)
                   " escrow refund check not issued (" CQ-STATUS
                   ") - request declined."
               move "N" to WS-APP-OK-SW
               move "escrow refund check not issued"
                   to WS-DECLINE-REASON
           end-if.

       VoidRefundCheck.
           set CQ-FUNC-VOID to true
           move WS-OLD-CHECK(WS-OLD-SUB) to CQ-CHECK-NUMBER
           move RQ-FUNDING-DATE to CQ-ISSUE-DATE
           call "CHKISSUE" using CHECK-AREA
           if CQ-OK
               subtract 1 from WS-CHECK-COUNT
               subtract WS-OLD-ESCROW(WS-OLD-SUB) from WS-RUN-REFUNDED
               move 0 to WS-OLD-CHECK(WS-OLD-SUB)
           else
               display "LOANREFI: check " WS-OLD-CHECK(WS-OLD-SUB)
                   " for loan " WS-OLD-LOAN(WS-OLD-SUB)
                   " could not be voided (" CQ-STATUS
                   ") - void it by hand."
               move 8 to return-code
           end-if.

       LookupBorrower.
           move "N" to WS-BORR-FOUND-SW
           if WS-OLD-BORROWER(WS-OLD-SUB) = 0
               exit paragraph
           end-if
           open input borrower-master
           if WS-BORROWER-STATUS not = "00"
               exit paragraph
           end-if
           move WS-OLD-BORROWER(WS-OLD-SUB) to BW-BORROWER-NUMBER
           read borrower-master
               invalid key
                   continue
               not invalid key
                   set WS-BORR-FOUND to true
           end-read
           close borrower-master.

      *-----------------------------------------------------------------
      * The borrower must be an active employee - the salary read
      * here also feeds the payment-to-income edit.
       CheckBorrowerActive.
           move "N" to WS-EMP-FOUND-SW
           move 0 to WS-EMP-SALARY-SAVE
           open input person
           if WS-PERSON-STATUS = "00"
               move RQ-EMP-ID to EMP-ID
               read person
                   invalid key
                       continue
                   not invalid key
                       if EMP-ACTIVE
                           set WS-EMP-FOUND to true
                           move EMP-SALARY to WS-EMP-SALARY-SAVE
                       end-if
               end-read
               close person
           end-if
           if not WS-EMP-FOUND
               move "N" to WS-APP-OK-SW
               move "borrower not active on person.dat"
                   to WS-DECLINE-REASON
           end-if.

      *-----------------------------------------------------------------
      * Term and the combined principal must fall inside a posted
      * tier - the same first-matching-tier rule tax.cbl prices by.
      * A zero keyed rate takes the tier's posted rate.
       CheckRateTableBands.
           move "N" to WS-RATE-FOUND-SW
           perform varying WS-RATE-TABLE-SUB from 1 by 1
                   until WS-RATE-TABLE-SUB > WS-RATE-TABLE-COUNT
                   or WS-RATE-FOUND
               if RQ-MONTHS not <
                       WS-RTB-MIN-MONTHS(WS-RATE-TABLE-SUB)
                   and RQ-MONTHS not >
                       WS-RTB-MAX-MONTHS(WS-RATE-TABLE-SUB)
                   and WS-NEW-PRINCIPAL not <
                       WS-RTB-MIN-PRINCIPAL(WS-RATE-TABLE-SUB)
                   and WS-NEW-PRINCIPAL not >
                       WS-RTB-MAX-PRINCIPAL(WS-RATE-TABLE-SUB)
                   set WS-RATE-FOUND to true
                   move WS-RTB-RATE(WS-RATE-TABLE-SUB)
                       to WS-POSTED-RATE
               end-if
           end-perform

           if not WS-RATE-FOUND
               move "N" to WS-APP-OK-SW
               move "term/principal outside posted rate bands"
                   to WS-DECLINE-REASON
               exit paragraph
           end-if
           if WS-APP-RATE = 0
               move WS-POSTED-RATE to WS-APP-RATE
           end-if.

      *-----------------------------------------------------------------
      * The new loan's scheduled payment, priced by the engine the
      * schedule will come from, may take at most WS-MAX-PTI-RATIO
      * of the borrower's monthly salary. The replaced loans'
      * payments go away with them, so only the new one is tested.
       CheckPaymentToIncome.
           move WS-NEW-PRINCIPAL to AE-IN-PRINCIPAL
           move WS-APP-RATE to AE-IN-ANNUAL-RATE
           move RQ-MONTHS to AE-IN-TERM-PERIODS
           move RQ-EXTRA-PRINCIPAL to AE-IN-EXTRA-PRINCIPAL
           move RQ-FREQUENCY to AE-IN-FREQUENCY
           move RQ-ESCROW to AE-IN-ESCROW
           move RQ-FUNDING-DATE to AE-IN-ORIG-DATE
           move RQ-IO-PERIODS to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS
           move 0 to AE-IN-RATE-CHANGE-COUNT
           move "N" to AE-IN-RESUME-SW

           move "INIT" to AE-FUNCTION
           call "AMORTENG" using AMORT-ENGINE-AREA
           if AE-CALL-ERROR
               move "N" to WS-APP-OK-SW
               move "terms rejected by the amortization engine"
                   to WS-DECLINE-REASON
               exit paragraph
           end-if
           move "NEXT" to AE-FUNCTION
           call "AMORTENG" using AMORT-ENGINE-AREA
           if not AE-ROW-RETURNED
               move "N" to WS-APP-OK-SW
               move "terms produce no scheduled payment"
                   to WS-DECLINE-REASON
               exit paragraph
           end-if
           move AE-OUT-PITI-PAYMENT to WS-EST-PAYMENT

           divide WS-EMP-SALARY-SAVE by 12
               giving WS-MONTHLY-INCOME rounded
           compute WS-PTI-LIMIT rounded =
               WS-MONTHLY-INCOME * WS-MAX-PTI-RATIO
           if WS-EST-PAYMENT > WS-PTI-LIMIT
               move "N" to WS-APP-OK-SW
               move "payment exceeds payment-to-income limit"
                   to WS-DECLINE-REASON
           end-if.

      *-----------------------------------------------------------------
      * Closes one replaced loan: refinanced status, the fees and
      * suspense it carried cleared (both are settled by the payoff),
      * a recovery image, the cross-reference to the new loan and
      * an audit entry.
       RetireOldLoan.
           move WS-OLD-LOAN(WS-OLD-SUB) to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   display "LOANREFI: loan " LM-LOAN-NUMBER
                       " disappeared from the master - not closed."
                   exit paragraph
           end-read
           move LOAN-MASTER-RECORD to WS-LJ-BEFORE
           set LM-REFINANCED to true
           move RQ-FUNDING-DATE to LM-PAID-THRU-DATE
           move 0 to LM-FEE-BALANCE
           move 0 to LM-CARRY-AMOUNT
           move "N" to LM-AUTOPAY-SW
           rewrite LOAN-MASTER-RECORD
               invalid key
                   display "LOANREFI: master rewrite failed for loan "
                       LM-LOAN-NUMBER " (" WS-MASTER-STATUS ")"
                   exit paragraph
           end-rewrite
           move "R" to WS-LJ-ACTION
           perform WriteRecoveryJournal
           add 1 to WS-RETIRED-COUNT

           move WS-OLD-LOAN(WS-OLD-SUB) to RF-OLD-LOAN
           move RQ-NEW-LOAN to RF-NEW-LOAN
           move RQ-FUNDING-DATE to RF-FUNDING-DATE
           move LM-EMP-ID to RF-EMP-ID
           move WS-OLD-PAID-THRU(WS-OLD-SUB) to RF-PAID-THRU-PERIOD
           move WS-OLD-BALANCE(WS-OLD-SUB) to RF-BALANCE
           move WS-OLD-INTEREST(WS-OLD-SUB) to RF-INTEREST
           move WS-OLD-FEES(WS-OLD-SUB) to RF-FEES
           move WS-OLD-CARRY(WS-OLD-SUB) to RF-CARRY
           move WS-OLD-PAYOFF(WS-OLD-SUB) to RF-PAYOFF
           write RF-RECORD
               invalid key
                   rewrite RF-RECORD
           end-write

           move LM-EMP-ID to WS-AUDIT-EMP-ID
           move "LOAN-REFI" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " LM-LOAN-NUMBER " refi to " RQ-NEW-LOAN
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditEntry.

      *-----------------------------------------------------------------
      * The new loan's master record - the same fields LOANBRD.cbl
      * boards, originated on the funding date.
       WriteMasterRecord.
           move RQ-NEW-LOAN to LM-LOAN-NUMBER
           move RQ-EMP-ID to LM-EMP-ID
           move RQ-BORROWER-NUMBER to LM-BORROWER-NUMBER
           move RQ-FUNDING-DATE to LM-ORIG-DATE
           move WS-NEW-PRINCIPAL to LM-PRINCIPAL
           move WS-APP-RATE to LM-ANNUAL-RATE
           move RQ-MONTHS to LM-TERM-MONTHS
           move RQ-EXTRA-PRINCIPAL to LM-EXTRA-PRINCIPAL
           move RQ-FREQUENCY to LM-FREQUENCY
           move RQ-ESCROW to LM-ESCROW-AMOUNT
           move RQ-IO-PERIODS to LM-IO-PERIODS
           set LM-ACTIVE to true
           move 0 to LM-PAID-THRU-PERIOD
           move 0 to LM-PAID-THRU-DATE
           move 0 to LM-CARRY-AMOUNT
           move 0 to LM-FEE-BALANCE
           move "N" to LM-AUTOPAY-SW
           move 0 to LM-BANK-ROUTING
           move spaces to LM-BANK-ACCOUNT
           move "P" to LM-BILLING
           move "N" to LM-SCHED-STALE-SW
           move "N" to LM-CHGOFF-SW
           write LOAN-MASTER-RECORD
               invalid key
                   display "LOANREFI: master write failed for loan "
                       RQ-NEW-LOAN " (" WS-MASTER-STATUS ")"
               not invalid key
                   move spaces to WS-LJ-BEFORE
                   move "W" to WS-LJ-ACTION
                   perform WriteRecoveryJournal
           end-write.

      *-----------------------------------------------------------------
      * The matching batch parm record, so the schedule run prices
      * exactly what was boarded.
       AppendParmRecord.
           open extend loan-parms
           if WS-PARMS-STATUS = "35"
               open output loan-parms
           end-if
           move RQ-NEW-LOAN to PARM-LOAN-NUMBER
           move WS-NEW-PRINCIPAL to PARM-PRINCIPAL
           move WS-APP-RATE to PARM-RATE
           move RQ-MONTHS to PARM-MONTHS
           move RQ-EXTRA-PRINCIPAL to PARM-EXTRA-PRINCIPAL
           move RQ-FREQUENCY to PARM-FREQUENCY
           move RQ-ESCROW to PARM-ESCROW
           move RQ-FUNDING-DATE to PARM-ORIG-DATE
           move RQ-IO-PERIODS to PARM-IO-PERIODS
      *    A fresh loan has never been re-amortized.
           move 0 to PARM-REAM-PERIOD
           move 0 to PARM-REAM-BALANCE
           move 0 to PARM-REAM-DATE
           move 0 to PARM-REAM-PAYMENT
           write PARM-RECORD
           close loan-parms.

      *-----------------------------------------------------------------
      * The whole refinance as one balanced entry. The new
      * receivable and the released suspense pay off the old
      * receivables, the interest accrued to funding, the fees and
      * the cash out:
      *   debit  LOANRECV  new principal
      *   debit  SUSPENSE  partial payments held on the old loans
      *   credit LOANRECV  old schedule balances
      *   credit INTINC    per-diem interest to the funding date
      *   credit FEEINC    late fees collected
      *   credit CASH      cash out to the borrower
      * The new principal is the payoffs plus the cash out, and each
      * payoff is balance plus interest plus fees less suspense, so
      * the two sides are equal by construction. The escrow refund
      * checks leave the escrow liability as a pair of their own:
      *   debit  ESCROW    escrow refunded on the replaced loans
      *   credit CASH      the refund checks
       WriteRefinanceJournal.
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "LOANREFI: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - refinance journal amounts "
                   "not written."
               exit paragraph
           end-if

           move "LOANREFI" to GW-SOURCE
           move spaces to GW-DEPT
           move RQ-FUNDING-DATE to GW-DATE

           move "LOANRECV" to GW-CODE
           set GW-DEBIT to true
           move WS-NEW-PRINCIPAL to GW-AMOUNT
           write GW-RECORD

           if WS-TOTAL-CARRY > 0
               move "SUSPENSE" to GW-CODE
               set GW-DEBIT to true
               move WS-TOTAL-CARRY to GW-AMOUNT
               write GW-RECORD
           end-if

           move "LOANRECV" to GW-CODE
           set GW-CREDIT to true
           move WS-TOTAL-BALANCE to GW-AMOUNT
           write GW-RECORD

           if WS-TOTAL-INTEREST > 0
               move "INTINC" to GW-CODE
               set GW-CREDIT to true
               move WS-TOTAL-INTEREST to GW-AMOUNT
               write GW-RECORD
           end-if

           if WS-TOTAL-FEES > 0
               move "FEEINC" to GW-CODE
               set GW-CREDIT to true
               move WS-TOTAL-FEES to GW-AMOUNT
               write GW-RECORD
           end-if

           if RQ-CASH-OUT > 0
               move "CASH" to GW-CODE
               set GW-CREDIT to true
               move RQ-CASH-OUT to GW-AMOUNT
               write GW-RECORD
           end-if

           if WS-TOTAL-ESCROW > 0
               move "ESCROW" to GW-CODE
               set GW-DEBIT to true
               move WS-TOTAL-ESCROW to GW-AMOUNT
               write GW-RECORD
               move "CASH" to GW-CODE
               set GW-CREDIT to true
               move WS-TOTAL-ESCROW to GW-AMOUNT
               write GW-RECORD
           end-if

           close gl-work.

      *-----------------------------------------------------------------
       WriteBoardingAuditEntry.
           move RQ-EMP-ID to WS-AUDIT-EMP-ID
           move "LOAN-REFI" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " RQ-NEW-LOAN " boarded by refi"
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditEntry.

       WriteAuditEntry.
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.

      *-----------------------------------------------------------------
      * Loads the posted-rate tiers once - same end-of-file/error
      * distinction as tax.cbl's LoadRateTable.
       LoadRateTable.
           move 0 to WS-RATE-TABLE-COUNT
           open input rate-table
           if WS-RTB-STATUS not = "00"
               exit paragraph
           end-if
           perform ReadNextRateTier
           perform until WS-RTB-STATUS not = "00"
                   or WS-RATE-TABLE-COUNT = 50
               add 1 to WS-RATE-TABLE-COUNT
               move RTB-MIN-MONTHS to
                   WS-RTB-MIN-MONTHS(WS-RATE-TABLE-COUNT)
               move RTB-MAX-MONTHS to
                   WS-RTB-MAX-MONTHS(WS-RATE-TABLE-COUNT)
               move RTB-MIN-PRINCIPAL to
                   WS-RTB-MIN-PRINCIPAL(WS-RATE-TABLE-COUNT)
               move RTB-MAX-PRINCIPAL to
                   WS-RTB-MAX-PRINCIPAL(WS-RATE-TABLE-COUNT)
               move RTB-RATE to
                   WS-RTB-RATE(WS-RATE-TABLE-COUNT)
               perform ReadNextRateTier
           end-perform

           if WS-RTB-STATUS not = "10"
                   and WS-RATE-TABLE-COUNT < 50
               display "LOANREFI: RATE-TABLE.DAT read failed with "
                   "status " WS-RTB-STATUS " - posted rates cannot "
                   "be trusted, run aborted."
               close rate-table
               move 16 to return-code
               goback
           end-if
           close rate-table.

       ReadNextRateTier.
           read rate-table
               at end
                   move "10" to WS-RTB-STATUS
           end-read.

      *-----------------------------------------------------------------
       WritePayoffLine.
           move WS-OLD-LOAN(WS-OLD-SUB) to PD-Loan
           move WS-OLD-BALANCE(WS-OLD-SUB) to PD-Balance
           move WS-OLD-INTEREST(WS-OLD-SUB) to PD-Interest
           move WS-OLD-FEES(WS-OLD-SUB) to PD-Fees
           move WS-OLD-CARRY(WS-OLD-SUB) to PD-Carry
           move WS-OLD-PAYOFF(WS-OLD-SUB) to PD-Payoff
           move PayoffDetailLine to RR-Line
           write RR-Line.

       WriteEscrowRefundLine.
           move WS-OLD-LOAN(WS-OLD-SUB) to ER-Loan
           move WS-OLD-CHECK(WS-OLD-SUB) to ER-Check
           move WS-OLD-ESCROW(WS-OLD-SUB) to ER-Amount
           move EscrowRefundLine to RR-Line
           write RR-Line.

       WriteRefinanceFooter.
           move WS-READ-COUNT to RT-Read
           move WS-APPROVE-COUNT to RT-Approved
           move WS-DECLINE-COUNT to RT-Declined
           move WS-RETIRED-COUNT to RT-Retired
           move spaces to RR-Line
           write RR-Line
           move RefinanceFooterLine to RR-Line
           write RR-Line.

      * One before/after image on the forward-recovery journal per
      * master write or rewrite - same open-extend/status-35
      * fallback as the audit trail.
       WriteRecoveryJournal.
           open extend loan-journal
           if WS-LJOURNAL-STATUS = "35"
               open output loan-journal
           end-if
           if WS-LJOURNAL-STATUS not = "00"
               display "LOANREFI: unable to open LOAN-JOURNAL.DAT ("
                   WS-LJOURNAL-STATUS ") - recovery image not "
                   "written."
               exit paragraph
           end-if
           move function current-date to LJ-TIMESTAMP
           move "LOANREFI" to LJ-PROGRAM
           move WS-LJ-ACTION to LJ-ACTION
           move WS-LJ-BEFORE to LJ-BEFORE-IMAGE
           move LOAN-MASTER-RECORD to LJ-AFTER-IMAGE
           write LJ-RECORD
           close loan-journal.

      *-----------------------------------------------------------------
