      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CHKRECON.
      *-----------------------------------------------------------------
      * Paid-check reconciliation. Loads the bank's paid-checks file
      * (PAID-CHECKS.DAT, paid-check-record.cpy) and matches every
      * paid check against CHECK-ISSUE.DAT, the checks CHKISSUE.cbl
      * numbered for PAYROLL.cbl and CLOSEOUT.cbl:
      *   - a match on number and amount marks the check paid
      *   - a check the bank paid that we never issued, one paid for
      *     a different amount, one paid after we voided it, one
      *     paid twice, and one drawn on another account are listed
      *     as exceptions for the cash desk
      *   - the checks still outstanding are aged from their issue
      *     date (0-30, 31-60, 61-90, over 90 days), and any older
      *     than the stale limit (CHKRECON_STALE_DAYS, default 180)
      *     is flagged for voiding and unclaimed-pay follow-up
      * With CHKRECON_VOID_STALE=Y the stale checks are voided:
      * marked void on CHECK-ISSUE.DAT, sent to the bank as void
      * records on POSITIVE-PAY.DAT so the check is refused if it
      * turns up, journaled back out of cash into unclaimed funds
      * (debit CASH, credit UNCLAIM) on GL-WORK.DAT, and audited.
      * The same paid-checks file run twice matches nothing new -
      * a check already marked paid with the same date and amount
      * counts as previously reconciled. Writes CHKRECON.RPT; return
      * code 8 when there are exceptions.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select check-control
           assign to 'CHECK-CONTROL.DAT'
           organization is line sequential
           file status is WS-CONTROL-STATUS.
       select check-issue
           assign to 'CHECK-ISSUE.DAT'
           organization is indexed
           access mode is dynamic
           record key is CI-CHECK-NUMBER
           file status is WS-ISSUE-STATUS.
       select paid-checks
           assign to 'PAID-CHECKS.DAT'
           organization is line sequential
           file status is WS-PAID-STATUS.
       select positive-pay
           assign to 'POSITIVE-PAY.DAT'
           organization is line sequential
           file status is WS-POSPAY-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select recon-report
           assign to 'CHKRECON.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd check-control
           data record is CC-RECORD.
           COPY "check-control-record.cpy".

       fd check-issue
           data record is CHECK-ISSUE-RECORD.
           COPY "check-issue-record.cpy".

       fd paid-checks
           data record is PK-RECORD.
           COPY "paid-check-record.cpy".

       fd positive-pay
           data record is PP-RECORD.
           COPY "positive-pay-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       fd recon-report
           data record is RR-Line.
       01 RR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

       01 WS-CONTROL-STATUS  pic x(2).
       01 WS-ISSUE-STATUS    pic x(2).
       01 WS-PAID-STATUS     pic x(2).
       01 WS-POSPAY-STATUS   pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-PAID-EOF        pic x(1) value "N".
           88 WS-AT-PAID-EOF  value "Y".
       01 WS-ISSUE-EOF       pic x(1) value "N".
           88 WS-AT-ISSUE-EOF value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-ACCOUNT         pic x(17).

      * Stale limit and the void switch from the environment.
       01 WS-STALE-TEXT      pic x(4).
       01 WS-STALE-DAYS      pic 9(4).
       01 WS-VOID-TEXT       pic x(1).
       01 WS-VOID-SW         pic x(1) value "N".
           88 WS-VOID-STALE   value "Y".

       01 WS-AGE-DAYS        pic 9(5).
       01 WS-BUCKET          pic 9.
       01 WS-EXCEPTION-TEXT  pic x(18).

      * Run counts and amounts.
       01 WS-PAID-READ       pic 9(5) value 0.
       01 WS-MATCHED-COUNT   pic 9(5) value 0.
       01 WS-MATCHED-AMOUNT  pic 9(11)v99 value 0.
       01 WS-PRIOR-COUNT     pic 9(5) value 0.
       01 WS-EXCEPTION-COUNT pic 9(5) value 0.
       01 WS-STALE-COUNT     pic 9(5) value 0.
       01 WS-VOIDED-COUNT    pic 9(5) value 0.
       01 WS-VOIDED-AMOUNT   pic 9(11)v99 value 0.
       01 WS-AGING-TABLE.
           05 WS-AGING-BUCKET occurs 4 times.
               10 WS-AG-COUNT   pic 9(5).
               10 WS-AG-AMOUNT  pic 9(11)v99.
       01 WS-OUTSTANDING-COUNT pic 9(5) value 0.
       01 WS-OUTSTANDING-AMOUNT pic 9(11)v99 value 0.
       01 WS-BUCKET-LABELS.
           05               pic x(12) value "0-30 days".
           05               pic x(12) value "31-60 days".
           05               pic x(12) value "61-90 days".
           05               pic x(12) value "Over 90 days".
       01 WS-BUCKET-LABEL-TABLE redefines WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL pic x(12) occurs 4 times.

       01 ExceptionHeader.
           05               pic x(20) value "Exception".
           05               pic x(10) value "Check".
           05               pic x(10) value "Paid".
           05               pic x(16) value "     Paid amount".
           05               pic x(16) value "   Issued amount".
           05               pic x(10) value "  Issued".
       01 ExceptionLine.
           05 EL-Exception   pic x(18).
           05               pic x(2)  value spaces.
           05 EL-Check       pic 9(8).
           05               pic x(2)  value spaces.
           05 EL-PaidDate    pic 9(8).
           05               pic x(2)  value spaces.
           05 EL-PaidAmount  pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 EL-IssueAmount pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 EL-IssueDate   pic x(8).

       01 OutstandingHeader.
           05               pic x(10) value "Check".
           05               pic x(10) value "Issued".
           05               pic x(16) value "          Amount".
           05               pic x(2)  value spaces.
           05               pic x(31) value "Payee".
           05               pic x(9)  value "Source".
           05               pic x(6)  value "  Age".
           05               pic x(2)  value spaces.
           05               pic x(10) value "Status".
       01 OutstandingLine.
           05 OL-Check       pic 9(8).
           05               pic x(2)  value spaces.
           05 OL-IssueDate   pic 9(8).
           05               pic x(2)  value spaces.
           05 OL-Amount      pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 OL-Payee       pic x(30).
           05               pic x(1)  value spaces.
           05 OL-Source      pic x(8).
           05               pic x(1)  value spaces.
           05 OL-Age         pic zzzz9.
           05               pic x(3)  value spaces.
           05 OL-Status      pic x(10).

       01 AgingLine.
           05               pic x(4)  value spaces.
           05 AL-Label       pic x(12).
           05               pic x(2)  value spaces.
           05 AL-Count       pic zzzz9.
           05               pic x(9)  value " checks  ".
           05 AL-Amount      pic $$$,$$$,$$9.99.

       01 SummaryLine.
           05 SL-Label       pic x(34).
           05 SL-Count       pic zzzz9.
           05               pic x(2)  value spaces.
           05 SL-Amount      pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           accept WS-STALE-TEXT from environment "CHKRECON_STALE_DAYS"
           if WS-STALE-TEXT = spaces
               move 180 to WS-STALE-DAYS
           else
               move WS-STALE-TEXT to WS-STALE-DAYS
           end-if
           accept WS-VOID-TEXT from environment "CHKRECON_VOID_STALE"
           if WS-VOID-TEXT = "Y" or WS-VOID-TEXT = "y"
               set WS-VOID-STALE to true
           end-if

           open input check-control
           if WS-CONTROL-STATUS not = "00"
               display "CHKRECON: unable to open CHECK-CONTROL.DAT ("
                   WS-CONTROL-STATUS ")"
               move 16 to return-code
               goback
           end-if
           read check-control
               at end
                   move spaces to CC-ACCOUNT
           end-read
           close check-control
           move CC-ACCOUNT to WS-ACCOUNT

           open i-o check-issue
           if WS-ISSUE-STATUS not = "00"
               display "CHKRECON: unable to open CHECK-ISSUE.DAT ("
                   WS-ISSUE-STATUS ")"
               move 16 to return-code
               goback
           end-if
           open input paid-checks
           if WS-PAID-STATUS not = "00"
               display "CHKRECON: PAID-CHECKS.DAT not available ("
                   WS-PAID-STATUS ") - aging the outstanding checks "
                   "only."
               set WS-AT-PAID-EOF to true
           end-if
           if WS-VOID-STALE
               perform OpenVoidOutputs
           end-if

           open output recon-report
           move spaces to RR-Line
           string "Paid-check reconciliation " WS-TODAY
               "   account " WS-ACCOUNT
               delimited by size into RR-Line
           end-string
           write RR-Line
           move spaces to RR-Line
           write RR-Line
           move ExceptionHeader to RR-Line
           write RR-Line

           perform until WS-AT-PAID-EOF
               read paid-checks
                   at end
                       set WS-AT-PAID-EOF to true
                   not at end
                       perform MatchOnePaidCheck
               end-read
           end-perform
           if WS-PAID-STATUS = "00"
               close paid-checks
           end-if
           if WS-EXCEPTION-COUNT = 0
               move "    (none)" to RR-Line
               write RR-Line
           end-if

           perform AgeOutstandingChecks
           perform WriteReconSummary

           close check-issue
           close recon-report
           if WS-VOID-STALE
               close positive-pay
               close gl-work
           end-if
           display "CHKRECON: " WS-MATCHED-COUNT " matched, "
               WS-EXCEPTION-COUNT " exception(s), "
               WS-OUTSTANDING-COUNT " outstanding, "
               WS-VOIDED-COUNT " voided"
           if WS-EXCEPTION-COUNT > 0
               move 8 to return-code
           end-if
           goback.

      * Voiding writes to the bank's issue file and the journal - if
      * either cannot be opened nothing is voided this run.
       OpenVoidOutputs.
           open extend positive-pay
           if WS-POSPAY-STATUS = "35"
               open output positive-pay
           end-if
           if WS-POSPAY-STATUS not = "00"
               display "CHKRECON: unable to open POSITIVE-PAY.DAT ("
                   WS-POSPAY-STATUS ") - no checks voided this run."
               move "N" to WS-VOID-SW
               exit paragraph
           end-if
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "CHKRECON: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - no checks voided this run."
               close positive-pay
               move "N" to WS-VOID-SW
           end-if.

      *-----------------------------------------------------------------
       MatchOnePaidCheck.
           add 1 to WS-PAID-READ
           move spaces to WS-EXCEPTION-TEXT
           if WS-ACCOUNT not = spaces and PK-ACCOUNT not = WS-ACCOUNT
               move "OTHER ACCOUNT" to WS-EXCEPTION-TEXT
               move 0 to CI-AMOUNT
               move 0 to CI-ISSUE-DATE
               perform WriteExceptionLine
               exit paragraph
           end-if

           move PK-CHECK-NUMBER to CI-CHECK-NUMBER
           read check-issue
               invalid key
                   move "PAID NOT ISSUED" to WS-EXCEPTION-TEXT
                   move 0 to CI-AMOUNT
                   move 0 to CI-ISSUE-DATE
                   perform WriteExceptionLine
                   exit paragraph
           end-read

           evaluate true
               when CI-PAID
                   and CI-PAID-DATE = PK-PAID-DATE
                   and CI-PAID-AMOUNT = PK-AMOUNT
                   add 1 to WS-PRIOR-COUNT
               when CI-PAID
                   move "PAID TWICE" to WS-EXCEPTION-TEXT
                   perform WriteExceptionLine
               when CI-VOIDED
                   move "PAID AFTER VOID" to WS-EXCEPTION-TEXT
                   perform WriteExceptionLine
               when other
      *            The bank has paid it either way - record what it
      *            paid, and list a different amount for the desk.
                   set CI-PAID to true
                   move PK-PAID-DATE to CI-PAID-DATE
                   move PK-AMOUNT to CI-PAID-AMOUNT
                   rewrite CHECK-ISSUE-RECORD
                   if PK-AMOUNT not = CI-AMOUNT
                       move "AMOUNT MISMATCH" to WS-EXCEPTION-TEXT
                       perform WriteExceptionLine
                   else
                       add 1 to WS-MATCHED-COUNT
                       add PK-AMOUNT to WS-MATCHED-AMOUNT
                   end-if
           end-evaluate.

       WriteExceptionLine.
           add 1 to WS-EXCEPTION-COUNT
           move WS-EXCEPTION-TEXT to EL-Exception
           move PK-CHECK-NUMBER to EL-Check
           move PK-PAID-DATE to EL-PaidDate
           move PK-AMOUNT to EL-PaidAmount
           move CI-AMOUNT to EL-IssueAmount
           if CI-ISSUE-DATE = 0
               move spaces to EL-IssueDate
           else
               move CI-ISSUE-DATE to EL-IssueDate
           end-if
           move ExceptionLine to RR-Line
           write RR-Line.

      *-----------------------------------------------------------------
      * Every check still outstanding, in check-number order, aged
      * from its issue date.
       AgeOutstandingChecks.
           initialize WS-AGING-TABLE
           move spaces to RR-Line
           write RR-Line
           move "Outstanding checks" to RR-Line
           write RR-Line
           move OutstandingHeader to RR-Line
           write RR-Line

           move 0 to CI-CHECK-NUMBER
           start check-issue key is greater than or equal to
                   CI-CHECK-NUMBER
               invalid key
                   set WS-AT-ISSUE-EOF to true
           end-start
           perform until WS-AT-ISSUE-EOF
               read check-issue next record
                   at end
                       set WS-AT-ISSUE-EOF to true
                   not at end
                       if CI-OUTSTANDING
                           perform AgeOneCheck
                       end-if
               end-read
           end-perform.

       AgeOneCheck.
           compute WS-AGE-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(CI-ISSUE-DATE)
           evaluate true
               when WS-AGE-DAYS <= 30
                   move 1 to WS-BUCKET
               when WS-AGE-DAYS <= 60
                   move 2 to WS-BUCKET
               when WS-AGE-DAYS <= 90
                   move 3 to WS-BUCKET
               when other
                   move 4 to WS-BUCKET
           end-evaluate

           move CI-CHECK-NUMBER to OL-Check
           move CI-ISSUE-DATE to OL-IssueDate
           move CI-AMOUNT to OL-Amount
           move CI-PAYEE to OL-Payee
           move CI-SOURCE to OL-Source
           move WS-AGE-DAYS to OL-Age
           move spaces to OL-Status
           if WS-AGE-DAYS > WS-STALE-DAYS
               add 1 to WS-STALE-COUNT
               if WS-VOID-STALE
                   perform VoidStaleCheck
                   move "VOIDED" to OL-Status
               else
                   move "STALE" to OL-Status
               end-if
           end-if
           move OutstandingLine to RR-Line
           write RR-Line

           if not CI-VOIDED
               add 1 to WS-AG-COUNT(WS-BUCKET)
               add CI-AMOUNT to WS-AG-AMOUNT(WS-BUCKET)
               add 1 to WS-OUTSTANDING-COUNT
               add CI-AMOUNT to WS-OUTSTANDING-AMOUNT
           end-if.

      * The money never left - it goes back out of cash into the
      * unclaimed-funds liability until the payee turns up or it is
      * escheated.
       VoidStaleCheck.
           set CI-VOIDED to true
           move WS-TODAY to CI-VOID-DATE
           rewrite CHECK-ISSUE-RECORD

           move WS-ACCOUNT to PP-ACCOUNT
           move CI-CHECK-NUMBER to PP-CHECK-NUMBER
           move CI-ISSUE-DATE to PP-ISSUE-DATE
           move CI-AMOUNT to PP-AMOUNT
           move CI-PAYEE to PP-PAYEE
           set PP-VOID to true
           write PP-RECORD

           move "CHKRECON" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-TODAY to GW-DATE
           move "CASH" to GW-CODE
           set GW-DEBIT to true
           move CI-AMOUNT to GW-AMOUNT
           write GW-RECORD
           move "UNCLAIM" to GW-CODE
           set GW-CREDIT to true
           move CI-AMOUNT to GW-AMOUNT
           write GW-RECORD

           add 1 to WS-VOIDED-COUNT
           add CI-AMOUNT to WS-VOIDED-AMOUNT

           move 0 to WS-AUDIT-EMP-ID
           move "CHK-VOID" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "check " CI-CHECK-NUMBER " " CI-SOURCE " "
               CI-REFERENCE " voided stale"
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
       WriteReconSummary.
           move spaces to RR-Line
           write RR-Line
           move "Outstanding by age" to RR-Line
           write RR-Line
           perform varying WS-BUCKET from 1 by 1 until WS-BUCKET > 4
               move WS-BUCKET-LABEL(WS-BUCKET) to AL-Label
               move WS-AG-COUNT(WS-BUCKET) to AL-Count
               move WS-AG-AMOUNT(WS-BUCKET) to AL-Amount
               move AgingLine to RR-Line
               write RR-Line
           end-perform

           move spaces to RR-Line
           write RR-Line
           move "Paid checks read" to SL-Label
           move WS-PAID-READ to SL-Count
           move 0 to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line
           move "Matched and marked paid" to SL-Label
           move WS-MATCHED-COUNT to SL-Count
           move WS-MATCHED-AMOUNT to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line
           move "Previously reconciled" to SL-Label
           move WS-PRIOR-COUNT to SL-Count
           move 0 to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line
           move "Exceptions" to SL-Label
           move WS-EXCEPTION-COUNT to SL-Count
           move 0 to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line
           move "Outstanding" to SL-Label
           move WS-OUTSTANDING-COUNT to SL-Count
           move WS-OUTSTANDING-AMOUNT to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line
           move spaces to SL-Label
           string "Stale - over " WS-STALE-DAYS " days"
               delimited by size into SL-Label
           end-string
           move WS-STALE-COUNT to SL-Count
           move 0 to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line
           move "Voided this run" to SL-Label
           move WS-VOIDED-COUNT to SL-Count
           move WS-VOIDED-AMOUNT to SL-Amount
           move SummaryLine to RR-Line
           write RR-Line.
      *-----------------------------------------------------------------
