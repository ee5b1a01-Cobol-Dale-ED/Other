      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CHKISSUE.
      *-----------------------------------------------------------------
      * Check numbering and positive-pay issue (see check-area.cpy
      * for the protocol). PAYROLL.cbl used to number its checks
      * from a counter that started over at 000001 every run, so
      * the same check number existed once per pay period and the
      * bank had nothing to pay against. Every check now takes the
      * next number off the check-stock control (CHECK-CONTROL.DAT,
      * check-control-record.cpy), rewritten after each one, and
      * is recorded twice:
      *   - on CHECK-ISSUE.DAT, the permanent issued-check file
      *     CHKRECON.cbl reconciles the bank's paid checks against
      *   - on POSITIVE-PAY.DAT, the issue file for the bank
      *     (account, check number, date, amount, payee)
      * A number already on CHECK-ISSUE.DAT (a control record
      * restored from an old copy) is skipped, never reissued.
      *
      * A check the issuing run takes back (PAYROLL.cbl reposting a
      * period) is voided here the way CHKRECON.cbl voids a stale
      * one - marked void on CHECK-ISSUE.DAT and sent to the bank as
      * a void on POSITIVE-PAY.DAT. The caller books the money.
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
       select positive-pay
           assign to 'POSITIVE-PAY.DAT'
           organization is line sequential
           file status is WS-POSPAY-STATUS.

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

       fd positive-pay
           data record is PP-RECORD.
           COPY "positive-pay-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS  pic x(2).
       01 WS-ISSUE-STATUS    pic x(2).
       01 WS-POSPAY-STATUS   pic x(2).
       01 WS-OPENED-SW       pic x(1) value "N".
           88 WS-FILES-OPEN   value "Y".
       01 WS-WRITTEN-SW      pic x(1).
           88 WS-WRITTEN      value "Y".

      * The control record as read at open, kept here between calls.
       01 WS-ACCOUNT         pic x(17).
       01 WS-LAST-CHECK      pic 9(8).

       LINKAGE SECTION.
           COPY "check-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using CHECK-AREA.
      *-----------------------------------------------------------------
       MainLine.
           move "00" to CQ-STATUS
           evaluate true
               when CQ-FUNC-OPEN
                   perform OpenCheckFiles
               when CQ-FUNC-ISSUE
                   perform IssueOneCheck
               when CQ-FUNC-VOID
                   perform VoidOneCheck
               when CQ-FUNC-CLOSE
                   perform CloseCheckFiles
               when other
                   move "99" to CQ-STATUS
           end-evaluate
           goback.

      *-----------------------------------------------------------------
      * No control record means nobody has set up the account and
      * the check stock - the caller refuses its run rather than
      * guess at either.
       OpenCheckFiles.
           if WS-FILES-OPEN
               exit paragraph
           end-if
           open input check-control
           if WS-CONTROL-STATUS not = "00"
               display "CHKISSUE: CHECK-CONTROL.DAT not available ("
                   WS-CONTROL-STATUS ") - set up the disbursement "
                   "account and starting check number."
               move WS-CONTROL-STATUS to CQ-STATUS
               exit paragraph
           end-if
           read check-control
               at end
                   move spaces to CC-ACCOUNT
           end-read
           close check-control
           if CC-ACCOUNT = spaces
               display "CHKISSUE: CHECK-CONTROL.DAT has no "
                   "disbursement account."
               move "90" to CQ-STATUS
               exit paragraph
           end-if
           move CC-ACCOUNT to WS-ACCOUNT
           move CC-LAST-CHECK to WS-LAST-CHECK

           open i-o check-issue
           if WS-ISSUE-STATUS = "35"
               open output check-issue
               close check-issue
               open i-o check-issue
           end-if
           if WS-ISSUE-STATUS not = "00"
               display "CHKISSUE: unable to open CHECK-ISSUE.DAT ("
                   WS-ISSUE-STATUS ")"
               move WS-ISSUE-STATUS to CQ-STATUS
               exit paragraph
           end-if
           open extend positive-pay
           if WS-POSPAY-STATUS = "35"
               open output positive-pay
           end-if
           if WS-POSPAY-STATUS not = "00"
               display "CHKISSUE: unable to open POSITIVE-PAY.DAT ("
                   WS-POSPAY-STATUS ")"
               close check-issue
               move WS-POSPAY-STATUS to CQ-STATUS
               exit paragraph
           end-if
           set WS-FILES-OPEN to true.

       IssueOneCheck.
           if not WS-FILES-OPEN
               move "91" to CQ-STATUS
               exit paragraph
           end-if
           move "N" to WS-WRITTEN-SW
           perform until WS-WRITTEN
               add 1 to WS-LAST-CHECK
               move WS-LAST-CHECK to CI-CHECK-NUMBER
               move CQ-ISSUE-DATE to CI-ISSUE-DATE
               move CQ-AMOUNT to CI-AMOUNT
               move CQ-PAYEE to CI-PAYEE
               move CQ-SOURCE to CI-SOURCE
               move CQ-REFERENCE to CI-REFERENCE
               set CI-OUTSTANDING to true
               move 0 to CI-PAID-DATE
               move 0 to CI-PAID-AMOUNT
               move 0 to CI-VOID-DATE
               write CHECK-ISSUE-RECORD
                   invalid key
                       display "CHKISSUE: check " WS-LAST-CHECK
                           " already issued - number skipped."
                   not invalid key
                       set WS-WRITTEN to true
               end-write
           end-perform
           move WS-LAST-CHECK to CQ-CHECK-NUMBER

           move WS-ACCOUNT to PP-ACCOUNT
           move WS-LAST-CHECK to PP-CHECK-NUMBER
           move CQ-ISSUE-DATE to PP-ISSUE-DATE
           move CQ-AMOUNT to PP-AMOUNT
           move CQ-PAYEE to PP-PAYEE
           set PP-ISSUE to true
           write PP-RECORD

           perform SaveCheckControl.

      * A paid check can no longer be stopped; one already void is
      * left as it is.
       VoidOneCheck.
           if not WS-FILES-OPEN
               move "91" to CQ-STATUS
               exit paragraph
           end-if
           move CQ-CHECK-NUMBER to CI-CHECK-NUMBER
           read check-issue
               invalid key
                   move "23" to CQ-STATUS
                   exit paragraph
           end-read
           if CI-PAID
               move "92" to CQ-STATUS
               exit paragraph
           end-if
           if CI-VOIDED
               exit paragraph
           end-if
           set CI-VOIDED to true
           move CQ-ISSUE-DATE to CI-VOID-DATE
           rewrite CHECK-ISSUE-RECORD

           move WS-ACCOUNT to PP-ACCOUNT
           move CI-CHECK-NUMBER to PP-CHECK-NUMBER
           move CI-ISSUE-DATE to PP-ISSUE-DATE
           move CI-AMOUNT to PP-AMOUNT
           move CI-PAYEE to PP-PAYEE
           set PP-VOID to true
           write PP-RECORD.

      * Rewritten after every check, so a run that dies part way
      * through still leaves the control past every number it used.
       SaveCheckControl.
           open output check-control
           move WS-ACCOUNT to CC-ACCOUNT
           move WS-LAST-CHECK to CC-LAST-CHECK
           move CQ-ISSUE-DATE to CC-LAST-ISSUE-DATE
           write CC-RECORD
           close check-control.

       CloseCheckFiles.
           if WS-FILES-OPEN
               close check-issue
               close positive-pay
               move "N" to WS-OPENED-SW
           end-if.
      *-----------------------------------------------------------------
