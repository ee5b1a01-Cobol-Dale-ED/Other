      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. UNAPPMNT.
      *-----------------------------------------------------------------
      * Unapplied-cash maintenance. POSTPAY.cbl parks every payment
      * it cannot apply on UNAPPLIED.DAT (unapplied-record.cpy) and
      * journals it into the UNAPPLID account; this program is where
      * the cash desk works those items off instead of keeping them
      * on a sticky note:
      *   - list the open items with their total (which is what the
      *     UNAPPLID account should be carrying)
      *   - research one: the item as it arrived, what the loan it
      *     named looks like on LOAN-MASTER.DAT, and a note of what
      *     the money turned out to be
      *   - re-apply it to the right loan: a one-item batch is
      *     appended to PAYMENTS.DAT (header, item, trailer - the
      *     PAYENTRY.cbl control discipline, reference source digit
      *     5) for the next posting run, and the journal moves the
      *     amount out of UNAPPLID back to the cash (or payroll
      *     clearing) account the posting run will debit again
      *   - refund it: out of UNAPPLID, credit cash
      *   - write it off: out of UNAPPLID, credit miscellaneous
      *     income
      * Every action is stamped with the operator (OPERID.cbl) on the
      * item and on AUDIT.LOG; a resolved item stays on file with its
      * disposition, so the history of the money is answerable.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select unapplied-cash
           assign to 'UNAPPLIED.DAT'
           organization is indexed
           access mode is dynamic
           record key is UA-ITEM-NUMBER
           file status is WS-UNAPPLIED-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
      * A re-applied item goes back through the posting run as a
      * one-item control-totaled batch.
       select payment-file
           assign to 'PAYMENTS.DAT'
           organization is line sequential
           file status is WS-PAYMENT-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd unapplied-cash
           data record is UA-RECORD.
           COPY "unapplied-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd payment-file
           data record is PAYMENT-RECORD.
           COPY "payment-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       WORKING-STORAGE SECTION.
      * Working copy of the audit record built before each append,
      * same as LOANMSTR.cbl's.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * The operator doing the research (OPERID.cbl).
           COPY "operator-area.cpy".

       01 WS-UNAPPLIED-STATUS pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-PAYMENT-STATUS  pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-UA-EOF          pic x(1).
           88 WS-AT-UA-EOF    value "Y".

       01 WS-MENU-CHOICE     pic 9 value 0.
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-CONFIRM-CHOICE  pic x(1).
           88 WS-CONFIRMED    value "Y", "y".

       01 WS-WORK-ITEM       pic 9(6).
       01 WS-WORK-LOAN       pic 9(8).
       01 WS-WORK-TYPE       pic x(1).
       01 WS-WORK-NOTE       pic x(30).
       01 WS-ITEM-FOUND-SW   pic x(1).
           88 WS-ITEM-FOUND   value "Y".
       01 WS-LOAN-OK-SW      pic x(1).
           88 WS-LOAN-OK      value "Y".
       01 WS-TODAY           pic 9(8).

      * The offset side of the clearing journal, picked per action.
       01 WS-OFFSET-CODE     pic x(8).

       01 WS-OPEN-COUNT      pic 9(5).
       01 WS-OPEN-TOTAL      pic 9(9)v99.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-TOTAL-EDITED    pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "UNAPPMNT: no valid operator - maintenance "
                   "refused."
               move 8 to return-code
               goback
           end-if
           move function current-date(1:8) to WS-TODAY

           open i-o unapplied-cash
           if WS-UNAPPLIED-STATUS not = "00"
               display "UNAPPMNT: unable to open UNAPPLIED.DAT ("
                   WS-UNAPPLIED-STATUS ") - nothing to work."
               move 16 to return-code
               goback
           end-if

           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
               perform GetMenuChoice
               perform ProcessMenuChoice
           end-perform
           close unapplied-cash
           display "Unapplied-cash maintenance - goodbye."
           goback.

       DisplayMenu.
           display " "
           display "================================================"
           display " Unapplied Cash (UNAPPLIED.DAT)"
           display "================================================"
           display " 1. List open items"
           display " 2. Research an item"
           display " 3. Re-apply an item to a loan"
           display " 4. Refund an item"
           display " 5. Write off an item"
           display " 0. Exit"
           display " ".

       GetMenuChoice.
           display "Enter selection: " with no advancing
           accept WS-MENU-CHOICE.

       ProcessMenuChoice.
           evaluate WS-MENU-CHOICE
               when 1
                   perform ListOpenItems
               when 2
                   perform ResearchItem
               when 3
                   perform ReapplyItem
               when 4
                   perform RefundItem
               when 5
                   perform WriteOffItem
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-5."
           end-evaluate.

      *-----------------------------------------------------------------
      * Every open item, oldest first, and their total - the figure
      * the UNAPPLID account should carry at month end.
       ListOpenItems.
           move 0 to WS-OPEN-COUNT
           move 0 to WS-OPEN-TOTAL
           move "N" to WS-UA-EOF
           move 0 to UA-ITEM-NUMBER
           start unapplied-cash key is greater than or equal to
                   UA-ITEM-NUMBER
               invalid key
                   set WS-AT-UA-EOF to true
           end-start
           display "  Item   Loan      Paid     Received         "
               "Amount Reason"
           perform until WS-AT-UA-EOF
               read unapplied-cash next record
                   at end
                       set WS-AT-UA-EOF to true
                   not at end
                       if UA-OPEN
                           add 1 to WS-OPEN-COUNT
                           add UA-AMOUNT to WS-OPEN-TOTAL
                           move UA-AMOUNT to WS-AMOUNT-EDITED
                           display "  " UA-ITEM-NUMBER " "
                               UA-LOAN-NUMBER " " UA-PAYMENT-DATE " "
                               UA-RECEIVED-DATE " " WS-AMOUNT-EDITED
                               " " UA-REASON
                       end-if
               end-read
           end-perform
           move WS-OPEN-TOTAL to WS-TOTAL-EDITED
           display "  " WS-OPEN-COUNT " open item(s), total "
               WS-TOTAL-EDITED.

      *-----------------------------------------------------------------
      * The item as it arrived, the loan it named as the master has
      * it now, and a research note for whoever clears it.
       ResearchItem.
           perform GetItem
           if not WS-ITEM-FOUND
               exit paragraph
           end-if
           perform ShowItem

           open input loan-master
           if WS-MASTER-STATUS = "00"
               move UA-LOAN-NUMBER to LM-LOAN-NUMBER
               read loan-master
                   invalid key
                       display " Loan " UA-LOAN-NUMBER
                           " is not on LOAN-MASTER.DAT."
                   not invalid key
                       display " Loan " LM-LOAN-NUMBER " status "
                           LM-STATUS " EMP-ID " LM-EMP-ID
                           " paid thru " LM-PAID-THRU-PERIOD
                           " stale " LM-SCHED-STALE-SW
               end-read
               close loan-master
           end-if

           if not UA-OPEN
               exit paragraph
           end-if
           display "Research note (blank keeps the current note): "
               with no advancing
           move spaces to WS-WORK-NOTE
           accept WS-WORK-NOTE
           if WS-WORK-NOTE not = spaces
               move WS-WORK-NOTE to UA-NOTE
               rewrite UA-RECORD
               move "UA-NOTE" to WS-AUDIT-ACTION
               perform WriteUnappliedAuditEntry
               display "Note recorded on item " UA-ITEM-NUMBER
           end-if.

      *-----------------------------------------------------------------
      * Re-queues the money against the loan it belongs to. The loan
      * must be one the posting run will accept, or the item would
      * just come straight back here.
       ReapplyItem.
           perform GetOpenItem
           if not WS-ITEM-FOUND
               exit paragraph
           end-if

           display "Apply to loan number (8 digits): "
               with no advancing
           accept WS-WORK-LOAN
           perform CheckTargetLoan
           if not WS-LOAN-OK
               exit paragraph
           end-if

           display "Apply as P=Payment C=Curtailment: "
               with no advancing
           accept WS-WORK-TYPE
           if WS-WORK-TYPE not = "C"
               move "P" to WS-WORK-TYPE
           end-if

           display "Re-apply " WS-AMOUNT-EDITED " to loan "
               WS-WORK-LOAN "? (Y/N): " with no advancing
           accept WS-CONFIRM-CHOICE
           if not WS-CONFIRMED
               display "Nothing re-applied."
               exit paragraph
           end-if

           perform QueueReappliedPayment
           if WS-PAYMENT-STATUS not = "00"
               exit paragraph
           end-if

           if UA-FUND-PAYROLL
               move "PAYCLEAR" to WS-OFFSET-CODE
           else
               move "CASH" to WS-OFFSET-CODE
           end-if
           perform WriteClearingJournal

           set UA-REAPPLIED to true
           move WS-WORK-LOAN to UA-APPLIED-LOAN
           perform StampResolution
           move "UA-REAPPLY" to WS-AUDIT-ACTION
           perform WriteUnappliedAuditEntry
           display "Item " UA-ITEM-NUMBER " queued on PAYMENTS.DAT "
               "against loan " WS-WORK-LOAN " for the next posting "
               "run.".

      *-----------------------------------------------------------------
       RefundItem.
           perform GetOpenItem
           if not WS-ITEM-FOUND
               exit paragraph
           end-if
           display "Refund " WS-AMOUNT-EDITED " to the remitter? "
               "(Y/N): " with no advancing
           accept WS-CONFIRM-CHOICE
           if not WS-CONFIRMED
               display "Nothing refunded."
               exit paragraph
           end-if

           move "CASH" to WS-OFFSET-CODE
           perform WriteClearingJournal
           set UA-REFUNDED to true
           perform StampResolution
           move "UA-REFUND" to WS-AUDIT-ACTION
           perform WriteUnappliedAuditEntry
           display "Item " UA-ITEM-NUMBER " refunded.".

      *-----------------------------------------------------------------
       WriteOffItem.
           perform GetOpenItem
           if not WS-ITEM-FOUND
               exit paragraph
           end-if
           if UA-NOTE = spaces
               display "Record the research (option 2) before "
                   "writing an item off - nothing written off."
               exit paragraph
           end-if
           display "Write off " WS-AMOUNT-EDITED "? (Y/N): "
               with no advancing
           accept WS-CONFIRM-CHOICE
           if not WS-CONFIRMED
               display "Nothing written off."
               exit paragraph
           end-if

           move "MISCINC" to WS-OFFSET-CODE
           perform WriteClearingJournal
           set UA-WRITTEN-OFF to true
           perform StampResolution
           move "UA-WRTOFF" to WS-AUDIT-ACTION
           perform WriteUnappliedAuditEntry
           display "Item " UA-ITEM-NUMBER " written off.".

      *-----------------------------------------------------------------
       GetItem.
           move "N" to WS-ITEM-FOUND-SW
           display "Item number: " with no advancing
           accept WS-WORK-ITEM
           move WS-WORK-ITEM to UA-ITEM-NUMBER
           read unapplied-cash
               invalid key
                   display "Item " WS-WORK-ITEM " is not on "
                       "UNAPPLIED.DAT."
               not invalid key
                   set WS-ITEM-FOUND to true
                   move UA-AMOUNT to WS-AMOUNT-EDITED
           end-read.

      * Only an open item can be cleared - a resolved one already
      * left the UNAPPLID account.
       GetOpenItem.
           perform GetItem
           if WS-ITEM-FOUND
               perform ShowItem
               if not UA-OPEN
                   display "Item " UA-ITEM-NUMBER " is already "
                       "resolved (" UA-STATUS ") - nothing to do."
                   move "N" to WS-ITEM-FOUND-SW
               end-if
           end-if.

       ShowItem.
           move UA-AMOUNT to WS-AMOUNT-EDITED
           display " "
           display " Item " UA-ITEM-NUMBER "   Reason " UA-REASON
               "   Status " UA-STATUS
           display " Loan as keyed " UA-LOAN-NUMBER "   Paid "
               UA-PAYMENT-DATE "   Received " UA-RECEIVED-DATE
           display " Amount " WS-AMOUNT-EDITED "   Type " UA-TYPE
               "   Funding " UA-FUNDING "   Reference "
               UA-REFERENCE
           if not UA-OPEN
               display " Resolved " UA-RESOLVED-DATE " by operator "
                   UA-RESOLVED-BY "   Applied to " UA-APPLIED-LOAN
           end-if
           display " Note: " UA-NOTE.

      * The re-apply target has to be a loan the posting run will
      * take: on the master, active or delinquent, schedule current -
      * or charged off, where the posting run takes it as a recovery.
       CheckTargetLoan.
           move "N" to WS-LOAN-OK-SW
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "UNAPPMNT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ") - nothing re-applied."
               exit paragraph
           end-if
           move WS-WORK-LOAN to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   display "Loan " WS-WORK-LOAN " is not on "
                       "LOAN-MASTER.DAT - nothing re-applied."
               not invalid key
                   if ((LM-ACTIVE or LM-DELINQUENT)
                       and not LM-SCHED-STALE)
                       or LM-CHARGED-OFF
                       set WS-LOAN-OK to true
                   else
                       display "Loan " WS-WORK-LOAN " is status "
                           LM-STATUS " stale " LM-SCHED-STALE-SW
                           " - the posting run would reject it "
                           "again; nothing re-applied."
                   end-if
           end-read
           close loan-master.

      * One-item batch on PAYMENTS.DAT: the item number is the batch
      * number, and source digit 5 is this program's reference
      * space (payment-record.cpy), so the re-queued payment can
      * never collide with a PAYENTRY or ACHPOST reference.
       QueueReappliedPayment.
           open extend payment-file
           if WS-PAYMENT-STATUS = "35"
               open output payment-file
           end-if
           if WS-PAYMENT-STATUS not = "00"
               display "UNAPPMNT: unable to open PAYMENTS.DAT ("
                   WS-PAYMENT-STATUS ") - nothing re-applied."
               exit paragraph
           end-if

           move spaces to PAYMENT-RECORD
           move "H" to PB-TYPE
           move UA-ITEM-NUMBER to PB-BATCH-NUMBER
           move 0 to PB-ITEM-COUNT
           move 0 to PB-TOTAL-AMOUNT
           write PAYMENT-RECORD

           move spaces to PAYMENT-RECORD
           move WS-WORK-TYPE to PT-TYPE
           move WS-WORK-LOAN to PT-LOAN-NUMBER
           move UA-PAYMENT-DATE to PT-PAYMENT-DATE
           move UA-AMOUNT to PT-AMOUNT
           move UA-FUNDING to PT-FUNDING
           if WS-WORK-TYPE = "C"
               move "L" to PT-ELECTION
           end-if
           compute PT-REFERENCE = 500000000000
               + UA-ITEM-NUMBER * 100000 + 1
           write PAYMENT-RECORD

           move spaces to PAYMENT-RECORD
           move "T" to PB-TYPE
           move UA-ITEM-NUMBER to PB-BATCH-NUMBER
           move 1 to PB-ITEM-COUNT
           move UA-AMOUNT to PB-TOTAL-AMOUNT
           write PAYMENT-RECORD
           close payment-file.

      * Takes the item out of UNAPPLID: debit UNAPPLID, credit the
      * offset the action calls for. Same open-extend/status-35
      * fallback as the audit trail.
       WriteClearingJournal.
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "UNAPPMNT: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - journal amounts not "
                   "written; key them by hand."
               exit paragraph
           end-if
           move "UNAPPMNT" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-TODAY to GW-DATE
           move UA-AMOUNT to GW-AMOUNT
           move "UNAPPLID" to GW-CODE
           set GW-DEBIT to true
           write GW-RECORD
           move WS-OFFSET-CODE to GW-CODE
           set GW-CREDIT to true
           write GW-RECORD
           close gl-work.

       StampResolution.
           move WS-TODAY to UA-RESOLVED-DATE
           move OA-ID to UA-RESOLVED-BY
           rewrite UA-RECORD
               invalid key
                   display "UNAPPMNT: rewrite failed for item "
                       UA-ITEM-NUMBER " (" WS-UNAPPLIED-STATUS ")"
           end-rewrite.

      *-----------------------------------------------------------------
      * One AUDIT.LOG line per action, stamped with the operator -
      * the item and the loan it named go in the free-form detail.
       WriteUnappliedAuditEntry.
           move OA-ID to WS-AUDIT-EMP-ID
           move spaces to WS-AUDIT-DETAIL
           string "item " UA-ITEM-NUMBER " loan " UA-LOAN-NUMBER
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
