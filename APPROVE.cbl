      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPROVE.
      *-----------------------------------------------------------------
      * Dual-control approval - the checker's side of the approval
      * queue (APPROVAL-QUEUE.DAT, approval-record.cpy). Reversals
      * and curtailments keyed in PAYENTRY.cbl, modifications in
      * LOANMOD.cbl, bank-account changes in BANKMNT.cbl and escrow
      * disbursements in ESCDISB.cbl wait there, pending, under the
      * operator who keyed them. This program lists the pending
      * items with their age and lets the signed-on operator decide
      * them, one at a time:
      *   - nobody decides their own item, and the checker's
      *     OPERATORS.DAT level must be higher than the maker's
      *   - approve first rewrites the item "being applied" under
      *     the checker, then runs the originating program against
      *     it (published in the APPROVAL_ITEM environment variable,
      *     the way CONSOLE.cbl publishes CONSOLE_OPERATOR, which is
      *     set to the checker for the run) - it refuses anything
      *     not released to that checker, edits the item against
      *     the files as they stand now and applies it. Only when it
      *     applies cleanly is the item marked approved; otherwise
      *     it goes back to pending with the reason noted, for the
      *     checker to reject or retry
      *   - an item left "being applied" (the approval run stopped
      *     before the outcome was recorded) is never run again: a
      *     checker looks at whether it took effect and marks it
      *     approved or returns it to pending
      *   - reject records the checker's reason; nothing is applied
      * The checker is recorded on the item and on AUDIT.LOG with
      * the maker alongside (the maker's own line was written when
      * the item was queued). Launchable from CONSOLE.cbl.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select approval-queue
           assign to 'APPROVAL-QUEUE.DAT'
           organization is indexed
           access mode is dynamic
           record key is AQ-ITEM-NUMBER
           file status is WS-QUEUE-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd approval-queue
           data record is APPROVAL-RECORD.
           COPY "approval-record.cpy".

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

      * The checker (OPERID.cbl).
           COPY "operator-area.cpy".

       01 WS-QUEUE-STATUS    pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-QUEUE-EOF       pic x(1).
           88 WS-AT-QUEUE-EOF value "Y".

       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-TODAY           pic 9(8).
       01 WS-AGE-DAYS        pic 9(5).
       01 WS-PENDING-COUNT   pic 9(5).
       01 WS-WANT-ITEM       pic 9(8).
       01 WS-DECISION        pic x(1).
       01 WS-REJECT-REASON   pic x(30).
       01 WS-APPLY-RC        pic 9(4).
       01 WS-ITEM-TEXT       pic x(8).
       01 WS-MARK            pic x(10).
       01 WS-OPERATOR-TEXT   pic x(6).
       01 WS-AMOUNT-EDITED   pic $$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "APPROVE: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if
           move function current-date(1:8) to WS-TODAY

           perform until not WS-KEEP-RUNNING
               perform ListPendingItems
               if WS-PENDING-COUNT = 0
                   display "Nothing is waiting for approval."
                   move "N" to WS-CONTINUE-SW
               else
                   display "Item to decide (0 to finish): "
                       with no advancing
                   accept WS-WANT-ITEM
                   if WS-WANT-ITEM = 0
                       move "N" to WS-CONTINUE-SW
                   else
                       perform DecideOneItem
                   end-if
               end-if
           end-perform
           display "Approval queue - goodbye."
           goback.

      *-----------------------------------------------------------------
      * Every pending item, oldest first, and any left being applied.
      * Items this operator may not decide are marked - their own,
      * or keyed by an operator of the same or a higher level.
       ListPendingItems.
           move 0 to WS-PENDING-COUNT
           open input approval-queue
           if WS-QUEUE-STATUS not = "00"
               exit paragraph
           end-if
           display " "
           display "================================================"
           display " Pending approval - checker " OA-ID " (level "
               OA-LEVEL ")"
           display "================================================"
           move "N" to WS-QUEUE-EOF
           move 0 to AQ-ITEM-NUMBER
           start approval-queue key is greater than or equal to
                   AQ-ITEM-NUMBER
               invalid key
                   set WS-AT-QUEUE-EOF to true
           end-start
           perform until WS-AT-QUEUE-EOF
               read approval-queue next record
                   at end
                       set WS-AT-QUEUE-EOF to true
                   not at end
                       if AQ-PENDING or AQ-APPLYING
                           add 1 to WS-PENDING-COUNT
                           perform ShowPendingItem
                       end-if
               end-read
           end-perform
           close approval-queue.

       ShowPendingItem.
           compute WS-AGE-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(AQ-ENTERED-DATE)
           move AQ-AMOUNT to WS-AMOUNT-EDITED
           evaluate true
               when AQ-MAKER-ID = OA-ID
                   move "(yours)" to WS-MARK
               when AQ-MAKER-LEVEL not < OA-LEVEL
                   move "(level)" to WS-MARK
               when AQ-APPLYING
                   move "(in apply)" to WS-MARK
               when other
                   move spaces to WS-MARK
           end-evaluate
           display " " AQ-ITEM-NUMBER " " AQ-FUNCTION " " AQ-KEY
               " " WS-AMOUNT-EDITED " maker " AQ-MAKER-ID
               " " AQ-ENTERED-DATE " " WS-AGE-DAYS "d " WS-MARK
           display "          " AQ-SUMMARY.

      *-----------------------------------------------------------------
       DecideOneItem.
           open i-o approval-queue
           if WS-QUEUE-STATUS not = "00"
               display "APPROVE: unable to open APPROVAL-QUEUE.DAT ("
                   WS-QUEUE-STATUS ")"
               exit paragraph
           end-if
           move WS-WANT-ITEM to AQ-ITEM-NUMBER
           read approval-queue
               invalid key
                   display "No item " WS-WANT-ITEM " on the queue."
                   close approval-queue
                   exit paragraph
           end-read
           if not AQ-PENDING and not AQ-APPLYING
               display "Item " WS-WANT-ITEM " was already decided."
               close approval-queue
               exit paragraph
           end-if
           if AQ-MAKER-ID = OA-ID
               display "Item " WS-WANT-ITEM " was keyed by you - "
                   "another operator has to decide it."
               close approval-queue
               exit paragraph
           end-if
           if AQ-MAKER-LEVEL not < OA-LEVEL
               display "Item " WS-WANT-ITEM " was keyed at level "
                   AQ-MAKER-LEVEL " - it needs a checker above "
                   "that level."
               close approval-queue
               exit paragraph
           end-if

           if AQ-APPLYING
               perform ResolveInterruptedItem
               close approval-queue
               exit paragraph
           end-if

           display "A=Approve R=Reject (anything else leaves it "
               "pending): " with no advancing
           accept WS-DECISION
           evaluate WS-DECISION
               when "A"
                   perform ApproveItem
               when "R"
                   perform RejectItem
                   close approval-queue
               when other
                   display "Item " WS-WANT-ITEM " left pending."
                   close approval-queue
           end-evaluate.

      * The item is released to this checker before anything is
      * applied - from here it can only be applied by the run below,
      * and a run that dies leaves it "being applied", never pending.
      * The queue is closed while the originating program runs - it
      * reads the item back through APPRQUE.cbl.
       ApproveItem.
           set AQ-APPLYING to true
           move OA-ID to AQ-CHECKER-ID
           move OA-LEVEL to AQ-CHECKER-LEVEL
           move WS-TODAY to AQ-DECIDED-DATE
           move "being applied" to AQ-DECISION-NOTE
           rewrite APPROVAL-RECORD
               invalid key
                   display "APPROVE: item " WS-WANT-ITEM " could not "
                       "be released (" WS-QUEUE-STATUS ") - nothing "
                       "applied."
                   close approval-queue
                   exit paragraph
           end-rewrite
           close approval-queue

           move OA-ID to WS-OPERATOR-TEXT
           display "CONSOLE_OPERATOR" upon environment-name
           display WS-OPERATOR-TEXT upon environment-value
           move WS-WANT-ITEM to WS-ITEM-TEXT
           display "APPROVAL_ITEM" upon environment-name
           display WS-ITEM-TEXT upon environment-value
           move 0 to return-code
           evaluate true
               when AQ-FN-REVERSAL or AQ-FN-CURTAIL
                   call "PAYENTRY"
                   move return-code to WS-APPLY-RC
                   cancel "PAYENTRY"
               when AQ-FN-LOANMOD
                   call "LOANMOD"
                   move return-code to WS-APPLY-RC
                   cancel "LOANMOD"
               when AQ-FN-BANKMNT
                   call "BANKMNT"
                   move return-code to WS-APPLY-RC
                   cancel "BANKMNT"
               when AQ-FN-ESCDISB
                   call "ESCDISB"
                   move return-code to WS-APPLY-RC
                   cancel "ESCDISB"
               when other
                   move 16 to WS-APPLY-RC
           end-evaluate
           move 0 to return-code
           display "APPROVAL_ITEM" upon environment-name
           display "00000000" upon environment-value

           open i-o approval-queue
           if WS-QUEUE-STATUS not = "00"
               display "APPROVE: unable to reopen APPROVAL-QUEUE.DAT ("
                   WS-QUEUE-STATUS ") - item " WS-WANT-ITEM
                   " left being applied; confirm it from this list."
               exit paragraph
           end-if
           move WS-WANT-ITEM to AQ-ITEM-NUMBER
           read approval-queue
               invalid key
                   display "APPROVE: item " WS-WANT-ITEM " could not "
                       "be read back (" WS-QUEUE-STATUS ") - left "
                       "being applied; confirm it from this list."
                   close approval-queue
                   exit paragraph
           end-read
           move spaces to WS-AUDIT-DETAIL
           string "item " AQ-ITEM-NUMBER " maker " AQ-MAKER-ID
               delimited by size into WS-AUDIT-DETAIL
           end-string
           if WS-APPLY-RC = 0
               set AQ-APPROVED to true
               move "approved and applied" to AQ-DECISION-NOTE
               move "APPR-OK" to WS-AUDIT-ACTION
               display "Item " WS-WANT-ITEM " approved and applied."
           else
               set AQ-PENDING to true
               move 0 to AQ-CHECKER-ID
               move 0 to AQ-CHECKER-LEVEL
               move 0 to AQ-DECIDED-DATE
               move spaces to AQ-DECISION-NOTE
               string "not applied - return code " WS-APPLY-RC
                   delimited by size into AQ-DECISION-NOTE
               end-string
               move "APPR-FAIL" to WS-AUDIT-ACTION
               display "Item " WS-WANT-ITEM " could not be applied "
                   "(return code " WS-APPLY-RC ") - left pending."
           end-if
           rewrite APPROVAL-RECORD
           close approval-queue
           perform WriteApprovalAuditEntry.

      * An item the approval run left "being applied". Running it
      * again could apply it twice, so the checker settles it by
      * hand: it took effect (approved) or it did not (back to
      * pending, to be approved or rejected in the usual way).
       ResolveInterruptedItem.
           display "Item " WS-WANT-ITEM " was being applied by "
               "checker " AQ-CHECKER-ID " on " AQ-DECIDED-DATE
               " when the approval run stopped."
           display "Check whether the change took effect."
           display "C=It took effect, mark approved  P=It did not, "
               "return to pending (anything else leaves it): "
               with no advancing
           accept WS-DECISION
           move spaces to WS-AUDIT-DETAIL
           string "item " AQ-ITEM-NUMBER " maker " AQ-MAKER-ID
               delimited by size into WS-AUDIT-DETAIL
           end-string
           evaluate WS-DECISION
               when "C"
                   set AQ-APPROVED to true
                   move OA-ID to AQ-CHECKER-ID
                   move OA-LEVEL to AQ-CHECKER-LEVEL
                   move WS-TODAY to AQ-DECIDED-DATE
                   move "applied - confirmed by checker"
                       to AQ-DECISION-NOTE
                   move "APPR-OK" to WS-AUDIT-ACTION
                   display "Item " WS-WANT-ITEM " marked approved."
               when "P"
                   set AQ-PENDING to true
                   move 0 to AQ-CHECKER-ID
                   move 0 to AQ-CHECKER-LEVEL
                   move 0 to AQ-DECIDED-DATE
                   move "returned - not applied"
                       to AQ-DECISION-NOTE
                   move "APPR-FAIL" to WS-AUDIT-ACTION
                   display "Item " WS-WANT-ITEM " returned to pending."
               when other
                   display "Item " WS-WANT-ITEM " left as it is."
                   exit paragraph
           end-evaluate
           rewrite APPROVAL-RECORD
           perform WriteApprovalAuditEntry.

       RejectItem.
           display "Reason for rejecting: " with no advancing
           move spaces to WS-REJECT-REASON
           accept WS-REJECT-REASON
           if WS-REJECT-REASON = spaces
               move "rejected by checker" to WS-REJECT-REASON
           end-if
           set AQ-REJECTED to true
           move OA-ID to AQ-CHECKER-ID
           move OA-LEVEL to AQ-CHECKER-LEVEL
           move WS-TODAY to AQ-DECIDED-DATE
           move WS-REJECT-REASON to AQ-DECISION-NOTE
           rewrite APPROVAL-RECORD
           display "Item " WS-WANT-ITEM " rejected - nothing applied."
           move "APPR-REJ" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "item " AQ-ITEM-NUMBER " maker " AQ-MAKER-ID
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteApprovalAuditEntry.

      *-----------------------------------------------------------------
      * The checker's line - the maker is named in the detail.
       WriteApprovalAuditEntry.
           move OA-ID to WS-AUDIT-EMP-ID
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.
      *-----------------------------------------------------------------
