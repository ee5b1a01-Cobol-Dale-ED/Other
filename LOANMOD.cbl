      *     instead of resurrecting the old terms
      *   - audits the whole action to AUDIT.LOG
      * The loan master's in-use lock is held for the duration.
      *
      * A modification is under dual control. Keyed here, it is
      * edited exactly as before and then queued for approval
      * (APPRQUE.cbl) under the keying operator - nothing changes
      * yet. When a checker approves it in APPROVE.cbl, this program
      * is run against the queue item (APPROVAL_ITEM), re-edits it
      * against the loan as it stands then, and applies it. It
      * applies only an item APPROVE.cbl has released to the
      * signed-on operator as its checker (APPRQUE.cbl proves the
      * checker is not the maker and outranks them) - anything else
      * is refused with return code 16.
      *
      * A loan with unpaid periods still in a forbearance plan
      * (DEFERCHK.cbl) is refused, keyed or approved - the
      * re-amortization would lose the plan's deferred rows.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------

           COPY "file-lock.cpy".

      * The keying operator (OPERID.cbl) and the approval queue
      * the modification waits on.
           COPY "operator-area.cpy".
           COPY "approval-area.cpy".
           COPY "approval-record.cpy".
       01 WS-APPROVAL-ENV    pic x(8).
       01 WS-APPLYING-SW     pic x(1) value "N".
           88 WS-APPLYING     value "Y".
       01 WS-RATE-EDITED     pic 9.9999.

      * The engine re-amortizes the remainder - the same AMORTENG
      * the schedule came from.
           COPY "amort-engine.cpy".

      * Forbearance plans (DEFERCHK.cbl) - a remainder a plan still
      * covers is not re-amortized here.
           COPY "defer-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-MODHIST-STATUS  pic x(2).
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-APPROVAL-ENV
           accept WS-APPROVAL-ENV from environment "APPROVAL_ITEM"
           if WS-APPROVAL-ENV is numeric
                   and WS-APPROVAL-ENV not = "00000000"
               perform LoadApprovedItem
           else
               perform KeyModification
           end-if

           move "LOANMSTR" to FL-FILE-ID
           move "LOANMOD" to FL-HOLDER
               goback
           end-if

      *    The engine knows nothing of a plan's deferred periods -
      *    re-amortizing over them would wipe out the plan's rows
      *    while DEFERCHK still tells the collection runs they are
      *    not due. Checked when keyed and again when applied.
           move WS-WORK-LOAN to DF-LOAN-NUMBER
           compute DF-FROM-PERIOD = LM-PAID-THRU-PERIOD + 1
           move WS-OLD-TERM to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           if DF-PLAN-PERIODS > 0
               display "LOANMOD: loan " WS-WORK-LOAN " has "
                   DF-PLAN-PERIODS " unpaid period(s) in a "
                   "forbearance plan - modify it once they are "
                   "paid through. Nothing changed."
               close loan-master
               close sched-master
               perform FreeMasterLock
               move 8 to return-code
               goback
           end-if

      *    Keyed at the terminal, the edited modification waits on
      *    the approval queue - only approval applies it.
           if not WS-APPLYING
               perform QueueModification
               close loan-master
               close sched-master
               perform FreeMasterLock
               goback
           end-if

      *    The parm table loads BEFORE anything commits - if the
      *    file has outgrown it, the whole modification refuses
      *    rather than leaving a half-applied change or truncating
               WS-OLD-TERM " -> " WS-NEW-TERM
           goback.

      *-----------------------------------------------------------------
       KeyModification.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "LOANMOD: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           display "Effective date (YYYYMMDD): " with no advancing
           accept WS-EFFECTIVE-DATE
           display "New annual rate (0 to keep current): "
               with no advancing
           accept WS-NEW-RATE
           display "New term in months (0 to keep current): "
               with no advancing
           accept WS-NEW-TERM.

      * Run by APPROVE.cbl for an approved modification - the terms
      * come off the queue item instead of the keyboard, and only
      * when the item has been released to this operator as checker.
       LoadApprovedItem.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "LOANMOD: no valid operator - approval item "
                   WS-APPROVAL-ENV " not applied."
               move 16 to return-code
               goback
           end-if
           move WS-APPROVAL-ENV to AA-ITEM-NUMBER
           move OA-ID to AA-OPERATOR-ID
           set AA-FUNC-APPLY to true
           call "APPRQUE" using APPROVAL-AREA
           if not AA-OK
               evaluate AA-STATUS
                   when "94"
                       display "LOANMOD: approval item "
                           WS-APPROVAL-ENV " has not been released "
                           "by a checker - nothing applied."
                   when "95"
                       display "LOANMOD: operator " OA-ID
                           " is not a valid checker for approval "
                           "item " WS-APPROVAL-ENV
                           " - nothing applied."
                   when other
                       display "LOANMOD: approval item "
                           WS-APPROVAL-ENV " not found."
               end-evaluate
               move 16 to return-code
               goback
           end-if
           move AA-ITEM to APPROVAL-RECORD
           if not AQ-FN-LOANMOD
               display "LOANMOD: approval item " AQ-ITEM-NUMBER
                   " is not a modification."
               move 16 to return-code
               goback
           end-if
           set WS-APPLYING to true
           move AQ-KEY to WS-WORK-LOAN
           move AQ-MD-EFFECTIVE-DATE to WS-EFFECTIVE-DATE
           move AQ-MD-NEW-RATE to WS-NEW-RATE
           move AQ-MD-NEW-TERM to WS-NEW-TERM.

      * The edited terms go to the queue with the keying operator.
      * The zero "keep current" entries were already resolved to the
      * loan's own rate and term by the edits.
       QueueModification.
           move spaces to APPROVAL-RECORD
           set AQ-FN-LOANMOD to true
           move OA-ID to AQ-MAKER-ID
           move OA-LEVEL to AQ-MAKER-LEVEL
           move WS-WORK-LOAN to AQ-KEY
           move WS-BALANCE to AQ-AMOUNT
           move WS-EFFECTIVE-DATE to AQ-MD-EFFECTIVE-DATE
           move WS-NEW-RATE to AQ-MD-NEW-RATE
           move WS-NEW-TERM to AQ-MD-NEW-TERM
           move WS-NEW-RATE to WS-RATE-EDITED
           string "mod eff " WS-EFFECTIVE-DATE " rate "
               WS-RATE-EDITED " term " WS-NEW-TERM
               delimited by size into AQ-SUMMARY
           end-string

           set AA-FUNC-QUEUE to true
           move APPROVAL-RECORD to AA-ITEM
           call "APPRQUE" using APPROVAL-AREA
           if AA-OK
               display "LOANMOD: loan " WS-WORK-LOAN " modification "
                   "queued for approval as item " AA-ITEM-NUMBER
                   " - nothing changes until it is approved."
           else
               display "LOANMOD: modification could not be queued - "
                   "nothing changed."
               move 8 to return-code
           end-if.

       FreeMasterLock.
           move "LOANMSTR" to FL-FILE-ID
           set FL-FUNC-FREE to true
           move LM-ESCROW-AMOUNT to AE-IN-ESCROW
           move WS-EFFECTIVE-DATE to AE-IN-ORIG-DATE
           move 0 to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS
           move 0 to AE-IN-RATE-CHANGE-COUNT
           move "N" to AE-IN-RESUME-SW

