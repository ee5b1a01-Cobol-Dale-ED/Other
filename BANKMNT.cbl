      * the wrong bank. An add validates the employee is active on
      * person.dat; a delete just means the employee goes back to a
      * printed check on the register.
      *
      * Adds, updates and deletes are under dual control: keyed
      * here and edited, they are queued for approval (APPRQUE.cbl)
      * under the keying operator and BANK-INFO.DAT is left as it
      * was. When a checker approves one in APPROVE.cbl, this
      * program is run against the queue item (APPROVAL_ITEM) and
      * applies it - only an item APPROVE.cbl has released to the
      * signed-on operator as its checker (APPRQUE.cbl proves the
      * checker is not the maker and outranks them); anything else
      * is refused with return code 16. Inquiry is unchanged.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * The keying operator (OPERID.cbl) and the approval queue
      * changes wait on.
           COPY "operator-area.cpy".
           COPY "approval-area.cpy".
           COPY "approval-record.cpy".
       01 WS-APPROVAL-ENV    pic x(8).

       01 WS-BANK-STATUS     pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-WORK-EMP-ID     pic 9(6) value 0.
       01 WS-QUEUE-ACTION    pic x(1).
       01 WS-EMP-FOUND-SW    pic x(1).
           88 WS-EMP-FOUND    value "Y".

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-APPROVAL-ENV
           accept WS-APPROVAL-ENV from environment "APPROVAL_ITEM"
           if WS-APPROVAL-ENV is numeric
                   and WS-APPROVAL-ENV not = "00000000"
               perform ApplyApprovedChange
               goback
           end-if

           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "BANKMNT: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if
           perform OpenBankInfo
           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
           display "================================================"
           display " Direct-Deposit Maintenance (BANK-INFO.DAT)"
           display "================================================"
           display " 1. Add an employee's bank details (approval)"
           display " 2. Update bank details (approval)"
           display " 3. Delete bank details (approval)"
           display " 4. Inquire"
           display " 0. Exit"
           display " ".

           move WS-WORK-EMP-ID to BI-EMP-ID
           perform GetBankDetails
           move "A" to WS-QUEUE-ACTION
           perform QueueBankChange.

       UpdateBankInfo.
           perform GetEmpId
                       WS-WORK-EMP-ID "."
               not invalid key
                   perform GetBankDetails
                   move "U" to WS-QUEUE-ACTION
                   perform QueueBankChange
           end-read.

       DeleteBankInfo.
           perform GetEmpId
           move WS-WORK-EMP-ID to BI-EMP-ID
           read bank-info
               invalid key
                   display "No bank details for employee "
                       WS-WORK-EMP-ID "."
               not invalid key
                   move "D" to WS-QUEUE-ACTION
                   perform QueueBankChange
           end-read.

      *-----------------------------------------------------------------
      * The keyed change goes to the approval queue with the keying
      * operator; BANK-INFO.DAT is not touched until it is approved.
      * WS-QUEUE-ACTION (A, U or D) is set by the caller.
       QueueBankChange.
           move spaces to APPROVAL-RECORD
           set AQ-FN-BANKMNT to true
           move WS-QUEUE-ACTION to AQ-BK-ACTION
           move OA-ID to AQ-MAKER-ID
           move OA-LEVEL to AQ-MAKER-LEVEL
           move WS-WORK-EMP-ID to AQ-KEY
           move 0 to AQ-AMOUNT
           move BI-ROUTING to AQ-BK-ROUTING
           move BI-ACCOUNT to AQ-BK-ACCOUNT
           move BI-ACCOUNT-TYPE to AQ-BK-TYPE
           evaluate true
               when AQ-BK-ADD
                   string "add bank details routing " BI-ROUTING
                       delimited by size into AQ-SUMMARY
                   end-string
               when AQ-BK-UPDATE
                   string "change bank details routing " BI-ROUTING
                       delimited by size into AQ-SUMMARY
                   end-string
               when other
                   move "delete bank details - back to checks"
                       to AQ-SUMMARY
           end-evaluate

           set AA-FUNC-QUEUE to true
           move APPROVAL-RECORD to AA-ITEM
           call "APPRQUE" using APPROVAL-AREA
           if AA-OK
               display "Change for employee " WS-WORK-EMP-ID
                   " queued for approval as item " AA-ITEM-NUMBER
                   " - BANK-INFO.DAT unchanged until approved."
           else
               display "Change could not be queued - nothing "
                   "changed."
           end-if.

      * Run by APPROVE.cbl for an approved change - applied as the
      * maintenance options used to apply it directly. The record
      * may have changed since the item was keyed, so an add that
      * now finds details on file, or an update or delete that
      * finds none, is refused.
       ApplyApprovedChange.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "BANKMNT: no valid operator - approval item "
                   WS-APPROVAL-ENV " not applied."
               move 16 to return-code
               exit paragraph
           end-if
           move WS-APPROVAL-ENV to AA-ITEM-NUMBER
           move OA-ID to AA-OPERATOR-ID
           set AA-FUNC-APPLY to true
           call "APPRQUE" using APPROVAL-AREA
           if not AA-OK
               evaluate AA-STATUS
                   when "94"
                       display "BANKMNT: approval item "
                           WS-APPROVAL-ENV " has not been released "
                           "by a checker - nothing applied."
                   when "95"
                       display "BANKMNT: operator " OA-ID
                           " is not a valid checker for approval "
                           "item " WS-APPROVAL-ENV
                           " - nothing applied."
                   when other
                       display "BANKMNT: approval item "
                           WS-APPROVAL-ENV " not found."
               end-evaluate
               move 16 to return-code
               exit paragraph
           end-if
           move AA-ITEM to APPROVAL-RECORD
           if not AQ-FN-BANKMNT
               display "BANKMNT: approval item " AQ-ITEM-NUMBER
                   " is not a bank-details change."
               move 16 to return-code
               exit paragraph
           end-if

           perform OpenBankInfo
           move AQ-KEY to WS-WORK-EMP-ID
           move AQ-KEY to BI-EMP-ID
           evaluate true
               when AQ-BK-ADD
                   move AQ-BK-ROUTING to BI-ROUTING
                   move AQ-BK-ACCOUNT to BI-ACCOUNT
                   move AQ-BK-TYPE to BI-ACCOUNT-TYPE
                   write BANK-INFO-RECORD
                       invalid key
                           display "BANKMNT: employee " WS-WORK-EMP-ID
                               " already has bank details - add not "
                               "applied."
                           move 8 to return-code
                       not invalid key
                           display "Added bank details for employee "
                               WS-WORK-EMP-ID
                           move "BANK-ADD" to WS-AUDIT-ACTION
                           perform WriteBankAuditEntry
                   end-write
               when AQ-BK-UPDATE
                   read bank-info
                       invalid key
                           display "BANKMNT: no bank details for "
                               "employee " WS-WORK-EMP-ID
                               " - update not applied."
                           move 8 to return-code
                       not invalid key
                           move AQ-BK-ROUTING to BI-ROUTING
                           move AQ-BK-ACCOUNT to BI-ACCOUNT
                           move AQ-BK-TYPE to BI-ACCOUNT-TYPE
                           rewrite BANK-INFO-RECORD
                           display "Updated bank details for "
                               "employee " WS-WORK-EMP-ID
                           move "BANK-UPD" to WS-AUDIT-ACTION
                           perform WriteBankAuditEntry
                   end-read
               when AQ-BK-DELETE
                   delete bank-info
                       invalid key
                           display "BANKMNT: no bank details for "
                               "employee " WS-WORK-EMP-ID
                               " - delete not applied."
                           move 8 to return-code
                       not invalid key
                           display "Deleted bank details for "
                               "employee " WS-WORK-EMP-ID
                               " - next run pays by check."
                           move "BANK-DEL" to WS-AUDIT-ACTION
                           perform WriteBankAuditEntry
                   end-delete
           end-evaluate
           close bank-info.

       InquireBankInfo.
           perform GetEmpId
