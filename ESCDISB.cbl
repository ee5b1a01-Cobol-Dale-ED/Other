      * spreadsheet error this file exists to retire. Each accepted
      * entry is audited to AUDIT.LOG the same way LOANMSTR.cbl
      * audits its maintenance actions.
      *
      * The same menu keeps each loan's escrow bill calendar
      * (ESCROW-BILLS.DAT, escrow-bill-record.cpy) - payee, type,
      * expected amount, next due date and how many months apart
      * the bills come - that ESCPAY.cbl's scheduled run pays from.
      * A bill is stopped rather than deleted, so its last payment
      * stays on record.
      *
      * A keyed disbursement is under dual control: once edited it
      * is queued for approval (APPRQUE.cbl) under the keying
      * operator rather than written. When a checker approves it in
      * APPROVE.cbl, this program is run against the queue item
      * (APPROVAL_ITEM) and records it on ESCROW-DISB.DAT - only an
      * item APPROVE.cbl has released to the signed-on operator as
      * its checker (APPRQUE.cbl proves the checker is not the maker
      * and outranks them); anything else is refused with return
      * code 16. The checker is named on the AUDIT.LOG line.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign to 'ESCROW-DISB.DAT'
           organization is line sequential
           file status is WS-DISB-STATUS.
       select escrow-bills
           assign to 'ESCROW-BILLS.DAT'
           organization is indexed
           access mode is dynamic
           record key is EB-KEY
           file status is WS-BILLS-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           data record is ED-RECORD.
           COPY "escrow-disb-record.cpy".

       fd escrow-bills
           data record is ESCROW-BILL-RECORD.
           COPY "escrow-bill-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * The keying operator (OPERID.cbl) and the approval queue
      * disbursements wait on.
           COPY "operator-area.cpy".
           COPY "approval-area.cpy".
           COPY "approval-record.cpy".
       01 WS-APPROVAL-ENV    pic x(8).
       01 WS-OPERATOR-SW     pic x(1) value "N".
           88 WS-OPERATOR-KNOWN value "Y".
       01 WS-TYPE-TEXT       pic x(9).

       01 WS-DISB-STATUS     pic x(2).
       01 WS-BILLS-STATUS    pic x(2).
       01 WS-BILLS-EOF       pic x(1).
           88 WS-AT-BILLS-EOF value "Y".
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-DISB-EOF        pic x(1).
       01 WS-LIST-TOTAL      pic 9(9)v99.
       01 WS-AMOUNT-EDITED   pic $$,$$$,$$9.99.

      * The calendar bill being keyed or changed.
       01 WS-WORK-SEQ        pic 9(2).
       01 WS-WORK-DUE-DATE   pic 9(8).
       01 WS-WORK-DUE-SPLIT redefines WS-WORK-DUE-DATE.
           05 WS-WORK-DUE-YEAR  pic 9(4).
           05 WS-WORK-DUE-MONTH pic 9(2).
           05 WS-WORK-DUE-DAY   pic 9(2).
       01 WS-WORK-FREQUENCY  pic 9(2).
       01 WS-BILL-FOUND-SW   pic x(1).
           88 WS-BILL-FOUND   value "Y".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-APPROVAL-ENV
           accept WS-APPROVAL-ENV from environment "APPROVAL_ITEM"
           if WS-APPROVAL-ENV is numeric
                   and WS-APPROVAL-ENV not = "00000000"
               perform RecordApprovedDisbursement
               goback
           end-if

           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
               perform GetMenuChoice
           display "================================================"
           display " Escrow Disbursement Entry (ESCROW-DISB.DAT)"
           display "================================================"
           display " 1. Record a disbursement (approval)"
           display " 2. List a loan's disbursements"
           display " 3. Add a bill to a loan's calendar"
           display " 4. Change a calendar bill"
           display " 5. List a loan's bill calendar"
           display " 6. Stop a calendar bill"
           display " 0. Exit"
           display " ".

                   perform RecordDisbursement
               when 2
                   perform ListLoanDisbursements
               when 3
                   perform AddCalendarBill
               when 4
                   perform ChangeCalendarBill
               when 5
                   perform ListBillCalendar
               when 6
                   perform StopCalendarBill
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-6."
           end-evaluate.

      *-----------------------------------------------------------------
      * Keys one disbursement, validates it and queues it for
      * approval - it is appended and audited once approved.
       RecordDisbursement.
           if not WS-OPERATOR-KNOWN
               call "OPERID" using OPERATOR-AREA
               if not OA-OK
                   display "No valid operator - disbursement not "
                       "recorded."
                   exit paragraph
               end-if
               set WS-OPERATOR-KNOWN to true
           end-if
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           perform CheckLoanExists
               accept WS-WORK-AMOUNT
           end-perform

           perform QueueDisbursement.

      *-----------------------------------------------------------------
       QueueDisbursement.
           move spaces to APPROVAL-RECORD
           set AQ-FN-ESCDISB to true
           move OA-ID to AQ-MAKER-ID
           move OA-LEVEL to AQ-MAKER-LEVEL
           move WS-WORK-LOAN to AQ-KEY
           move WS-WORK-AMOUNT to AQ-AMOUNT
           move WS-WORK-DATE to AQ-ED-DATE
           move WS-WORK-TYPE to AQ-ED-TYPE
           move WS-WORK-PAYEE to AQ-ED-PAYEE
           if WS-WORK-TYPE = "T"
               move "tax" to WS-TYPE-TEXT
           else
               move "insurance" to WS-TYPE-TEXT
           end-if
           string WS-TYPE-TEXT delimited by space
               " to " WS-WORK-PAYEE
               delimited by size into AQ-SUMMARY
           end-string

           set AA-FUNC-QUEUE to true
           move APPROVAL-RECORD to AA-ITEM
           call "APPRQUE" using APPROVAL-AREA
           if AA-OK
               display "Disbursement of " WS-WORK-AMOUNT
                   " against loan " WS-WORK-LOAN " queued for "
                   "approval as item " AA-ITEM-NUMBER
           else
               display "Disbursement could not be queued - not "
                   "recorded."
           end-if.

      * Run by APPROVE.cbl for an approved disbursement. The loan is
      * checked again - it may have left the master since it was
      * keyed.
       RecordApprovedDisbursement.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "ESCDISB: no valid operator - approval item "
                   WS-APPROVAL-ENV " not recorded."
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
                       display "ESCDISB: approval item "
                           WS-APPROVAL-ENV " has not been released "
                           "by a checker - nothing recorded."
                   when "95"
                       display "ESCDISB: operator " OA-ID
                           " is not a valid checker for approval "
                           "item " WS-APPROVAL-ENV
                           " - nothing recorded."
                   when other
                       display "ESCDISB: approval item "
                           WS-APPROVAL-ENV " not found."
               end-evaluate
               move 16 to return-code
               exit paragraph
           end-if
           move AA-ITEM to APPROVAL-RECORD
           if not AQ-FN-ESCDISB
               display "ESCDISB: approval item " AQ-ITEM-NUMBER
                   " is not an escrow disbursement."
               move 16 to return-code
               exit paragraph
           end-if
           move AQ-KEY to WS-WORK-LOAN
           move AQ-ED-DATE to WS-WORK-DATE
           move AQ-ED-TYPE to WS-WORK-TYPE
           move AQ-ED-PAYEE to WS-WORK-PAYEE
           move AQ-AMOUNT to WS-WORK-AMOUNT
           perform CheckLoanExists
           if not WS-LOAN-FOUND
               display "ESCDISB: loan " WS-WORK-LOAN " is no longer "
                   "on LOAN-MASTER.DAT - disbursement not recorded."
               move 8 to return-code
               exit paragraph
           end-if
           perform AppendDisbursement
           display "Recorded disbursement of " WS-WORK-AMOUNT
               " against loan " WS-WORK-LOAN
           display "  " WS-LIST-COUNT " disbursement(s), total "
               WS-AMOUNT-EDITED.

      *-----------------------------------------------------------------
      * Adds a bill to the loan's calendar under the next free
      * sequence number. The due day of the first due date is the
      * anchor every later due date is rolled from.
       AddCalendarBill.
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           perform CheckLoanExists
           if not WS-LOAN-FOUND
               display "Loan " WS-WORK-LOAN " is not on "
                   "LOAN-MASTER.DAT - bill not added."
               exit paragraph
           end-if
           perform OpenBillCalendar
           if WS-BILLS-STATUS not = "00"
               exit paragraph
           end-if

      *    Next sequence: one past the loan's highest.
           move 0 to WS-WORK-SEQ
           move "N" to WS-BILLS-EOF
           move WS-WORK-LOAN to EB-LOAN-NUMBER
           move 0 to EB-BILL-SEQ
           start escrow-bills key is greater than or equal to EB-KEY
               invalid key
                   set WS-AT-BILLS-EOF to true
           end-start
           perform until WS-AT-BILLS-EOF
               read escrow-bills next record
                   at end
                       set WS-AT-BILLS-EOF to true
                   not at end
                       if EB-LOAN-NUMBER not = WS-WORK-LOAN
                           set WS-AT-BILLS-EOF to true
                       else
                           move EB-BILL-SEQ to WS-WORK-SEQ
                       end-if
               end-read
           end-perform
           if WS-WORK-SEQ = 99
               display "Loan " WS-WORK-LOAN " already has 99 "
                   "calendar bills - stop one first."
               close escrow-bills
               exit paragraph
           end-if
           add 1 to WS-WORK-SEQ

           move spaces to ESCROW-BILL-RECORD
           move WS-WORK-LOAN to EB-LOAN-NUMBER
           move WS-WORK-SEQ to EB-BILL-SEQ
           display "Type T=Tax I=Insurance: " with no advancing
           accept EB-TYPE
           perform until EB-VALID-TYPE
               display "Enter T or I."
               display "Type T=Tax I=Insurance: " with no advancing
               accept EB-TYPE
           end-perform
           display "Payee: " with no advancing
           accept EB-PAYEE
           perform GetBillTerms
           move WS-WORK-AMOUNT to EB-AMOUNT
           move WS-WORK-DUE-DATE to EB-NEXT-DUE-DATE
           move WS-WORK-DUE-DATE(7:2) to EB-DUE-DAY
           move WS-WORK-FREQUENCY to EB-FREQUENCY
           set EB-ACTIVE to true
           move 0 to EB-LAST-PAID-DATE
           move 0 to EB-LAST-CHECK
           write ESCROW-BILL-RECORD
           close escrow-bills
           display "Bill " WS-WORK-SEQ " added to loan "
               WS-WORK-LOAN "'s calendar."
           move "ESCR-BILL" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " bill " WS-WORK-SEQ
               " added"
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditRecord.

      * Reprices or reschedules an active bill - a new tax bill
      * amount, a new carrier, a changed due date.
       ChangeCalendarBill.
           perform FindCalendarBill
           if not WS-BILL-FOUND
               exit paragraph
           end-if
           move EB-AMOUNT to WS-AMOUNT-EDITED
           display "  Payee " EB-PAYEE " amount " WS-AMOUNT-EDITED
               " next due " EB-NEXT-DUE-DATE " every " EB-FREQUENCY
               " month(s)"
           display "Payee (blank keeps): " with no advancing
           move spaces to WS-WORK-PAYEE
           accept WS-WORK-PAYEE
           if WS-WORK-PAYEE not = spaces
               move WS-WORK-PAYEE to EB-PAYEE
           end-if
           perform GetBillTerms
           move WS-WORK-AMOUNT to EB-AMOUNT
           move WS-WORK-DUE-DATE to EB-NEXT-DUE-DATE
           move WS-WORK-DUE-DATE(7:2) to EB-DUE-DAY
           move WS-WORK-FREQUENCY to EB-FREQUENCY
           rewrite ESCROW-BILL-RECORD
           close escrow-bills
           display "Bill " EB-BILL-SEQ " on loan " EB-LOAN-NUMBER
               " changed."
           move "ESCR-BILL" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " EB-LOAN-NUMBER " bill " EB-BILL-SEQ
               " changed"
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditRecord.

       StopCalendarBill.
           perform FindCalendarBill
           if not WS-BILL-FOUND
               exit paragraph
           end-if
           set EB-STOPPED to true
           rewrite ESCROW-BILL-RECORD
           close escrow-bills
           display "Bill " EB-BILL-SEQ " on loan " EB-LOAN-NUMBER
               " stopped - no further payments will be made."
           move "ESCR-BILL" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " EB-LOAN-NUMBER " bill " EB-BILL-SEQ
               " stopped"
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditRecord.

      * Reads an active bill for change or stop, leaving the
      * calendar open for the rewrite.
       FindCalendarBill.
           move "N" to WS-BILL-FOUND-SW
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           display "Bill number: " with no advancing
           accept WS-WORK-SEQ
           perform OpenBillCalendar
           if WS-BILLS-STATUS not = "00"
               exit paragraph
           end-if
           move WS-WORK-LOAN to EB-LOAN-NUMBER
           move WS-WORK-SEQ to EB-BILL-SEQ
           read escrow-bills
               invalid key
                   display "No bill " WS-WORK-SEQ " on loan "
                       WS-WORK-LOAN "'s calendar."
                   close escrow-bills
                   exit paragraph
           end-read
           if not EB-ACTIVE
               display "Bill " WS-WORK-SEQ " on loan " WS-WORK-LOAN
                   " is already stopped."
               close escrow-bills
               exit paragraph
           end-if
           perform CheckLoanExists
           set WS-BILL-FOUND to true.

       GetBillTerms.
           display "Expected amount: " with no advancing
           accept WS-WORK-AMOUNT
           perform until WS-WORK-AMOUNT > 0
               display "Amount must be greater than zero."
               display "Expected amount: " with no advancing
               accept WS-WORK-AMOUNT
           end-perform
           display "Next due date (YYYYMMDD): " with no advancing
           accept WS-WORK-DUE-DATE
           perform until WS-WORK-DUE-MONTH >= 1
                   and WS-WORK-DUE-MONTH <= 12
                   and WS-WORK-DUE-DAY >= 1 and WS-WORK-DUE-DAY <= 31
               display "Not a valid date."
               display "Next due date (YYYYMMDD): " with no advancing
               accept WS-WORK-DUE-DATE
           end-perform
           display "Months between bills (12 annual, 6 semiannual, "
               "0 one-time): " with no advancing
           accept WS-WORK-FREQUENCY.

       ListBillCalendar.
           display "Loan number (8 digits): " with no advancing
           accept WS-LIST-LOAN
           open input escrow-bills
           if WS-BILLS-STATUS not = "00"
               display "No bill calendar on file ("
                   WS-BILLS-STATUS ")."
               exit paragraph
           end-if
           move 0 to WS-LIST-COUNT
           move "N" to WS-BILLS-EOF
           move WS-LIST-LOAN to EB-LOAN-NUMBER
           move 0 to EB-BILL-SEQ
           start escrow-bills key is greater than or equal to EB-KEY
               invalid key
                   set WS-AT-BILLS-EOF to true
           end-start
           perform until WS-AT-BILLS-EOF
               read escrow-bills next record
                   at end
                       set WS-AT-BILLS-EOF to true
                   not at end
                       if EB-LOAN-NUMBER not = WS-LIST-LOAN
                           set WS-AT-BILLS-EOF to true
                       else
                           add 1 to WS-LIST-COUNT
                           move EB-AMOUNT to WS-AMOUNT-EDITED
                           display "  " EB-BILL-SEQ " " EB-TYPE " "
                               EB-PAYEE " " WS-AMOUNT-EDITED
                               " due " EB-NEXT-DUE-DATE " every "
                               EB-FREQUENCY " " EB-STATUS
                               " last paid " EB-LAST-PAID-DATE
                       end-if
               end-read
           end-perform
           close escrow-bills
           display "  " WS-LIST-COUNT " calendar bill(s).".

      * First use creates the calendar file.
       OpenBillCalendar.
           open i-o escrow-bills
           if WS-BILLS-STATUS = "35"
               open output escrow-bills
               close escrow-bills
               open i-o escrow-bills
           end-if
           if WS-BILLS-STATUS not = "00"
               display "ESCDISB: unable to open ESCROW-BILLS.DAT ("
                   WS-BILLS-STATUS ")"
           end-if.

      *-----------------------------------------------------------------
      * Confirms the loan is on the master - the borrower's EMP-ID is
      * kept for the audit entry's employee field.
      * Appends one line to AUDIT.LOG per recorded disbursement, the
      * same shared layout and open-extend/status-35 fallback the
      * other maintainers of that file use.
      * Only an approved disbursement is recorded, so the line names
      * the checker who released it (the maker's line was written
      * when it was queued); the date is on the ESCROW-DISB.DAT
      * record itself.
       WriteDisbAuditEntry.
           move "ESCR-DISB" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " " WS-WORK-TYPE
               " checker " AQ-CHECKER-ID
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditRecord.

       WriteAuditRecord.
           move WS-BORROWER-EMP-ID to WS-AUDIT-EMP-ID
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
