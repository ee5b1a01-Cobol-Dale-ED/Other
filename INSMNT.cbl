      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. INSMNT.
      *-----------------------------------------------------------------
      * Hazard insurance policy maintenance. Adds, updates, deletes
      * and inquires on INSURANCE.DAT (insurance-policy-record.cpy,
      * indexed on loan number) - carrier, policy number, coverage
      * amount, effective and expiration dates and the agent's
      * phone - the same maintenance pattern BANKMNT.cbl uses, audit
      * entry per action included. An add validates the loan is on
      * LOAN-MASTER.DAT. A renewal is an update with the new term;
      * updating the expiration date clears the last proof-of-
      * coverage request so INSCHK.cbl starts afresh.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select insurance-file
           assign to 'INSURANCE.DAT'
           organization is indexed
           access mode is dynamic
           record key is IP-LOAN-NUMBER
           file status is WS-INSURANCE-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd insurance-file
           data record is INSURANCE-POLICY-RECORD.
           COPY "insurance-policy-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

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

       01 WS-INSURANCE-STATUS pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).

       01 WS-MENU-CHOICE     pic 9 value 0.
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-WORK-LOAN       pic 9(8) value 0.
       01 WS-LOAN-FOUND-SW   pic x(1).
           88 WS-LOAN-FOUND   value "Y".
       01 WS-BORROWER-EMP-ID pic 9(6) value 0.
       01 WS-OLD-EXPIRATION  pic 9(8).
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           perform OpenInsuranceFile
           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
               perform GetMenuChoice
               perform ProcessMenuChoice
           end-perform
           close insurance-file
           display "Insurance policy maintenance - goodbye."
           goback.

       OpenInsuranceFile.
           open i-o insurance-file
           if WS-INSURANCE-STATUS = "35"
               open output insurance-file
               close insurance-file
               open i-o insurance-file
           end-if
           if WS-INSURANCE-STATUS not = "00"
               display "INSMNT: unable to open INSURANCE.DAT ("
                   WS-INSURANCE-STATUS ")"
               move 16 to return-code
               goback
           end-if.

       DisplayMenu.
           display " "
           display "================================================"
           display " Hazard Insurance Maintenance (INSURANCE.DAT)"
           display "================================================"
           display " 1. Add a loan's policy"
           display " 2. Update or renew a policy"
           display " 3. Delete a policy"
           display " 4. Inquire"
           display " 0. Exit"
           display " ".

       GetMenuChoice.
           display "Enter selection: " with no advancing
           accept WS-MENU-CHOICE.

       ProcessMenuChoice.
           evaluate WS-MENU-CHOICE
               when 1
                   perform AddPolicy
               when 2
                   perform UpdatePolicy
               when 3
                   perform DeletePolicy
               when 4
                   perform InquirePolicy
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-4."
           end-evaluate.

      *-----------------------------------------------------------------
       AddPolicy.
           perform GetLoanNumber
           move WS-WORK-LOAN to IP-LOAN-NUMBER
           read insurance-file
               invalid key
                   continue
               not invalid key
                   display "Loan " WS-WORK-LOAN " already has a "
                       "policy on file - use update instead."
                   exit paragraph
           end-read
           perform CheckLoanExists
           if not WS-LOAN-FOUND
               display "Loan " WS-WORK-LOAN " is not on "
                   "LOAN-MASTER.DAT - policy not added."
               exit paragraph
           end-if

           move spaces to INSURANCE-POLICY-RECORD
           move WS-WORK-LOAN to IP-LOAN-NUMBER
           perform GetPolicyDetails
           move 0 to IP-LAST-REQUEST-DATE
           write INSURANCE-POLICY-RECORD
               invalid key
                   display "INSMNT: write failed ("
                       WS-INSURANCE-STATUS ")"
               not invalid key
                   display "Added policy for loan " WS-WORK-LOAN
                   move "INS-ADD" to WS-AUDIT-ACTION
                   perform WritePolicyAuditEntry
           end-write.

       UpdatePolicy.
           perform GetLoanNumber
           move WS-WORK-LOAN to IP-LOAN-NUMBER
           read insurance-file
               invalid key
                   display "No policy on file for loan "
                       WS-WORK-LOAN "."
               not invalid key
                   perform CheckLoanExists
                   move IP-EXPIRATION-DATE to WS-OLD-EXPIRATION
                   perform GetPolicyDetails
                   if IP-EXPIRATION-DATE not = WS-OLD-EXPIRATION
                       move 0 to IP-LAST-REQUEST-DATE
                   end-if
                   rewrite INSURANCE-POLICY-RECORD
                   display "Updated policy for loan " WS-WORK-LOAN
                   move "INS-UPD" to WS-AUDIT-ACTION
                   perform WritePolicyAuditEntry
           end-read.

       DeletePolicy.
           perform GetLoanNumber
           perform CheckLoanExists
           move WS-WORK-LOAN to IP-LOAN-NUMBER
           delete insurance-file
               invalid key
                   display "No policy on file for loan "
                       WS-WORK-LOAN "."
               not invalid key
                   display "Deleted policy for loan " WS-WORK-LOAN
                   move "INS-DEL" to WS-AUDIT-ACTION
                   perform WritePolicyAuditEntry
           end-delete.

       InquirePolicy.
           perform GetLoanNumber
           move WS-WORK-LOAN to IP-LOAN-NUMBER
           read insurance-file
               invalid key
                   display "No policy on file for loan "
                       WS-WORK-LOAN "."
               not invalid key
                   move IP-COVERAGE to WS-AMOUNT-EDITED
                   display "Carrier:          " IP-CARRIER
                   display "Policy number:    " IP-POLICY-NUMBER
                   display "Coverage:         " WS-AMOUNT-EDITED
                   display "Effective:        " IP-EFFECTIVE-DATE
                   display "Expires:          " IP-EXPIRATION-DATE
                   display "Agent phone:      " IP-AGENT-PHONE
                   display "Last proof asked: " IP-LAST-REQUEST-DATE
           end-read.

      *-----------------------------------------------------------------
       GetLoanNumber.
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           perform until WS-WORK-LOAN > 0
               display "Loan number must be greater than zero."
               display "Loan number (8 digits): " with no advancing
               accept WS-WORK-LOAN
           end-perform.

       GetPolicyDetails.
           display "Carrier: " with no advancing
           accept IP-CARRIER
           perform until IP-CARRIER not = spaces
               display "Carrier cannot be blank."
               display "Carrier: " with no advancing
               accept IP-CARRIER
           end-perform
           display "Policy number: " with no advancing
           accept IP-POLICY-NUMBER
           perform until IP-POLICY-NUMBER not = spaces
               display "Policy number cannot be blank."
               display "Policy number: " with no advancing
               accept IP-POLICY-NUMBER
           end-perform
           display "Coverage amount: " with no advancing
           accept IP-COVERAGE
           perform until IP-COVERAGE > 0
               display "Coverage must be greater than zero."
               display "Coverage amount: " with no advancing
               accept IP-COVERAGE
           end-perform
           display "Effective date (YYYYMMDD): " with no advancing
           accept IP-EFFECTIVE-DATE
           display "Expiration date (YYYYMMDD): " with no advancing
           accept IP-EXPIRATION-DATE
           perform until IP-EXPIRATION-DATE > IP-EFFECTIVE-DATE
               display "Expiration must be after the effective date."
               display "Expiration date (YYYYMMDD): "
                   with no advancing
               accept IP-EXPIRATION-DATE
           end-perform
           display "Agent phone (10 digits, blank if none): "
               with no advancing
           accept IP-AGENT-PHONE.

      * The loan must be on the master; the borrower's EMP-ID is
      * kept for the audit entry's employee field.
       CheckLoanExists.
           move "N" to WS-LOAN-FOUND-SW
           move 0 to WS-BORROWER-EMP-ID
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "INSMNT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ") - loan cannot be verified."
               exit paragraph
           end-if
           move WS-WORK-LOAN to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   continue
               not invalid key
                   set WS-LOAN-FOUND to true
                   move LM-EMP-ID to WS-BORROWER-EMP-ID
           end-read
           close loan-master.

      *-----------------------------------------------------------------
       WritePolicyAuditEntry.
           move WS-BORROWER-EMP-ID to WS-AUDIT-EMP-ID
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " hazard policy"
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
