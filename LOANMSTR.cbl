      *
      * An add validates that the borrower's EMP-ID exists and is
      * active on person.dat before the loan is written, so a loan can
      * never point at an employee we don't have, and refuses a loan
      * number LOANARCH.cbl has archived (LOAN-TOMBSTONE.DAT) - those
      * numbers are retired for good. A close just flips
      * LM-STATUS rather than deleting - a paid-off or closed loan's
      * history still has to be answerable next month.
      *-----------------------------------------------------------------
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
      * Numbers of archived loans - never to be added again.
       select tombstone-file
           assign to 'LOAN-TOMBSTONE.DAT'
           organization is indexed
           access mode is dynamic
           record key is TB-LOAN-NUMBER
           file status is WS-TOMB-STATUS.
      * Forward-recovery journal - a before/after image per write or
      * rewrite of the master, replayed by LOANRCVR.cbl over a
      * LOANRELD reload after a crash.
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd tombstone-file
           data record is TOMBSTONE-RECORD.
           COPY "loan-tombstone-record.cpy".

       fd loan-journal
           data record is LJ-RECORD.
           COPY "loan-journal-record.cpy".
                         LM-PAID-OFF        BY WS-LM-PAID-OFF
                         LM-DELINQUENT      BY WS-LM-DELINQUENT
                         LM-CLOSED          BY WS-LM-CLOSED
                         LM-CHARGED-OFF     BY WS-LM-CHARGED-OFF
                         LM-REFINANCED      BY WS-LM-REFINANCED
                         LM-PAID-THRU-PERIOD BY WS-LM-PAID-THRU-PERIOD
                         LM-PAID-THRU-DATE  BY WS-LM-PAID-THRU-DATE
                         LM-CARRY-AMOUNT    BY WS-LM-CARRY-AMOUNT
                         LM-AUTOPAY-ON      BY WS-LM-AUTOPAY-ON
                         LM-BANK-ROUTING    BY WS-LM-BANK-ROUTING
                         LM-BANK-ACCOUNT    BY WS-LM-BANK-ACCOUNT
                         LM-BANK-ACCOUNT-TYPE
                                            BY WS-LM-BANK-ACCOUNT-TYPE
                         LM-BANK-CHECKING   BY WS-LM-BANK-CHECKING
                         LM-BANK-SAVINGS    BY WS-LM-BANK-SAVINGS
                         LM-BILLING         BY WS-LM-BILLING
                         LM-BILL-PAYROLL    BY WS-LM-BILL-PAYROLL
                         LM-BILL-DIRECT     BY WS-LM-BILL-DIRECT
                         LM-SCHED-STALE-SW  BY WS-LM-SCHED-STALE-SW
                         LM-SCHED-STALE     BY WS-LM-SCHED-STALE
                         LM-CHGOFF-SW       BY WS-LM-CHGOFF-SW
                         LM-CHGOFF-FLAGGED  BY WS-LM-CHGOFF-FLAGGED.

      * Working copy of the audit record built before each
      * WRITE-AUDIT-ENTRY, same as Hello-World.cbl's.
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-BORR-FOUND   value "Y".
       01 WS-TOMB-STATUS     pic x(2).
       01 WS-ARCHIVED-SW     pic x(1).
           88 WS-LOAN-ARCHIVED value "Y".

       01 WS-MENU-CHOICE     pic 9 value 0.
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           display " 3. Close a loan (paid off / closed)"
           display " 4. Inquire on a loan"
           display " 5. Autopay (ACH) enrollment"
           display " 6. Flag / unflag a loan for charge-off"
           display " 0. Exit"
           display " ".

                   perform InquireLoan
               when 5
                   perform EnrollAutopay
               when 6
                   perform FlagChargeOff
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-6."
           end-evaluate.

      *-----------------------------------------------------------------
                       " already exists - use update instead."
                   exit paragraph
           end-read
           perform CheckLoanArchived
           if WS-LOAN-ARCHIVED
               display "Loan " WS-WORK-LOAN-NUMBER
                   " was archived on " TB-ARCHIVE-DATE
                   " - the number cannot be reused."
               exit paragraph
           end-if

           move WS-WORK-LOAN-NUMBER to WS-LM-LOAN-NUMBER

           move "N" to WS-LM-AUTOPAY-SW
           move 0 to WS-LM-BANK-ROUTING
           move spaces to WS-LM-BANK-ACCOUNT
           move spaces to WS-LM-BANK-ACCOUNT-TYPE
           move "P" to WS-LM-BILLING
           move "N" to WS-LM-SCHED-STALE-SW
           move "N" to WS-LM-CHGOFF-SW

           write LOAN-MASTER-RECORD from WS-LOAN-RECORD
               invalid key
                   display "Paid thru date:   " WS-LM-PAID-THRU-DATE
                   display "Carried amount:   " WS-LM-CARRY-AMOUNT
                   display "Late-fee balance: " WS-LM-FEE-BALANCE
                   display "Charge-off flag:  " WS-LM-CHGOFF-SW
           end-read.

      *-----------------------------------------------------------------
      * Flags (or unflags) a still-owing loan for the next CHGOFF
      * run - collections' call that a loan is uncollectible before
      * it ages past the policy threshold (a deceased borrower, a
      * discharged debt). The charge-off itself, and its journal,
      * stay with the batch run.
       FlagChargeOff.
           perform GetLoanNumber
           move WS-WORK-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master into WS-LOAN-RECORD
               invalid key
                   display "Loan " WS-WORK-LOAN-NUMBER " not found."
                   exit paragraph
           end-read
           if not WS-LM-ACTIVE and not WS-LM-DELINQUENT
               display "Loan " WS-LM-LOAN-NUMBER " has status "
                   WS-LM-STATUS " - only an active or delinquent "
                   "loan can be charged off."
               exit paragraph
           end-if
           move WS-LOAN-RECORD to WS-LJ-BEFORE

           display "Charge this loan off at the next run (Y/N): "
               with no advancing
           accept WS-LM-CHGOFF-SW
           if WS-LM-CHGOFF-SW = "y"
               move "Y" to WS-LM-CHGOFF-SW
           end-if
           if WS-LM-CHGOFF-FLAGGED
               display "Loan " WS-LM-LOAN-NUMBER " flagged for "
                   "charge-off."
           else
               move "N" to WS-LM-CHGOFF-SW
               display "Loan " WS-LM-LOAN-NUMBER " not flagged for "
                   "charge-off."
           end-if

           rewrite LOAN-MASTER-RECORD from WS-LOAN-RECORD
           move "R" to WS-LJ-ACTION
           perform WriteLoanRecoveryJournal
           move "LOAN-CHGF" to WS-AUDIT-ACTION
           perform WriteLoanAuditEntry.

      *-----------------------------------------------------------------
      * Enrolls (or unenrolls) a loan in ACH autopay. Enrollment
      * takes real bank details - a zero routing number would bounce
               move "N" to WS-LM-AUTOPAY-SW
               move 0 to WS-LM-BANK-ROUTING
               move spaces to WS-LM-BANK-ACCOUNT
               move spaces to WS-LM-BANK-ACCOUNT-TYPE
               display "Autopay off for loan " WS-LM-LOAN-NUMBER
           else
               display "Bank routing number (9 digits): "
                   display "Bank account number: " with no advancing
                   accept WS-LM-BANK-ACCOUNT
               end-perform
               display "Checking or savings account (C/S): "
                   with no advancing
               accept WS-LM-BANK-ACCOUNT-TYPE
               perform until WS-LM-BANK-ACCOUNT-TYPE = "C" or "S"
                   display "Account type must be C or S."
                   display "Checking or savings account (C/S): "
                       with no advancing
                   accept WS-LM-BANK-ACCOUNT-TYPE
               end-perform
               display "Autopay on for loan " WS-LM-LOAN-NUMBER
           end-if

                   "verified."
           end-if.

      * No tombstone file yet means nothing has been archived.
       CheckLoanArchived.
           move "N" to WS-ARCHIVED-SW
           open input tombstone-file
           if WS-TOMB-STATUS = "00"
               move WS-WORK-LOAN-NUMBER to TB-LOAN-NUMBER
               read tombstone-file
                   invalid key
                       continue
                   not invalid key
                       set WS-LOAN-ARCHIVED to true
               end-read
               close tombstone-file
           end-if.

      *-----------------------------------------------------------------
      * One before/after image on the forward-recovery journal per
      * master write or rewrite - the after image is the working
