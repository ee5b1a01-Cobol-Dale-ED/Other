      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPINTAK.
      *-----------------------------------------------------------------
      * Loan application intake. LOAN-APPS.DAT used to be built in a
      * text editor, and once LOANBRD.cbl had boarded or declined an
      * application nothing was left to say it had ever been made.
      * The loan desk now takes every application here, and each one
      * is kept on LOAN-APPLICATIONS.DAT (application-record.cpy)
      * through APPLOG.cbl, which also keeps the dated history of
      * its status changes and who made them:
      *   - N takes a new application: the borrower and the
      *     requested terms, the same fields LOANMSTR.cbl prompts
      *     for; it gets the next application number and status
      *     received
      *   - S sends a received application to underwriting: it is
      *     appended to LOAN-APPS.DAT with its number for the next
      *     LOANBRD run and goes to in review
      *   - W withdraws one not yet boarded, with a required note
      *   - I shows an application and its history
      * Approval, decline and boarding are LOANBRD's - this program
      * never decides an application. Every change is stamped with
      * the signed-on operator (OPERID.cbl) and audited to AUDIT.LOG.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       select loan-apps
           assign to 'LOAN-APPS.DAT'
           organization is line sequential
           file status is WS-APPS-STATUS.
       select app-history
           assign to 'APP-HISTORY.DAT'
           organization is line sequential
           file status is WS-HISTORY-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd person
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

       fd loan-apps
           data record is LA-RECORD.
           COPY "loan-app-record.cpy".

       fd app-history
           data record is APP-HISTORY-RECORD.
           COPY "application-history-record.cpy".

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

      * The loan-desk operator (OPERID.cbl).
           COPY "operator-area.cpy".

      * Application file access (APPLOG.cbl).
           COPY "application-area.cpy".
           COPY "application-record.cpy".

       01 WS-PERSON-STATUS   pic x(2).
       01 WS-APPS-STATUS     pic x(2).
       01 WS-HISTORY-STATUS  pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-HISTORY-EOF     pic x(1).
           88 WS-AT-HISTORY-EOF value "Y".

       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-ACTION          pic x(1).
           88 WS-ACTION-NEW      value "N", "n".
           88 WS-ACTION-SEND     value "S", "s".
           88 WS-ACTION-WITHDRAW value "W", "w".
           88 WS-ACTION-INQUIRE  value "I", "i".
           88 WS-ACTION-EXIT     value "X", "x", " ".
       01 WS-EMP-FOUND-SW    pic x(1).
           88 WS-EMP-FOUND    value "Y".
       01 WS-WORK-APP        pic 9(8).
       01 WS-NOTE            pic x(40).
       01 WS-STATUS-NAME     pic x(11).
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-HISTORY-COUNT   pic 9(4).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "APPINTAK: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if

           perform until not WS-KEEP-RUNNING
               display " "
               display "N=New application  S=Send to underwriting  "
                   "W=Withdraw  I=Inquire  X=Exit: " with no advancing
               move space to WS-ACTION
               accept WS-ACTION
               evaluate true
                   when WS-ACTION-NEW
                       perform TakeNewApplication
                   when WS-ACTION-SEND
                       perform SendToUnderwriting
                   when WS-ACTION-WITHDRAW
                       perform WithdrawApplication
                   when WS-ACTION-INQUIRE
                       perform InquireApplication
                   when WS-ACTION-EXIT
                       move "N" to WS-CONTINUE-SW
                   when other
                       display "Unknown choice " WS-ACTION
               end-evaluate
           end-perform
           display "Application intake - goodbye."
           goback.

      *-----------------------------------------------------------------
      * The borrower must be an active employee, as LOANBRD will
      * insist; the requested terms are LOANMSTR.cbl's prompts.
       TakeNewApplication.
           move spaces to APPLICATION-RECORD
           display "Borrower EMP-ID (6 digits): " with no advancing
           accept AP-EMP-ID
           perform CheckBorrowerActive
           if not WS-EMP-FOUND
               display "EMP-ID " AP-EMP-ID " is not an active "
                   "employee - application not taken."
               exit paragraph
           end-if
           display "Borrower number (0 for none): " with no advancing
           accept AP-BORROWER-NUMBER
           display "Loan number to board under (8 digits): "
               with no advancing
           accept AP-LOAN-NUMBER
           perform until AP-LOAN-NUMBER > 0
               display "Loan number must be greater than zero."
               display "Loan number to board under (8 digits): "
                   with no advancing
               accept AP-LOAN-NUMBER
           end-perform

           display "Principal requested: " with no advancing
           accept AP-PRINCIPAL
           perform until AP-PRINCIPAL > 0
               display "Principal must be greater than zero."
               display "Principal requested: " with no advancing
               accept AP-PRINCIPAL
           end-perform
           display "Annual interest rate (0 to price from the rate "
               "table): " with no advancing
           accept AP-RATE
           display "Term in months: " with no advancing
           accept AP-MONTHS
           perform until AP-MONTHS > 0
               display "Term must be greater than zero."
               display "Term in months: " with no advancing
               accept AP-MONTHS
           end-perform
           display "Extra principal per period (0 for none): "
               with no advancing
           accept AP-EXTRA-PRINCIPAL
           display "Monthly escrow - tax plus insurance "
               "(0 for none): " with no advancing
           accept AP-ESCROW
           display "Interest-only periods (0 for none): "
               with no advancing
           accept AP-IO-PERIODS
           perform until AP-IO-PERIODS < AP-MONTHS
               display "Interest-only periods must be less than "
                   "the term."
               display "Interest-only periods (0 for none): "
                   with no advancing
               accept AP-IO-PERIODS
           end-perform
           display "Payment frequency M=Monthly B=Biweekly "
               "Q=Quarterly: " with no advancing
           accept AP-FREQUENCY
           if AP-FREQUENCY not = "M" and
                   AP-FREQUENCY not = "B" and
                   AP-FREQUENCY not = "Q"
               move "M" to AP-FREQUENCY
           end-if
           display "Origination date (YYYYMMDD): " with no advancing
           accept AP-ORIG-DATE

           set AI-FUNC-NEW to true
           move spaces to AI-CODE
           move "taken at the loan desk" to AI-REASON
           perform CallApplicationLog
           if not AI-OK
               display "Application not taken (" AI-STATUS ")."
               exit paragraph
           end-if
           display "Application " AP-APP-NUMBER " taken - status "
               "received."
           move "APP-NEW" to WS-AUDIT-ACTION
           perform WriteAuditEntry.

      *-----------------------------------------------------------------
      * Queues a received application for the next LOANBRD run.
       SendToUnderwriting.
           perform GetApplication
           if not AI-OK
               exit paragraph
           end-if
           if not AP-RECEIVED
               perform NameStatus
               display "Application " AP-APP-NUMBER " is "
                   WS-STATUS-NAME " - only a received application "
                   "can be sent."
               exit paragraph
           end-if

           open extend loan-apps
           if WS-APPS-STATUS = "35"
               open output loan-apps
           end-if
           if WS-APPS-STATUS not = "00"
               display "APPINTAK: unable to open LOAN-APPS.DAT ("
                   WS-APPS-STATUS ") - application not sent."
               exit paragraph
           end-if
           move AP-LOAN-NUMBER to LA-LOAN-NUMBER
           move AP-EMP-ID to LA-EMP-ID
           move AP-BORROWER-NUMBER to LA-BORROWER-NUMBER
           move AP-PRINCIPAL to LA-PRINCIPAL
           move AP-RATE to LA-RATE
           move AP-MONTHS to LA-MONTHS
           move AP-EXTRA-PRINCIPAL to LA-EXTRA-PRINCIPAL
           move AP-FREQUENCY to LA-FREQUENCY
           move AP-ESCROW to LA-ESCROW
           move AP-ORIG-DATE to LA-ORIG-DATE
           move AP-IO-PERIODS to LA-IO-PERIODS
           move AP-APP-NUMBER to LA-APP-NUMBER
           write LA-RECORD
           close loan-apps

           set AI-FUNC-STATUS to true
           move "I" to AI-NEW-STATUS
           move spaces to AI-CODE
           move "sent to underwriting" to AI-REASON
           perform CallApplicationLog
           if AI-OK
               display "Application " AP-APP-NUMBER " sent to "
                   "underwriting - status in review."
               move "APP-SEND" to WS-AUDIT-ACTION
               perform WriteAuditEntry
           else
               display "Application " AP-APP-NUMBER " queued but "
                   "its status was not updated (" AI-STATUS ")."
           end-if.

      *-----------------------------------------------------------------
      * The applicant's withdrawal, before a decision or boarding.
       WithdrawApplication.
           perform GetApplication
           if not AI-OK
               exit paragraph
           end-if
           if not AP-PENDING
               perform NameStatus
               display "Application " AP-APP-NUMBER " is "
                   WS-STATUS-NAME " - it can no longer be withdrawn."
               exit paragraph
           end-if
           display "Withdrawal note: " with no advancing
           move spaces to WS-NOTE
           accept WS-NOTE
           if WS-NOTE = spaces
               display "A note is required - application "
                   AP-APP-NUMBER " left as it was."
               exit paragraph
           end-if

           set AI-FUNC-STATUS to true
           move "W" to AI-NEW-STATUS
           move "WDRW" to AI-CODE
           move WS-NOTE to AI-REASON
           perform CallApplicationLog
           if AI-OK
               display "Application " AP-APP-NUMBER " withdrawn."
               move "APP-WDRW" to WS-AUDIT-ACTION
               perform WriteAuditEntry
           else
               display "Application " AP-APP-NUMBER " not "
                   "withdrawn (" AI-STATUS ")."
           end-if.

      *-----------------------------------------------------------------
       InquireApplication.
           perform GetApplication
           if not AI-OK
               exit paragraph
           end-if
           perform NameStatus
           display " "
           display "Application " AP-APP-NUMBER "  loan "
               AP-LOAN-NUMBER "  EMP-ID " AP-EMP-ID "  borrower "
               AP-BORROWER-NUMBER
           move AP-PRINCIPAL to WS-AMOUNT-EDITED
           display "  " WS-AMOUNT-EDITED " at " AP-RATE " for "
               AP-MONTHS " months, frequency " AP-FREQUENCY
               ", originating " AP-ORIG-DATE
           display "  Received " AP-RECEIVED-DATE " by "
               AP-TAKEN-BY "  - now " WS-STATUS-NAME " since "
               AP-STATUS-DATE " (" AP-STATUS-PROGRAM " "
               AP-STATUS-BY ")"
           if AP-DECISION-REASON not = spaces
               display "  " AP-DECISION-CODE " " AP-DECISION-REASON
           end-if
           if AP-DECLINED
               if AP-NOTICE-DATE = 0
                   display "  Adverse-action notice not yet sent."
               else
                   display "  Adverse-action notice sent "
                       AP-NOTICE-DATE " piece " AP-NOTICE-PIECE
               end-if
           end-if

           move 0 to WS-HISTORY-COUNT
           move "N" to WS-HISTORY-EOF
           open input app-history
           if WS-HISTORY-STATUS not = "00"
               exit paragraph
           end-if
           display "  History:"
           perform until WS-AT-HISTORY-EOF
               read app-history
                   at end
                       set WS-AT-HISTORY-EOF to true
                   not at end
                       if AH-APP-NUMBER = AP-APP-NUMBER
                           add 1 to WS-HISTORY-COUNT
                           display "    " AH-TIMESTAMP " "
                               AH-FROM-STATUS ">" AH-TO-STATUS " "
                               AH-PROGRAM " " AH-OPERATOR " "
                               AH-REASON
                       end-if
               end-read
           end-perform
           close app-history.

      *-----------------------------------------------------------------
       GetApplication.
           display "Application number: " with no advancing
           move 0 to WS-WORK-APP
           accept WS-WORK-APP
           set AI-FUNC-READ to true
           move WS-WORK-APP to AI-APP-NUMBER
           perform CallApplicationLog
           if not AI-OK
               display "No application " WS-WORK-APP " on file."
           end-if.

       CallApplicationLog.
           move OA-ID to AI-OPERATOR
           move "APPINTAK" to AI-PROGRAM
           call "APPLOG" using APPLICATION-AREA APPLICATION-RECORD.

       NameStatus.
           evaluate true
               when AP-RECEIVED
                   move "received" to WS-STATUS-NAME
               when AP-IN-REVIEW
                   move "in review" to WS-STATUS-NAME
               when AP-APPROVED
                   move "approved" to WS-STATUS-NAME
               when AP-DECLINED
                   move "declined" to WS-STATUS-NAME
               when AP-WITHDRAWN
                   move "withdrawn" to WS-STATUS-NAME
               when AP-BOARDED
                   move "boarded" to WS-STATUS-NAME
               when other
                   move "unknown" to WS-STATUS-NAME
           end-evaluate.

      *-----------------------------------------------------------------
       CheckBorrowerActive.
           move "N" to WS-EMP-FOUND-SW
           open input person
           if WS-PERSON-STATUS = "00"
               move AP-EMP-ID to EMP-ID
               read person
                   invalid key
                       continue
                   not invalid key
                       if EMP-ACTIVE
                           set WS-EMP-FOUND to true
                       end-if
               end-read
               close person
           end-if.

       WriteAuditEntry.
           move OA-ID to WS-AUDIT-EMP-ID
           move spaces to WS-AUDIT-DETAIL
           string "app " AP-APP-NUMBER " loan "
               AP-LOAN-NUMBER
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
