      *
      * Underwriting edits, every one reported per application on
      * LOANBRD.RPT:
      *   - the loan number must not already be on the master, nor
      *     be one LOANARCH.cbl has archived (LOAN-TOMBSTONE.DAT)
      *   - the borrower's EMP-ID must be active on person.dat
      *   - term and principal must fall inside a posted
      *     RATE-TABLE.DAT tier; an application keyed with rate zero
      *   - the scheduled payment (estimated through AMORTENG, the
      *     same engine the schedule comes from) must not exceed
      *     WS-MAX-PTI-RATIO of the borrower's monthly salary
      *
      * Each application is tracked on LOAN-APPLICATIONS.DAT through
      * APPLOG.cbl: one sent over by APPINTAK.cbl carries its number
      * on LOAN-APPS.DAT, and one still keyed by hand is taken on
      * here first, so no application goes through without a record.
      * Approval moves it to approved and then boarded; a decline
      * records the failing edit and its figures for the
      * adverse-action notice ADVNOTIC.cbl sends. An application
      * already decided, withdrawn or boarded is skipped, not
      * underwritten again.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * declare the same key structure.
           alternate record key is EMP-LAST-NAME with duplicates
           file status is WS-PERSON-STATUS.
      * Numbers of archived loans - never to be boarded again.
       select tombstone-file
           assign to 'LOAN-TOMBSTONE.DAT'
           organization is indexed
           access mode is dynamic
           record key is TB-LOAN-NUMBER
           file status is WS-TOMB-STATUS.
       select loan-parms
           assign to 'LOAN-PARMS.DAT'
           organization is line sequential
      * record carries, preceded by who is borrowing.
       fd loan-apps
           data record is LA-RECORD.
           COPY "loan-app-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

       fd tombstone-file
           data record is TOMBSTONE-RECORD.
           COPY "loan-tombstone-record.cpy".

       fd loan-parms
           data record is PARM-RECORD.
           COPY "loan-parm-record.cpy".
      * boarded schedule.
           COPY "amort-engine.cpy".

      * Application tracking (APPLOG.cbl).
           COPY "application-area.cpy".
           COPY "application-record.cpy".
       01 WS-APP-TRACKED-SW  pic x(1).
           88 WS-APP-TRACKED  value "Y".
       01 WS-APP-SKIP-SW     pic x(1).
           88 WS-APP-SKIP     value "Y".
       01 WS-MASTER-WRITTEN-SW pic x(1).
           88 WS-MASTER-WRITTEN value "Y".

       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-LJ-BEFORE       pic x(130).
       01 WS-LJ-ACTION       pic x(1).
       01 WS-APPS-STATUS     pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-TOMB-STATUS     pic x(2).
       01 WS-PARMS-STATUS    pic x(2).
       01 WS-RTB-STATUS      pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-APP-OK-SW       pic x(1).
           88 WS-APP-OK       value "Y".
       01 WS-DECLINE-REASON  pic x(40).
       01 WS-DECLINE-CODE    pic x(4).
       01 WS-APP-RATE        pic 9v9999.
       01 WS-EMP-FOUND-SW    pic x(1).
           88 WS-EMP-FOUND    value "Y".
       01 WS-READ-COUNT      pic 9(5) value 0.
       01 WS-APPROVE-COUNT   pic 9(5) value 0.
       01 WS-DECLINE-COUNT   pic 9(5) value 0.
       01 WS-SKIP-COUNT      pic 9(5) value 0.

       01 BoardingHeader.
           05               pic x(10) value "App".
           05               pic x(10) value "Loan".
           05               pic x(8)  value "EMP-ID".
           05               pic x(12) value "Disposition".
           05               pic x(40) value "Reason".
       01 BoardingDetailLine.
           05 BD-App         pic z(7)9.
           05               pic x(2)  value spaces.
           05 BD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 BD-EmpId       pic 9(6).
           05 BF-Approved    pic z(4)9.
           05               pic x(12) value "  Declined: ".
           05 BF-Declined    pic z(4)9.
           05               pic x(11) value "  Skipped: ".
           05 BF-Skipped     pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           perform FreeMasterLock
           display "LOANBRD: " WS-READ-COUNT " application(s), "
               WS-APPROVE-COUNT " approved, "
               WS-DECLINE-COUNT " declined, "
               WS-SKIP-COUNT " skipped."
           goback.

      * Opens LOAN-MASTER.DAT i-o, creating it the first time -
       BoardOneApplication.
           move "Y" to WS-APP-OK-SW
           move spaces to WS-DECLINE-REASON
           move spaces to WS-DECLINE-CODE
           move 0 to WS-EST-PAYMENT
           move 0 to WS-MONTHLY-INCOME
           move "N" to WS-MASTER-WRITTEN-SW
           move LA-RATE to WS-APP-RATE

           perform TrackApplication
           if WS-APP-SKIP
               add 1 to WS-SKIP-COUNT
               move "SKIPPED" to BD-Disposition
               perform WriteBoardingLine
               exit paragraph
           end-if

           perform CheckLoanNotOnMaster
           if WS-APP-OK
               perform CheckLoanNotArchived
           end-if
           if WS-APP-OK
               perform CheckBorrowerActive
           end-if
           end-if

           if WS-APP-OK
               perform RecordApproval
               perform WriteMasterRecord
               perform AppendParmRecord
               perform WriteOriginationJournal
               perform WriteBoardingAuditEntry
               perform RecordBoarding
               add 1 to WS-APPROVE-COUNT
               move "APPROVED" to BD-Disposition
           else
               perform RecordDecline
               add 1 to WS-DECLINE-COUNT
               move "DECLINED" to BD-Disposition
           end-if
           perform WriteBoardingLine.

       WriteBoardingLine.
           if WS-APP-TRACKED
               move AI-APP-NUMBER to BD-App
           else
               move 0 to BD-App
           end-if
           move LA-LOAN-NUMBER to BD-Loan
           move LA-EMP-ID to BD-EmpId
           move WS-DECLINE-REASON to BD-Reason
                   move "N" to WS-APP-OK-SW
                   move "loan number already on the master"
                       to WS-DECLINE-REASON
                   move "DUPL" to WS-DECLINE-CODE
           end-read.

      * An archived loan's number stays retired - no tombstone file
      * yet means nothing has been archived.
       CheckLoanNotArchived.
           open input tombstone-file
           if WS-TOMB-STATUS not = "00"
               exit paragraph
           end-if
           move LA-LOAN-NUMBER to TB-LOAN-NUMBER
           read tombstone-file
               invalid key
                   continue
               not invalid key
                   move "N" to WS-APP-OK-SW
                   move "loan number retired by archive"
                       to WS-DECLINE-REASON
                   move "RETD" to WS-DECLINE-CODE
           end-read
           close tombstone-file.

      *-----------------------------------------------------------------
      * The borrower must be an active employee - the salary read
      * here also feeds the payment-to-income edit.
               move "N" to WS-APP-OK-SW
               move "borrower not active on person.dat"
                   to WS-DECLINE-REASON
               move "EMPL" to WS-DECLINE-CODE
           end-if.

      *-----------------------------------------------------------------
               move "N" to WS-APP-OK-SW
               move "term/principal outside posted rate bands"
                   to WS-DECLINE-REASON
               move "BAND" to WS-DECLINE-CODE
               exit paragraph
           end-if
           if WS-APP-RATE = 0
           move LA-ESCROW to AE-IN-ESCROW
           move LA-ORIG-DATE to AE-IN-ORIG-DATE
           move LA-IO-PERIODS to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS
           move 0 to AE-IN-RATE-CHANGE-COUNT
           move "N" to AE-IN-RESUME-SW

               move "N" to WS-APP-OK-SW
               move "terms rejected by the amortization engine"
                   to WS-DECLINE-REASON
               move "TERM" to WS-DECLINE-CODE
               exit paragraph
           end-if
           move "NEXT" to AE-FUNCTION
               move "N" to WS-APP-OK-SW
               move "terms produce no scheduled payment"
                   to WS-DECLINE-REASON
               move "NOPM" to WS-DECLINE-CODE
               exit paragraph
           end-if
           move AE-OUT-PITI-PAYMENT to WS-EST-PAYMENT
               move "N" to WS-APP-OK-SW
               move "payment exceeds payment-to-income limit"
                   to WS-DECLINE-REASON
               move "PTI " to WS-DECLINE-CODE
           end-if.

      *-----------------------------------------------------------------
           move spaces to LM-BANK-ACCOUNT
           move "P" to LM-BILLING
           move "N" to LM-SCHED-STALE-SW
           move "N" to LM-CHGOFF-SW
           write LOAN-MASTER-RECORD
               invalid key
                   display "LOANBRD: master write failed for loan "
                       LA-LOAN-NUMBER " (" WS-MASTER-STATUS ")"
               not invalid key
                   set WS-MASTER-WRITTEN to true
                   move spaces to WS-LJ-BEFORE
                   move "W" to WS-LJ-ACTION
                   perform WriteRecoveryJournal
           end-if

           move "LOANBRD" to GW-SOURCE
           move spaces to GW-DEPT
           move LA-ORIG-DATE to GW-DATE

           move "LOANRECV" to GW-CODE
           move WS-READ-COUNT to BF-Read
           move WS-APPROVE-COUNT to BF-Approved
           move WS-DECLINE-COUNT to BF-Declined
           move WS-SKIP-COUNT to BF-Skipped
           move spaces to BR-Line
           write BR-Line
           move BoardingFooterLine to BR-Line
           write BR-Line.

      *-----------------------------------------------------------------
      * The application behind this LOAN-APPS.DAT record. A record
      * keyed by hand (no number, or one not on file) is taken on
      * now. One already past underwriting - declined, withdrawn,
      * boarded - is skipped: the file is not consumed by a run, and
      * a rerun must not board or decline it a second time.
       TrackApplication.
           move "N" to WS-APP-TRACKED-SW
           move "N" to WS-APP-SKIP-SW
           move 0 to AI-OPERATOR
           move "LOANBRD" to AI-PROGRAM
           move spaces to AI-CODE
           move spaces to AI-REASON

           if LA-APP-NUMBER is numeric and LA-APP-NUMBER > 0
               set AI-FUNC-READ to true
               move LA-APP-NUMBER to AI-APP-NUMBER
               call "APPLOG" using APPLICATION-AREA
                   APPLICATION-RECORD
               if AI-OK
                   set WS-APP-TRACKED to true
                   if not AP-PENDING
                       set WS-APP-SKIP to true
                       evaluate true
                           when AP-DECLINED
                               move "application already declined"
                                   to WS-DECLINE-REASON
                           when AP-WITHDRAWN
                               move "application withdrawn"
                                   to WS-DECLINE-REASON
                           when other
                               move "application already boarded"
                                   to WS-DECLINE-REASON
                       end-evaluate
                   end-if
                   exit paragraph
               end-if
               display "LOANBRD: application " LA-APP-NUMBER
                   " not on LOAN-APPLICATIONS.DAT - taken on anew."
           end-if

           move spaces to APPLICATION-RECORD
           move LA-LOAN-NUMBER to AP-LOAN-NUMBER
           move LA-EMP-ID to AP-EMP-ID
           move LA-BORROWER-NUMBER to AP-BORROWER-NUMBER
           move LA-PRINCIPAL to AP-PRINCIPAL
           move LA-RATE to AP-RATE
           move LA-MONTHS to AP-MONTHS
           move LA-EXTRA-PRINCIPAL to AP-EXTRA-PRINCIPAL
           move LA-FREQUENCY to AP-FREQUENCY
           move LA-ESCROW to AP-ESCROW
           move LA-ORIG-DATE to AP-ORIG-DATE
           move LA-IO-PERIODS to AP-IO-PERIODS
           set AI-FUNC-NEW to true
           move "taken on from LOAN-APPS.DAT" to AI-REASON
           call "APPLOG" using APPLICATION-AREA APPLICATION-RECORD
           if AI-OK
               set WS-APP-TRACKED to true
           else
               display "LOANBRD: loan " LA-LOAN-NUMBER
                   " application could not be recorded ("
                   AI-STATUS ") - underwritten untracked."
           end-if.

      * Approved - unless an earlier run already approved it and
      * only the boarding is left.
       RecordApproval.
           if not WS-APP-TRACKED or AP-APPROVED
               exit paragraph
           end-if
           set AI-FUNC-STATUS to true
           move "A" to AI-NEW-STATUS
           move spaces to AI-CODE
           move "underwriting edits passed" to AI-REASON
           perform CallApplicationLog.

       RecordBoarding.
           if not WS-APP-TRACKED or not WS-MASTER-WRITTEN
               exit paragraph
           end-if
           set AI-FUNC-STATUS to true
           move "B" to AI-NEW-STATUS
           move spaces to AI-CODE
           move spaces to AI-REASON
           string "boarded as loan " LA-LOAN-NUMBER
               delimited by size into AI-REASON
           end-string
           perform CallApplicationLog.

      * The failing edit, and for payment-to-income the figures it
      * was decided on, go on the application for the notice.
       RecordDecline.
           if not WS-APP-TRACKED
               exit paragraph
           end-if
           set AI-FUNC-STATUS to true
           move "D" to AI-NEW-STATUS
           move WS-DECLINE-CODE to AI-CODE
           move WS-DECLINE-REASON to AI-REASON
           move 0 to AP-EST-PAYMENT
           move 0 to AP-MONTHLY-INCOME
           move 0 to AP-PTI-RATIO
           if WS-DECLINE-CODE = "PTI "
               move WS-EST-PAYMENT to AP-EST-PAYMENT
               move WS-MONTHLY-INCOME to AP-MONTHLY-INCOME
               move WS-MAX-PTI-RATIO to AP-PTI-RATIO
           end-if
           perform CallApplicationLog.

       CallApplicationLog.
           move AP-APP-NUMBER to AI-APP-NUMBER
           move 0 to AI-OPERATOR
           move "LOANBRD" to AI-PROGRAM
           call "APPLOG" using APPLICATION-AREA APPLICATION-RECORD
           if not AI-OK
               display "LOANBRD: application " AI-APP-NUMBER
                   " status " AI-NEW-STATUS " not recorded ("
                   AI-STATUS ")"
           end-if.

      * One before/after image on the forward-recovery journal per
      * master write or rewrite - same open-extend/status-35
      * fallback as the audit trail.
