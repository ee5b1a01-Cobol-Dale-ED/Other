      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. PARTMNT.
      *-----------------------------------------------------------------
      * Loan participation maintenance. Adds, updates, retires and
      * inquires on PARTICIPATION.DAT (participation-record.cpy,
      * indexed on investor + loan) - the same maintenance pattern
      * BANKMNT.cbl uses, audit entry per action included. An add
      * records a sale: the loan must be on LOAN-MASTER.DAT and still
      * owing, the percents sold on one loan cannot pass 100, and
      * pass-through rate plus servicing fee cannot pass the note
      * rate. The participated balance starts at the percent of the
      * loan's outstanding balance (the paid-through row's ending
      * balance on SCHED-MASTER.DAT) and interest passes through from
      * the next unpaid period on. The percent sold is not changed
      * in place - a buyback retires the participation, and a
      * further sale is a new one. A participation is retired, never
      * deleted, so its remittance history stays on file.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select participation-file
           assign to 'PARTICIPATION.DAT'
           organization is indexed
           access mode is dynamic
           record key is PN-KEY
           file status is WS-PART-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select sched-master
           assign to 'SCHED-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           file status is WS-SM-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd participation-file
           data record is PARTICIPATION-RECORD.
           COPY "participation-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

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

       01 WS-PART-STATUS     pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-PART-EOF        pic x(1).
           88 WS-AT-PART-EOF  value "Y".

       01 WS-MENU-CHOICE     pic 9 value 0.
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-WORK-INVESTOR   pic x(6).
       01 WS-WORK-LOAN       pic 9(8) value 0.
       01 WS-LOAN-OK-SW      pic x(1).
           88 WS-LOAN-OK      value "Y".
       01 WS-BORROWER-EMP-ID pic 9(6) value 0.
       01 WS-NOTE-RATE       pic 9v9999.
       01 WS-PAID-THRU       pic 9(4).
       01 WS-LOAN-BALANCE    pic 9(9)v99.
       01 WS-PERCENT-SOLD    pic 9(4)v9(4).
       01 WS-AUDIT-WORD      pic x(8).
       01 WS-NAME-INPUT      pic x(25).

       01 WS-PERCENT-EDITED  pic zz9.9999.
       01 WS-RATE-EDITED     pic 9.9999.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-SIGNED-EDITED   pic -$$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           perform OpenParticipationFile
           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
               perform GetMenuChoice
               perform ProcessMenuChoice
           end-perform
           close participation-file
           display "Participation maintenance - goodbye."
           goback.

       OpenParticipationFile.
           open i-o participation-file
           if WS-PART-STATUS = "35"
               open output participation-file
               close participation-file
               open i-o participation-file
           end-if
           if WS-PART-STATUS not = "00"
               display "PARTMNT: unable to open PARTICIPATION.DAT ("
                   WS-PART-STATUS ")"
               move 16 to return-code
               goback
           end-if.

       DisplayMenu.
           display " "
           display "================================================"
           display " Loan Participations (PARTICIPATION.DAT)"
           display "================================================"
           display " 1. Record a participation sale"
           display " 2. Update investor name, rate or fee"
           display " 3. Retire (buy back) a participation"
           display " 4. Inquire"
           display " 0. Exit"
           display " ".

       GetMenuChoice.
           display "Enter selection: " with no advancing
           accept WS-MENU-CHOICE.

       ProcessMenuChoice.
           evaluate WS-MENU-CHOICE
               when 1
                   perform AddParticipation
               when 2
                   perform UpdateParticipation
               when 3
                   perform RetireParticipation
               when 4
                   perform InquireParticipation
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-4."
           end-evaluate.

      *-----------------------------------------------------------------
       AddParticipation.
           perform GetParticipationKey
           read participation-file
               invalid key
                   continue
               not invalid key
                   display "Investor " WS-WORK-INVESTOR " already "
                       "holds a participation in loan " WS-WORK-LOAN
                       "."
                   exit paragraph
           end-read
           perform CheckLoanOwing
           if not WS-LOAN-OK
               exit paragraph
           end-if
           perform SumPercentSold
           perform FindLoanBalance

           move spaces to PARTICIPATION-RECORD
           move WS-WORK-INVESTOR to PN-INVESTOR-ID
           move WS-WORK-LOAN to PN-LOAN-NUMBER
           display "Investor name: " with no advancing
           accept PN-INVESTOR-NAME
           perform until PN-INVESTOR-NAME not = spaces
               display "Investor name cannot be blank."
               display "Investor name: " with no advancing
               accept PN-INVESTOR-NAME
           end-perform
           move WS-PERCENT-SOLD to WS-PERCENT-EDITED
           display "Already sold on this loan: " WS-PERCENT-EDITED
               " percent"
           display "Percent sold (e.g. 0250000 = 25.0000): "
               with no advancing
           accept PN-PERCENT
           perform until PN-PERCENT > 0
                   and PN-PERCENT + WS-PERCENT-SOLD <= 100
               display "Percent must be above zero and bring the "
                   "loan to no more than 100 percent sold."
               display "Percent sold: " with no advancing
               accept PN-PERCENT
           end-perform
           perform GetRateAndFee
           display "Sale date (YYYYMMDD, 0 = today): "
               with no advancing
           accept PN-SALE-DATE
           if PN-SALE-DATE = 0
               move function current-date(1:8) to PN-SALE-DATE
           end-if

           compute PN-BALANCE rounded =
               WS-LOAN-BALANCE * PN-PERCENT / 100
           move WS-PAID-THRU to PN-REMIT-THRU-PERIOD
           move 0 to PN-LAST-REMIT-MONTH
           move 0 to PN-PRINCIPAL-TO-DATE
           move 0 to PN-INTEREST-TO-DATE
           set PN-ACTIVE to true
           write PARTICIPATION-RECORD
               invalid key
                   display "PARTMNT: write failed (" WS-PART-STATUS
                       ")"
               not invalid key
                   move PN-BALANCE to WS-AMOUNT-EDITED
                   display "Recorded - participated balance "
                       WS-AMOUNT-EDITED ", interest passes through "
                       "from period " WS-PAID-THRU " + 1."
                   move "PART-ADD" to WS-AUDIT-ACTION
                   move "sold" to WS-AUDIT-WORD
                   perform WritePartAuditEntry
           end-write.

       UpdateParticipation.
           perform GetParticipationKey
           read participation-file
               invalid key
                   display "No such participation."
                   exit paragraph
           end-read
           if PN-RETIRED
               display "That participation is retired."
               exit paragraph
           end-if
           perform CheckLoanOwing
           if not WS-LOAN-OK
               exit paragraph
           end-if
           display "Investor name [" PN-INVESTOR-NAME "] (blank to "
               "keep): " with no advancing
           move spaces to WS-NAME-INPUT
           accept WS-NAME-INPUT
           if WS-NAME-INPUT not = spaces
               move WS-NAME-INPUT to PN-INVESTOR-NAME
           end-if
           perform GetRateAndFee
           rewrite PARTICIPATION-RECORD
           display "Updated."
           move "PART-UPD" to WS-AUDIT-ACTION
           move "terms" to WS-AUDIT-WORD
           perform WritePartAuditEntry.

      * The investor is paid through the last remittance; anything
      * collected since is settled by hand with the buyback.
       RetireParticipation.
           perform GetParticipationKey
           read participation-file
               invalid key
                   display "No such participation."
                   exit paragraph
           end-read
           if PN-RETIRED
               display "That participation is already retired."
               exit paragraph
           end-if
           perform CheckLoanOwing
           set PN-RETIRED to true
           rewrite PARTICIPATION-RECORD
           move PN-BALANCE to WS-AMOUNT-EDITED
           display "Retired - participated balance at buyback "
               WS-AMOUNT-EDITED "."
           move "PART-RET" to WS-AUDIT-ACTION
           move "retired" to WS-AUDIT-WORD
           perform WritePartAuditEntry.

       InquireParticipation.
           perform GetParticipationKey
           read participation-file
               invalid key
                   display "No such participation."
                   exit paragraph
           end-read
           display "Investor:          " PN-INVESTOR-ID " "
               PN-INVESTOR-NAME
           display "Loan:              " PN-LOAN-NUMBER
           move PN-PERCENT to WS-PERCENT-EDITED
           display "Percent sold:      " WS-PERCENT-EDITED
           move PN-PASS-RATE to WS-RATE-EDITED
           display "Pass-through rate: " WS-RATE-EDITED
           move PN-SERVICE-FEE to WS-RATE-EDITED
           display "Servicing fee:     " WS-RATE-EDITED
           display "Sale date:         " PN-SALE-DATE
           move PN-BALANCE to WS-AMOUNT-EDITED
           display "Balance:           " WS-AMOUNT-EDITED
           display "Remitted through:  period " PN-REMIT-THRU-PERIOD
               ", month " PN-LAST-REMIT-MONTH
           move PN-PRINCIPAL-TO-DATE to WS-SIGNED-EDITED
           display "Principal to date: " WS-SIGNED-EDITED
           move PN-INTEREST-TO-DATE to WS-SIGNED-EDITED
           display "Interest to date:  " WS-SIGNED-EDITED
           if PN-RETIRED
               display "Status:            RETIRED"
           else
               display "Status:            ACTIVE"
           end-if.

      *-----------------------------------------------------------------
       GetParticipationKey.
           display "Investor ID (6 characters): " with no advancing
           accept WS-WORK-INVESTOR
           perform until WS-WORK-INVESTOR not = spaces
               display "Investor ID cannot be blank."
               display "Investor ID (6 characters): "
                   with no advancing
               accept WS-WORK-INVESTOR
           end-perform
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           perform until WS-WORK-LOAN > 0
               display "Loan number must be greater than zero."
               display "Loan number (8 digits): " with no advancing
               accept WS-WORK-LOAN
           end-perform
           move WS-WORK-INVESTOR to PN-INVESTOR-ID
           move WS-WORK-LOAN to PN-LOAN-NUMBER.

      * Pass-through plus fee may not exceed the current note rate;
      * what is left over is our excess spread.
       GetRateAndFee.
           move WS-NOTE-RATE to WS-RATE-EDITED
           display "Note rate is " WS-RATE-EDITED
           display "Pass-through rate (e.g. 04500 = 0.0450): "
               with no advancing
           accept PN-PASS-RATE
           display "Servicing fee rate (e.g. 00250 = 0.0025): "
               with no advancing
           accept PN-SERVICE-FEE
           perform until PN-PASS-RATE > 0
                   and PN-PASS-RATE + PN-SERVICE-FEE <= WS-NOTE-RATE
               display "Pass-through must be above zero and, with "
                   "the fee, no more than the note rate."
               display "Pass-through rate: " with no advancing
               accept PN-PASS-RATE
               display "Servicing fee rate: " with no advancing
               accept PN-SERVICE-FEE
           end-perform.

      * The loan must be on the master and still owing. Its note
      * rate, paid-through period and borrower's EMP-ID (for the
      * audit entry) are kept.
       CheckLoanOwing.
           move "N" to WS-LOAN-OK-SW
           move 0 to WS-BORROWER-EMP-ID
           move 0 to WS-NOTE-RATE
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "PARTMNT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               exit paragraph
           end-if
           move WS-WORK-LOAN to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   display "Loan " WS-WORK-LOAN " is not on "
                       "LOAN-MASTER.DAT."
               not invalid key
                   move LM-EMP-ID to WS-BORROWER-EMP-ID
                   move LM-ANNUAL-RATE to WS-NOTE-RATE
                   move LM-PAID-THRU-PERIOD to WS-PAID-THRU
                   move LM-PRINCIPAL to WS-LOAN-BALANCE
                   if LM-ACTIVE or LM-DELINQUENT
                       set WS-LOAN-OK to true
                   else
                       display "Loan " WS-WORK-LOAN " is no longer "
                           "owing."
                   end-if
           end-read
           close loan-master.

      * Percent already sold on the loan to other active investors.
       SumPercentSold.
           move 0 to WS-PERCENT-SOLD
           move "N" to WS-PART-EOF
           move low-values to PN-KEY
           start participation-file key is greater than PN-KEY
               invalid key
                   set WS-AT-PART-EOF to true
           end-start
           perform until WS-AT-PART-EOF
               read participation-file next record
                   at end
                       set WS-AT-PART-EOF to true
                   not at end
                       if PN-LOAN-NUMBER = WS-WORK-LOAN
                           and PN-ACTIVE
                           add PN-PERCENT to WS-PERCENT-SOLD
                       end-if
               end-read
           end-perform
           move WS-WORK-INVESTOR to PN-INVESTOR-ID
           move WS-WORK-LOAN to PN-LOAN-NUMBER.

      * Outstanding balance: the paid-through row's ending balance,
      * or row 1's starting balance before the first payment - the
      * original principal CheckLoanOwing kept when there is no row.
       FindLoanBalance.
           open input sched-master
           if WS-SM-STATUS not = "00"
               display "PARTMNT: SCHED-MASTER.DAT not available ("
                   WS-SM-STATUS ") - balance taken from principal."
               exit paragraph
           end-if
           move WS-WORK-LOAN to SM-LOAN-NUMBER
           if WS-PAID-THRU = 0
               move 1 to SM-PERIOD
           else
               move WS-PAID-THRU to SM-PERIOD
           end-if
           read sched-master
               invalid key
                   continue
               not invalid key
                   if WS-PAID-THRU = 0
                       compute WS-LOAN-BALANCE =
                           SM-END-BALANCE + SM-PRINCIPAL
                   else
                       move SM-END-BALANCE to WS-LOAN-BALANCE
                   end-if
           end-read
           close sched-master.

      *-----------------------------------------------------------------
       WritePartAuditEntry.
           move WS-BORROWER-EMP-ID to WS-AUDIT-EMP-ID
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " " WS-WORK-INVESTOR " "
               WS-AUDIT-WORD
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
