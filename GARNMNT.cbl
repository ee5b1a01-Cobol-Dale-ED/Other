      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. GARNMNT.
      *-----------------------------------------------------------------
      * Garnishment order maintenance. Adds, updates, releases and
      * lists the orders on GARNISH-ORDERS.DAT
      * (garnish-order-record.cpy, indexed on employee + sequence) -
      * the same maintenance pattern BANKMNT.cbl and PARTMNT.cbl
      * use, audit entry per action included. An order is added
      * against an active employee on person.dat and numbered after
      * the employee's last one, so receipt order is key order. The
      * cap and the ahead-of-loan flag default from the order type
      * (support 50 percent, student loan 15, levy and creditor 25;
      * support, levy and student loan ahead of the loan) and can
      * be keyed over when the order itself says otherwise. The
      * remitted total belongs to PAYROLL.cbl and is only shown
      * here. An order is released, never deleted, so what was
      * remitted on it stays on file.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select garnish-orders
           assign to 'GARNISH-ORDERS.DAT'
           organization is indexed
           access mode is dynamic
           record key is GO-KEY
           file status is WS-GARNISH-STATUS.
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
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd garnish-orders
           data record is GARNISH-ORDER-RECORD.
           COPY "garnish-order-record.cpy".

       fd person
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

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

       01 WS-GARNISH-STATUS  pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-GARNISH-EOF     pic x(1).
           88 WS-AT-GARNISH-EOF value "Y".

       01 WS-MENU-CHOICE     pic 9 value 0.
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-WORK-EMP-ID     pic 9(6) value 0.
       01 WS-WORK-SEQUENCE   pic 9(2) value 0.
       01 WS-LAST-SEQUENCE   pic 9(2).
       01 WS-ORDER-COUNT     pic 9(3).
       01 WS-EMP-FOUND-SW    pic x(1).
           88 WS-EMP-FOUND    value "Y".
       01 WS-AUDIT-WORD      pic x(8).
       01 WS-NAME-INPUT      pic x(30).
       01 WS-FLAG-INPUT      pic x(1).
       01 WS-DEFAULT-CAP     pic 9v9999.
       01 WS-DEFAULT-AHEAD   pic x(1).

       01 WS-PERCENT-EDITED  pic 9.9999.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-TYPE-TEXT       pic x(12).
       01 WS-STATUS-TEXT     pic x(9).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           perform OpenGarnishFile
           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
               perform GetMenuChoice
               perform ProcessMenuChoice
           end-perform
           close garnish-orders
           display "Garnishment order maintenance - goodbye."
           goback.

       OpenGarnishFile.
           open i-o garnish-orders
           if WS-GARNISH-STATUS = "35"
               open output garnish-orders
               close garnish-orders
               open i-o garnish-orders
           end-if
           if WS-GARNISH-STATUS not = "00"
               display "GARNMNT: unable to open GARNISH-ORDERS.DAT ("
                   WS-GARNISH-STATUS ")"
               move 16 to return-code
               goback
           end-if.

       DisplayMenu.
           display " "
           display "================================================"
           display " Garnishment Orders (GARNISH-ORDERS.DAT)"
           display "================================================"
           display " 1. Add an order"
           display " 2. Update an order's amount, cap or payee"
           display " 3. Release an order"
           display " 4. List an employee's orders"
           display " 0. Exit"
           display " ".

       GetMenuChoice.
           display "Enter selection: " with no advancing
           accept WS-MENU-CHOICE.

       ProcessMenuChoice.
           evaluate WS-MENU-CHOICE
               when 1
                   perform AddOrder
               when 2
                   perform UpdateOrder
               when 3
                   perform ReleaseOrder
               when 4
                   perform ListEmployeeOrders
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-4."
           end-evaluate.

      *-----------------------------------------------------------------
       AddOrder.
           perform GetEmpId
           perform CheckEmployeeActive
           if not WS-EMP-FOUND
               display "Employee " WS-WORK-EMP-ID " is not an "
                   "active employee on person.dat - not added."
               exit paragraph
           end-if
           perform FindLastSequence
           if WS-LAST-SEQUENCE = 99
               display "Employee " WS-WORK-EMP-ID " already has 99 "
                   "orders on file - not added."
               exit paragraph
           end-if

           move spaces to GARNISH-ORDER-RECORD
           move WS-WORK-EMP-ID to GO-EMP-ID
           compute GO-SEQUENCE = WS-LAST-SEQUENCE + 1
           move GO-SEQUENCE to WS-WORK-SEQUENCE
           display "Order type S=Support T=Tax levy E=Student loan "
               "C=Creditor: " with no advancing
           accept GO-ORDER-TYPE
           perform until GO-TYPE-VALID
               display "Order type must be S, T, E or C."
               display "Order type: " with no advancing
               accept GO-ORDER-TYPE
           end-perform
           display "Case number: " with no advancing
           accept GO-CASE-NUMBER
           perform until GO-CASE-NUMBER not = spaces
               display "Case number cannot be blank."
               display "Case number: " with no advancing
               accept GO-CASE-NUMBER
           end-perform
           perform GetPayee
           perform GetAmountTerms
           perform DefaultCapForType
           display "Cap - share of disposable pay (e.g. 05000 = "
               "0.5000, 0 = type default): " with no advancing
           accept GO-CAP-PERCENT
           if GO-CAP-PERCENT = 0
               move WS-DEFAULT-CAP to GO-CAP-PERCENT
           end-if
           display "Taken ahead of the employee's loan? (Y/N, blank "
               "= type default): " with no advancing
           move spaces to WS-FLAG-INPUT
           accept WS-FLAG-INPUT
           if WS-FLAG-INPUT = "Y" or WS-FLAG-INPUT = "N"
               move WS-FLAG-INPUT to GO-AHEAD-OF-LOAN
           else
               move WS-DEFAULT-AHEAD to GO-AHEAD-OF-LOAN
           end-if
           display "Start date (YYYYMMDD, 0 = today): "
               with no advancing
           accept GO-START-DATE
           if GO-START-DATE = 0
               move function current-date(1:8) to GO-START-DATE
           end-if
           display "Total owed to date (0 = ongoing): "
               with no advancing
           accept GO-TOTAL-OWED
           move 0 to GO-REMITTED-TOTAL
           move 0 to GO-LAST-PERIOD
           move 0 to GO-LAST-AMOUNT
           set GO-ACTIVE to true
           write GARNISH-ORDER-RECORD
               invalid key
                   display "GARNMNT: write failed ("
                       WS-GARNISH-STATUS ")"
               not invalid key
                   display "Added - order " GO-EMP-ID "-" GO-SEQUENCE
                       ", case " GO-CASE-NUMBER
                   move "GARN-ADD" to WS-AUDIT-ACTION
                   move "added" to WS-AUDIT-WORD
                   perform WriteGarnishAuditEntry
           end-write.

       UpdateOrder.
           perform GetOrderKey
           read garnish-orders
               invalid key
                   display "No such order."
                   exit paragraph
           end-read
           if not GO-ACTIVE
               display "That order is no longer active."
               exit paragraph
           end-if
           perform GetPayee
           perform GetAmountTerms
           move GO-CAP-PERCENT to WS-PERCENT-EDITED
           display "Cap [" WS-PERCENT-EDITED "] (0 to keep): "
               with no advancing
           move GO-CAP-PERCENT to WS-DEFAULT-CAP
           accept GO-CAP-PERCENT
           if GO-CAP-PERCENT = 0
               move WS-DEFAULT-CAP to GO-CAP-PERCENT
           end-if
           display "Ahead of the loan [" GO-AHEAD-OF-LOAN "] (blank "
               "to keep): " with no advancing
           move spaces to WS-FLAG-INPUT
           accept WS-FLAG-INPUT
           if WS-FLAG-INPUT = "Y" or WS-FLAG-INPUT = "N"
               move WS-FLAG-INPUT to GO-AHEAD-OF-LOAN
           end-if
           move GO-TOTAL-OWED to WS-AMOUNT-EDITED
           display "Total owed [" WS-AMOUNT-EDITED "] - re-key "
               "(0 = ongoing): " with no advancing
           accept GO-TOTAL-OWED
           rewrite GARNISH-ORDER-RECORD
           display "Updated."
           move "GARN-UPD" to WS-AUDIT-ACTION
           move "terms" to WS-AUDIT-WORD
           perform WriteGarnishAuditEntry.

      * A released order takes nothing from the next check; what was
      * remitted on it stays on the record.
       ReleaseOrder.
           perform GetOrderKey
           read garnish-orders
               invalid key
                   display "No such order."
                   exit paragraph
           end-read
           if GO-RELEASED
               display "That order is already released."
               exit paragraph
           end-if
           set GO-RELEASED to true
           rewrite GARNISH-ORDER-RECORD
           move GO-REMITTED-TOTAL to WS-AMOUNT-EDITED
           display "Released - remitted to date " WS-AMOUNT-EDITED
               "."
           move "GARN-REL" to WS-AUDIT-ACTION
           move "released" to WS-AUDIT-WORD
           perform WriteGarnishAuditEntry.

       ListEmployeeOrders.
           perform GetEmpId
           move 0 to WS-ORDER-COUNT
           move "N" to WS-GARNISH-EOF
           move WS-WORK-EMP-ID to GO-EMP-ID
           move 0 to GO-SEQUENCE
           start garnish-orders key is greater than or equal to GO-KEY
               invalid key
                   set WS-AT-GARNISH-EOF to true
           end-start
           perform until WS-AT-GARNISH-EOF
               read garnish-orders next record
                   at end
                       set WS-AT-GARNISH-EOF to true
                   not at end
                       if GO-EMP-ID not = WS-WORK-EMP-ID
                           set WS-AT-GARNISH-EOF to true
                       else
                           add 1 to WS-ORDER-COUNT
                           perform ShowOneOrder
                       end-if
               end-read
           end-perform
           if WS-ORDER-COUNT = 0
               display "No orders on file for employee "
                   WS-WORK-EMP-ID "."
           end-if.

       ShowOneOrder.
           evaluate true
               when GO-SUPPORT
                   move "SUPPORT" to WS-TYPE-TEXT
               when GO-TAX-LEVY
                   move "TAX LEVY" to WS-TYPE-TEXT
               when GO-STUDENT-LOAN
                   move "STUDENT LOAN" to WS-TYPE-TEXT
               when other
                   move "CREDITOR" to WS-TYPE-TEXT
           end-evaluate
           evaluate true
               when GO-ACTIVE
                   move "ACTIVE" to WS-STATUS-TEXT
               when GO-SATISFIED
                   move "SATISFIED" to WS-STATUS-TEXT
               when other
                   move "RELEASED" to WS-STATUS-TEXT
           end-evaluate
           display " "
           display "Order " GO-EMP-ID "-" GO-SEQUENCE "  "
               WS-TYPE-TEXT "  case " GO-CASE-NUMBER "  "
               WS-STATUS-TEXT
           display "  Payee:        " GO-PAYEE-ID " " GO-PAYEE-NAME
           if GO-PERCENT-OF-DISPOSABLE
               move GO-PERCENT to WS-PERCENT-EDITED
               display "  Per check:    " WS-PERCENT-EDITED
                   " of disposable pay"
           else
               move GO-AMOUNT to WS-AMOUNT-EDITED
               display "  Per check:    " WS-AMOUNT-EDITED
           end-if
           move GO-CAP-PERCENT to WS-PERCENT-EDITED
           display "  Cap:          " WS-PERCENT-EDITED
               " of disposable pay, ahead of loan "
               GO-AHEAD-OF-LOAN
           display "  Start date:   " GO-START-DATE
           if GO-TOTAL-OWED = 0
               display "  Total owed:   ongoing"
           else
               move GO-TOTAL-OWED to WS-AMOUNT-EDITED
               display "  Total owed:   " WS-AMOUNT-EDITED
           end-if
           move GO-REMITTED-TOTAL to WS-AMOUNT-EDITED
           display "  Remitted:     " WS-AMOUNT-EDITED
               "  last period " GO-LAST-PERIOD.

      *-----------------------------------------------------------------
       GetEmpId.
           display "Employee ID (6 digits): " with no advancing
           accept WS-WORK-EMP-ID
           perform until WS-WORK-EMP-ID > 0
               display "Employee ID must be greater than zero."
               display "Employee ID (6 digits): " with no advancing
               accept WS-WORK-EMP-ID
           end-perform.

       GetOrderKey.
           perform GetEmpId
           display "Order sequence (2 digits): " with no advancing
           accept WS-WORK-SEQUENCE
           move WS-WORK-EMP-ID to GO-EMP-ID
           move WS-WORK-SEQUENCE to GO-SEQUENCE.

       GetPayee.
           if GO-PAYEE-ID not = spaces
               display "Payee [" GO-PAYEE-ID " " GO-PAYEE-NAME "]"
           end-if
           display "Payee ID (6 characters, blank to keep): "
               with no advancing
           move spaces to WS-NAME-INPUT
           accept WS-NAME-INPUT
           if WS-NAME-INPUT not = spaces
               move WS-NAME-INPUT to GO-PAYEE-ID
           end-if
           perform until GO-PAYEE-ID not = spaces
               display "Payee ID cannot be blank."
               display "Payee ID: " with no advancing
               accept GO-PAYEE-ID
           end-perform
           display "Payee name (blank to keep): " with no advancing
           move spaces to WS-NAME-INPUT
           accept WS-NAME-INPUT
           if WS-NAME-INPUT not = spaces
               move WS-NAME-INPUT to GO-PAYEE-NAME
           end-if
           perform until GO-PAYEE-NAME not = spaces
               display "Payee name cannot be blank."
               display "Payee name: " with no advancing
               accept GO-PAYEE-NAME
           end-perform.

      * A flat amount per check, or a percent of disposable pay.
       GetAmountTerms.
           display "Method F=Flat per check P=Percent of disposable "
               "pay: " with no advancing
           accept GO-METHOD
           perform until GO-FLAT or GO-PERCENT-OF-DISPOSABLE
               display "Method must be F or P."
               display "Method: " with no advancing
               accept GO-METHOD
           end-perform
           if GO-FLAT
               move 0 to GO-PERCENT
               display "Amount per check: " with no advancing
               accept GO-AMOUNT
               perform until GO-AMOUNT > 0
                   display "Amount must be greater than zero."
                   display "Amount per check: " with no advancing
                   accept GO-AMOUNT
               end-perform
           else
               move 0 to GO-AMOUNT
               display "Percent (e.g. 02500 = 0.2500): "
                   with no advancing
               accept GO-PERCENT
               perform until GO-PERCENT > 0
                   display "Percent must be greater than zero."
                   display "Percent: " with no advancing
                   accept GO-PERCENT
               end-perform
           end-if.

       DefaultCapForType.
           evaluate true
               when GO-SUPPORT
                   move 0.5000 to WS-DEFAULT-CAP
                   move "Y" to WS-DEFAULT-AHEAD
               when GO-STUDENT-LOAN
                   move 0.1500 to WS-DEFAULT-CAP
                   move "Y" to WS-DEFAULT-AHEAD
               when GO-TAX-LEVY
                   move 0.2500 to WS-DEFAULT-CAP
                   move "Y" to WS-DEFAULT-AHEAD
               when other
                   move 0.2500 to WS-DEFAULT-CAP
                   move "N" to WS-DEFAULT-AHEAD
           end-evaluate.

      * The employee's highest order sequence so far, zero if none.
       FindLastSequence.
           move 0 to WS-LAST-SEQUENCE
           move "N" to WS-GARNISH-EOF
           move WS-WORK-EMP-ID to GO-EMP-ID
           move 0 to GO-SEQUENCE
           start garnish-orders key is greater than or equal to GO-KEY
               invalid key
                   set WS-AT-GARNISH-EOF to true
           end-start
           perform until WS-AT-GARNISH-EOF
               read garnish-orders next record
                   at end
                       set WS-AT-GARNISH-EOF to true
                   not at end
                       if GO-EMP-ID not = WS-WORK-EMP-ID
                           set WS-AT-GARNISH-EOF to true
                       else
                           move GO-SEQUENCE to WS-LAST-SEQUENCE
                       end-if
               end-read
           end-perform.

       CheckEmployeeActive.
           move "N" to WS-EMP-FOUND-SW
           open input person
           if WS-PERSON-STATUS = "00"
               move WS-WORK-EMP-ID to EMP-ID
               read person
                   invalid key
                       continue
                   not invalid key
                       if EMP-ACTIVE
                           set WS-EMP-FOUND to true
                       end-if
               end-read
               close person
           else
               display "GARNMNT: unable to open person.dat ("
                   WS-PERSON-STATUS ") - employee cannot be "
                   "verified."
           end-if.

      *-----------------------------------------------------------------
       WriteGarnishAuditEntry.
           move WS-WORK-EMP-ID to WS-AUDIT-EMP-ID
           move spaces to WS-AUDIT-DETAIL
           string "order " WS-WORK-EMP-ID "-" WS-WORK-SEQUENCE " "
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
