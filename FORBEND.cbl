      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. FORBEND.
      *-----------------------------------------------------------------
      * Nightly end-of-forbearance run. Every active plan FORBEAR.cbl
      * granted on DEFER-PLAN.DAT whose last period has come due is
      * over, and the borrower must be told what the loan looks
      * like now. For each one this run:
      *   - writes a notice to FORBEAR-NOTICES.TXT, headed with the
      *     borrower master's mailing block the way DELQLTR.cbl
      *     heads its letters: the periods the plan covered, any
      *     interest it capitalized, the next payment and its due
      *     date, the new maturity and term, and the next twelve
      *     scheduled payments off the schedule repository
      *   - marks the plan ended (DP-ENDED) with the notice date, so
      *     no borrower is noticed twice
      * FORBEND.RPT lists every notice produced. The run date comes
      * from FORBEND_DATE (YYYYMMDD) in the environment, defaulting
      * to today.
      *
      * Each notice is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) gets no
      * notice and the plan is left active, so the notice goes out
      * on the first run after BORRMNT.cbl records a new address;
      * the report lists the loan as BAD ADDRESS meanwhile.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select defer-plan
           assign to 'DEFER-PLAN.DAT'
           organization is indexed
           access mode is dynamic
           record key is DP-KEY
           file status is WS-DP-STATUS.
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
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select notice-file
           assign to 'FORBEAR-NOTICES.TXT'
           organization is line sequential.
       select notice-report
           assign to 'FORBEND.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd defer-plan
           data record is DEFER-PLAN-RECORD.
           COPY "defer-plan-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd notice-file
           data record is NT-Line.
       01 NT-Line                  pic x(80).

       fd notice-report
           data record is NR-Line.
       01 NR-Line                  pic x(90).

       WORKING-STORAGE SECTION.
      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-DP-STATUS       pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-DP-EOF          pic x(1) value "N".
           88 WS-AT-DP-EOF   value "Y".
       01 WS-SM-EOF          pic x(1).
           88 WS-AT-SM-EOF   value "Y".
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-BORR-FOUND   value "Y".
       01 WS-LOAN-FOUND-SW   pic x(1).
           88 WS-LOAN-FOUND   value "Y".

       01 WS-DATE-TEXT       pic x(8).
       01 WS-TODAY           pic 9(8).

      * The schedule past the plan: first payment, maturity, and
      * the rows listed on the notice.
       01 WS-FIRST-PERIOD    pic 9(4).
       01 WS-NEXT-DUE-DATE   pic 9(8).
       01 WS-NEXT-PAYMENT    pic 9(7)v99.
       01 WS-MATURITY-DATE   pic 9(8).
       01 WS-ROWS-LISTED     pic 99.
       01 WS-ROWS-TO-LIST    pic 99 value 12.

       01 WS-NOTICE-COUNT    pic 9(5) value 0.
       01 WS-BAD-ADDRESS-COUNT pic 9(5) value 0.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-DATE-EDITED     pic x(10).
       01 WS-DATE-TO-EDIT    pic 9(8).
       01 WS-TEXT-LINE       pic x(80).

       01 ScheduleHeading.
           05               pic x(4)  value spaces.
           05               pic x(8)  value "Period".
           05               pic x(12) value "Due date".
           05               pic x(14) value "       Payment".
       01 ScheduleLine.
           05               pic x(4)  value spaces.
           05 SL-Period      pic z(3)9.
           05               pic x(4)  value spaces.
           05 SL-Due         pic x(10).
           05               pic x(2)  value spaces.
           05 SL-Payment     pic $$$,$$$,$$9.99.

       01 NoticeReportHeader.
           05               pic x(10) value "Loan".
           05               pic x(12) value "Plan".
           05               pic x(6)  value "Type".
           05               pic x(12) value "Next due".
           05               pic x(16) value "    Next payment".
           05               pic x(12) value "  Matures".
       01 NoticeReportDetail.
           05 ND-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 ND-Start       pic 9(4).
           05               pic x(1)  value "-".
           05 ND-End         pic 9(4).
           05               pic x(3)  value spaces.
           05 ND-Type        pic x(1).
           05               pic x(5)  value spaces.
           05 ND-Next-Due    pic 9(8).
           05               pic x(2)  value spaces.
           05 ND-Payment     pic $$$,$$$,$$9.99.
           05               pic x(4)  value spaces.
           05 ND-Matures     pic 9(8).
           05               pic x(2)  value spaces.
           05 ND-Note        pic x(11).
       01 NoticeReportFooter.
           05               pic x(17) value "Notices written: ".
           05 NF-Count       pic z(4)9.
           05               pic x(26) value
               "  Held for a bad address: ".
           05 NF-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           accept WS-DATE-TEXT from environment "FORBEND_DATE"
           if WS-DATE-TEXT = spaces or WS-DATE-TEXT = "00000000"
               move function current-date(1:8) to WS-TODAY
           else
               move WS-DATE-TEXT to WS-TODAY
           end-if

           open i-o defer-plan
           if WS-DP-STATUS = "35"
               display "FORBEND: no DEFER-PLAN.DAT yet - no plans "
                   "to end."
               goback
           end-if
           if WS-DP-STATUS not = "00"
               display "FORBEND: unable to open DEFER-PLAN.DAT ("
                   WS-DP-STATUS ")"
               move 16 to return-code
               goback
           end-if

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "FORBEND: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               close defer-plan
               move 16 to return-code
               goback
           end-if
           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-AVAILABLE to true
           end-if

           open output notice-file
           open output notice-report
           move NoticeReportHeader to NR-Line
           write NR-Line

           move low-values to DP-KEY
           start defer-plan key is greater than or equal to DP-KEY
               invalid key
                   set WS-AT-DP-EOF to true
           end-start
           perform until WS-AT-DP-EOF
               read defer-plan next record
                   at end
                       set WS-AT-DP-EOF to true
                   not at end
                       if DP-ACTIVE and DP-END-DATE <= WS-TODAY
                           perform EndOnePlan
                       end-if
               end-read
           end-perform

           move WS-NOTICE-COUNT to NF-Count
           move WS-BAD-ADDRESS-COUNT to NF-BadAddress
           move spaces to NR-Line
           write NR-Line
           move NoticeReportFooter to NR-Line
           write NR-Line

           close defer-plan
           close loan-master
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           close notice-file
           close notice-report
           display "FORBEND: " WS-NOTICE-COUNT
               " end-of-plan notices written, "
               WS-BAD-ADDRESS-COUNT " held for a bad address."
           goback.

      *-----------------------------------------------------------------
      * A plan on a loan that has since paid off, closed or charged
      * off ends quietly - there is no schedule to tell anyone about.
       EndOnePlan.
           move "N" to WS-LOAN-FOUND-SW
           move DP-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   continue
               not invalid key
                   set WS-LOAN-FOUND to true
           end-read
           if WS-LOAN-FOUND
               and (LM-ACTIVE or LM-DELINQUENT)
               perform FindScheduleAfterPlan
               move spaces to ND-Note
               perform LookupBorrower
               if WS-BORR-FOUND and BW-ADDRESS-BAD
                   add 1 to WS-BAD-ADDRESS-COUNT
                   move "BAD ADDRESS" to ND-Note
               else
                   perform LogMailPiece
                   perform WriteOneNotice
                   add 1 to WS-NOTICE-COUNT
               end-if
               move DP-LOAN-NUMBER to ND-Loan
               move DP-START-PERIOD to ND-Start
               move DP-END-PERIOD to ND-End
               move DP-TYPE to ND-Type
               move WS-NEXT-DUE-DATE to ND-Next-Due
               move WS-NEXT-PAYMENT to ND-Payment
               move WS-MATURITY-DATE to ND-Matures
               move NoticeReportDetail to NR-Line
               write NR-Line
               if WS-BORR-FOUND and BW-ADDRESS-BAD
      *            Left active - the notice is still owed.
                   exit paragraph
               end-if
           end-if

           set DP-ENDED to true
           move WS-TODAY to DP-NOTICE-DATE
           rewrite DEFER-PLAN-RECORD.

      *-----------------------------------------------------------------
      * The next payment is the first unpaid period past the plan;
      * maturity is the last period of the (extended) term.
       FindScheduleAfterPlan.
           compute WS-FIRST-PERIOD = DP-END-PERIOD + 1
           if LM-PAID-THRU-PERIOD >= WS-FIRST-PERIOD
               compute WS-FIRST-PERIOD = LM-PAID-THRU-PERIOD + 1
           end-if
           move 0 to WS-NEXT-DUE-DATE
           move 0 to WS-NEXT-PAYMENT
           move 0 to WS-MATURITY-DATE
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move DP-LOAN-NUMBER to SM-LOAN-NUMBER
           move WS-FIRST-PERIOD to SM-PERIOD
           read sched-master
               invalid key
                   continue
               not invalid key
                   move SM-DUE-DATE to WS-NEXT-DUE-DATE
                   move SM-PAYMENT to WS-NEXT-PAYMENT
           end-read
           move DP-LOAN-NUMBER to SM-LOAN-NUMBER
           move LM-TERM-MONTHS to SM-PERIOD
           read sched-master
               invalid key
                   continue
               not invalid key
                   move SM-DUE-DATE to WS-MATURITY-DATE
           end-read.

      *-----------------------------------------------------------------
       WriteOneNotice.
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteNoticeLine
               move BW-ADDRESS to WS-TEXT-LINE
               perform WriteNoticeLine
               move spaces to WS-TEXT-LINE
               string function trim(BW-CITY) ", " BW-STATE " " BW-ZIP
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
               move spaces to WS-TEXT-LINE
               perform WriteNoticeLine
           end-if

           move spaces to WS-TEXT-LINE
           string "Notice FBE prepared " WS-TODAY
               "   Loan " DP-LOAN-NUMBER
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           if MA-OK
               move spaces to WS-TEXT-LINE
               string "Mail piece " MA-PIECE-TEXT
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
           end-if

           move spaces to WS-TEXT-LINE
           string "Your payment deferral plan for periods "
               DP-START-PERIOD " through " DP-END-PERIOD
               " has ended."
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           if DP-CAPITALIZE
               move DP-PLAN-INTEREST to WS-AMOUNT-EDITED
               move spaces to WS-TEXT-LINE
               string "Interest of " WS-AMOUNT-EDITED
                   " accrued during the plan was added to"
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
               move "your balance, and your payment has been reset."
                   to WS-TEXT-LINE
               perform WriteNoticeLine
           else
               move "No interest was charged for the deferred periods;"
                   to WS-TEXT-LINE
               perform WriteNoticeLine
               move "they have been added to the end of your loan."
                   to WS-TEXT-LINE
               perform WriteNoticeLine
           end-if

           if WS-NEXT-DUE-DATE > 0
               move WS-NEXT-PAYMENT to WS-AMOUNT-EDITED
               move WS-NEXT-DUE-DATE to WS-DATE-TO-EDIT
               perform EditDate
               move spaces to WS-TEXT-LINE
               string "Your next payment of " WS-AMOUNT-EDITED
                   " is due " WS-DATE-EDITED "."
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
           end-if
           if WS-MATURITY-DATE > 0
               move WS-MATURITY-DATE to WS-DATE-TO-EDIT
               perform EditDate
               move spaces to WS-TEXT-LINE
               string "Your loan now matures " WS-DATE-EDITED
                   " after " LM-TERM-MONTHS " payment periods."
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
           end-if

           if WS-SM-AVAILABLE
               move spaces to WS-TEXT-LINE
               perform WriteNoticeLine
               move "Your upcoming payments:" to WS-TEXT-LINE
               perform WriteNoticeLine
               move ScheduleHeading to WS-TEXT-LINE
               perform WriteNoticeLine
               perform ListUpcomingRows
           end-if

           move spaces to WS-TEXT-LINE
           perform WriteNoticeLine.

       ListUpcomingRows.
           move 0 to WS-ROWS-LISTED
           move "N" to WS-SM-EOF
           move DP-LOAN-NUMBER to SM-LOAN-NUMBER
           move WS-FIRST-PERIOD to SM-PERIOD
           start sched-master key is greater than or equal to SM-KEY
               invalid key
                   set WS-AT-SM-EOF to true
           end-start
           perform until WS-AT-SM-EOF
                   or WS-ROWS-LISTED >= WS-ROWS-TO-LIST
               read sched-master next record
                   at end
                       set WS-AT-SM-EOF to true
                   not at end
                       if SM-LOAN-NUMBER not = DP-LOAN-NUMBER
                           set WS-AT-SM-EOF to true
                       else
                           add 1 to WS-ROWS-LISTED
                           move SM-PERIOD to SL-Period
                           move SM-DUE-DATE to WS-DATE-TO-EDIT
                           perform EditDate
                           move WS-DATE-EDITED to SL-Due
                           move SM-PAYMENT to SL-Payment
                           move ScheduleLine to WS-TEXT-LINE
                           perform WriteNoticeLine
                       end-if
               end-read
           end-perform.

       EditDate.
           move spaces to WS-DATE-EDITED
           string WS-DATE-TO-EDIT(1:4) "-" WS-DATE-TO-EDIT(5:2) "-"
               WS-DATE-TO-EDIT(7:2)
               delimited by size into WS-DATE-EDITED
           end-string.

      * Registers the notice (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "FORBEND" to MA-LETTER-TYPE
           move WS-TODAY to MA-DATE
           if WS-BORR-FOUND
               move BW-BORROWER-NUMBER to MA-BORROWER-NUMBER
               move BW-NAME to MA-NAME
               move BW-ADDRESS to MA-ADDRESS
               move BW-CITY to MA-CITY
               move BW-STATE to MA-STATE
               move BW-ZIP to MA-ZIP
           else
               move 0 to MA-BORROWER-NUMBER
               move spaces to MA-NAME MA-ADDRESS MA-CITY MA-STATE
                   MA-ZIP
           end-if
           call "MAILLOG" using MAIL-AREA.

       LookupBorrower.
           move "N" to WS-BORR-FOUND-SW
           if LM-BORROWER-NUMBER = 0
               exit paragraph
           end-if
           open input borrower-master
           if WS-BORROWER-STATUS not = "00"
               exit paragraph
           end-if
           move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
           read borrower-master
               invalid key
                   continue
               not invalid key
                   set WS-BORR-FOUND to true
           end-read
           close borrower-master.

       WriteNoticeLine.
           move WS-TEXT-LINE to NT-Line
           write NT-Line.
      *-----------------------------------------------------------------
