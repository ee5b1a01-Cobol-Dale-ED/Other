      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. INVREMIT.
      *-----------------------------------------------------------------
      * Monthly investor remittance. The remittance on participations
      * sold (PARTICIPATION.DAT, participation-record.cpy, kept from
      * PARTMNT.cbl) used to be worked out in a spreadsheet off
      * POSTING.RPT. This run takes the month in INVREMIT_MONTH
      * (environment, YYYYMM, default the current month), reads that
      * month's PAY-HISTORY.DAT postings and, for every active
      * participation, passes the investor's share through:
      *   - interest: the net periods the month applied (APPLIED
      *     less REVERSED), taken from the SCHED-MASTER.DAT rows
      *     after the last period already passed through, times the
      *     percent sold - of which the investor is paid at the
      *     pass-through rate and we keep the servicing fee and any
      *     excess spread over the note rate
      *   - principal: the participated balance is reset to the
      *     percent of the loan's outstanding balance (the paid-
      *     through row's ending balance, as TRIALBAL.cbl prices the
      *     loan), and the drop is the investor's principal - so
      *     curtailments pass through, and the participations
      *     always tie to TRIALBAL's portfolio
      * Each investor gets a remittance report INVREMIT-<id>.RPT and
      * a remittance file REMIT-<id>.DAT (remittance-record.cpy), and
      * the payable is journaled to GL-WORK.DAT per investor: debit
      * PARTSOLD for the principal, debit INTINC for the interest
      * passed through, credit INVPAY for the remittance. The run
      * control report INVREMIT.RPT totals every investor and lists
      * the exceptions - a participated loan no longer on the master,
      * or one whose paid-through period disagrees with the periods
      * the postings account for (return code 8). A month already
      * remitted for a participation is skipped, so a rerun passes
      * nothing through twice. A participation whose loan has paid
      * down to zero is retired after its last remittance.
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
       select pay-history
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select remit-file
           assign dynamic WS-REMIT-FILENAME
           organization is line sequential
           file status is WS-REMIT-STATUS.
       select investor-report
           assign dynamic WS-REPORT-FILENAME
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select control-report
           assign to 'INVREMIT.RPT'
           organization is line sequential.

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

       fd pay-history
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd remit-file
           data record is RM-RECORD.
           COPY "remittance-record.cpy".

       fd investor-report
           data record is IV-Line.
       01 IV-Line                  pic x(120).

       fd control-report
           data record is IC-Line.
       01 IC-Line                  pic x(120).

       WORKING-STORAGE SECTION.
       01 WS-PART-STATUS     pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-REMIT-STATUS    pic x(2).
       01 WS-REPORT-STATUS   pic x(2).
       01 WS-REMIT-FILENAME  pic x(30).
       01 WS-REPORT-FILENAME pic x(30).
       01 WS-PART-EOF        pic x(1) value "N".
           88 WS-AT-PART-EOF  value "Y".
       01 WS-PAYHIST-EOF     pic x(1) value "N".
           88 WS-AT-PAYHIST-EOF value "Y".
       01 WS-INVESTOR-OPEN-SW pic x(1) value "N".
           88 WS-INVESTOR-OPEN value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-MONTH-TEXT      pic x(6).
       01 WS-RUN-MONTH       pic 9(6).

      * The month's postings, net periods per loan: APPLIED adds
      * the periods it advanced, REVERSED takes back the periods it
      * rolled back.
       01 WS-POSTED-TABLE.
           05 WS-PS-ENTRY occurs 2000 times.
               10 WS-PS-LOAN      pic 9(8).
               10 WS-PS-PERIODS   pic s9(4).
       01 WS-PS-COUNT        pic 9(4) value 0.
       01 WS-PS-SUB          pic 9(4).
       01 WS-PS-OVERFLOW-SW  pic x(1) value "N".
           88 WS-PS-OVERFLOW  value "Y".

      * One participation's month.
       01 WS-CURRENT-INVESTOR pic x(6) value spaces.
       01 WS-NET-PERIODS     pic s9(4).
       01 WS-ROW-PERIOD      pic 9(4).
       01 WS-FIRST-PERIOD    pic 9(4).
       01 WS-LAST-PERIOD     pic 9(4).
       01 WS-LOAN-INTEREST   pic s9(9)v99.
       01 WS-LOAN-BALANCE    pic 9(9)v99.
       01 WS-NEW-BALANCE     pic 9(9)v99.
       01 WS-INV-PRINCIPAL   pic s9(9)v99.
       01 WS-GROSS-INTEREST  pic s9(9)v99.
       01 WS-INV-INTEREST    pic s9(9)v99.
       01 WS-SERVICE-FEE     pic s9(9)v99.
       01 WS-EXCESS-SPREAD   pic s9(9)v99.
       01 WS-REMIT-AMOUNT    pic s9(9)v99.
       01 WS-NOTE            pic x(16).

      * Investor totals - the remittance and its journal.
       01 WS-INV-LOANS       pic 9(5).
       01 WS-INV-TOT-PRIN    pic s9(11)v99.
       01 WS-INV-TOT-INT     pic s9(11)v99.
       01 WS-INV-TOT-FEE     pic s9(11)v99.
       01 WS-INV-TOT-EXCESS  pic s9(11)v99.
       01 WS-INV-TOT-REMIT   pic s9(11)v99.
       01 WS-INV-TOT-BAL     pic 9(11)v99.
       01 WS-GL-AMOUNT       pic s9(11)v99.

      * Run totals.
       01 WS-RUN-INVESTORS   pic 9(5) value 0.
       01 WS-RUN-LOANS       pic 9(5) value 0.
       01 WS-RUN-SKIPPED     pic 9(5) value 0.
       01 WS-RUN-EXCEPTIONS  pic 9(5) value 0.
       01 WS-RUN-REMIT       pic s9(11)v99 value 0.
       01 WS-RUN-FEE         pic s9(11)v99 value 0.
       01 WS-RUN-BALANCE     pic 9(11)v99 value 0.

       01 InvestorTitleLine.
           05               pic x(21) value "Investor remittance ".
           05 IT-Investor    pic x(6).
           05               pic x(2)  value spaces.
           05 IT-Name        pic x(25).
           05               pic x(8)  value "  Month ".
           05 IT-Month       pic 9(6).
       01 InvestorHeader.
           05               pic x(10) value "Loan".
           05               pic x(10) value " Percent".
           05               pic x(4)  value " Per".
           05               pic x(16) value "      Principal".
           05               pic x(15) value "       Interest".
           05               pic x(16) value "     Svc+Spread".
           05               pic x(16) value "     Remittance".
           05               pic x(14) value "       Balance".
       01 InvestorDetailLine.
           05 ID-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 ID-Percent     pic zz9.9999.
           05               pic x(2)  value spaces.
           05 ID-Periods     pic -zz9.
           05 ID-Principal   pic -$$$,$$$,$$9.99.
           05               pic x(1)  value spaces.
           05 ID-Interest    pic -$$$,$$$,$$9.99.
           05 ID-Fee         pic -$$$,$$$,$$9.99.
           05               pic x(1)  value spaces.
           05 ID-Remit       pic -$$$,$$$,$$9.99.
           05               pic x(1)  value spaces.
           05 ID-Balance     pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 ID-Note        pic x(16).
       01 InvestorTotalLine.
           05               pic x(7)  value "Loans:".
           05 IN-Loans       pic zzzz9.
           05               pic x(11) value "  Remitted:".
           05 IN-Remit       pic -$$,$$$,$$$,$$9.99.
           05               pic x(12) value "  Principal:".
           05 IN-Principal   pic -$$,$$$,$$$,$$9.99.
           05               pic x(11) value "  Interest:".
           05 IN-Interest    pic -$$,$$$,$$$,$$9.99.

       01 ControlHeader.
           05               pic x(8)  value "Investor".
           05               pic x(27) value "Name".
           05               pic x(6)  value "Loans".
           05               pic x(18) value "        Remittance".
           05               pic x(18) value "      Svc + Spread".
           05               pic x(18) value "      Participated".
       01 ControlDetailLine.
           05 CD-Investor    pic x(6).
           05               pic x(2)  value spaces.
           05 CD-Name        pic x(25).
           05               pic x(2)  value spaces.
           05 CD-Loans       pic zzzz9.
           05               pic x(1)  value spaces.
           05 CD-Remit       pic -$$,$$$,$$$,$$9.99.
           05 CD-Fee         pic -$$,$$$,$$$,$$9.99.
           05               pic x(1)  value spaces.
           05 CD-Balance     pic $$,$$$,$$$,$$9.99.
       01 ControlExceptionLine.
           05               pic x(11) value "EXCEPTION: ".
           05 CE-Investor    pic x(6).
           05               pic x(1)  value spaces.
           05 CE-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 CE-Text        pic x(60).
       01 ControlFooterLine.
           05               pic x(11) value "Investors:".
           05 CF-Investors   pic zzzz9.
           05               pic x(9)  value "  Loans:".
           05 CF-Loans       pic zzzz9.
           05               pic x(11) value "  Remitted:".
           05 CF-Remit       pic -$$,$$$,$$$,$$9.99.
           05               pic x(15) value "  Participated:".
           05 CF-Balance     pic $$,$$$,$$$,$$9.99.
       01 ControlCountLine.
           05               pic x(26) value
                                "Already remitted/skipped:".
           05 CC-Skipped     pic zzzz9.
           05               pic x(14) value "  Exceptions:".
           05 CC-Exceptions  pic zzzz9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           move WS-CD-YMD(1:6) to WS-RUN-MONTH
           accept WS-MONTH-TEXT from environment "INVREMIT_MONTH"
           if WS-MONTH-TEXT not = spaces
               move WS-MONTH-TEXT to WS-RUN-MONTH
           end-if

           open i-o participation-file
           if WS-PART-STATUS not = "00"
               display "INVREMIT: unable to open PARTICIPATION.DAT ("
                   WS-PART-STATUS ") - no participations to remit."
               move 16 to return-code
               goback
           end-if
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "INVREMIT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               close participation-file
               move 16 to return-code
               goback
           end-if
           open input sched-master
           if WS-SM-STATUS not = "00"
               display "INVREMIT: unable to open SCHED-MASTER.DAT ("
                   WS-SM-STATUS ") - nothing to price the loans from."
               close participation-file
               close loan-master
               move 16 to return-code
               goback
           end-if

           perform LoadMonthPostings
           if WS-PS-OVERFLOW
               display "INVREMIT: more than 2000 loans posted in the "
                   "month - run refused."
               close participation-file
               close loan-master
               close sched-master
               move 16 to return-code
               goback
           end-if

           open output control-report
           move ControlHeader to IC-Line
           write IC-Line

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
                       if PN-ACTIVE
                           perform RemitOneParticipation
                       end-if
               end-read
           end-perform
           if WS-INVESTOR-OPEN
               perform CloseInvestor
           end-if

           perform WriteControlFooter
           close participation-file
           close loan-master
           close sched-master
           close control-report
           display "INVREMIT: month " WS-RUN-MONTH ", "
               WS-RUN-INVESTORS " investor(s), " WS-RUN-LOANS
               " loan(s) remitted, " WS-RUN-EXCEPTIONS
               " exception(s)."
           if WS-RUN-EXCEPTIONS > 0
               move 8 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
       LoadMonthPostings.
           open input pay-history
           if WS-PAYHIST-STATUS not = "00"
               display "INVREMIT: PAY-HISTORY.DAT not available ("
                   WS-PAYHIST-STATUS ") - no interest to pass through."
               exit paragraph
           end-if
           perform until WS-AT-PAYHIST-EOF
               read pay-history
                   at end
                       set WS-AT-PAYHIST-EOF to true
                   not at end
                       if PYH-PAYMENT-DATE(1:6) = WS-RUN-MONTH
                           perform PostOneHistory
                       end-if
               end-read
           end-perform
           close pay-history.

       PostOneHistory.
           if PYH-PERIODS = 0
               exit paragraph
           end-if
           if PYH-STATUS not = "APPLIED" and not = "REVERSED"
               exit paragraph
           end-if
           perform varying WS-PS-SUB from 1 by 1
                   until WS-PS-SUB > WS-PS-COUNT
                   or WS-PS-LOAN(WS-PS-SUB) = PYH-LOAN-NUMBER
               continue
           end-perform
           if WS-PS-SUB > WS-PS-COUNT
               if WS-PS-COUNT >= 2000
                   set WS-PS-OVERFLOW to true
                   set WS-AT-PAYHIST-EOF to true
                   exit paragraph
               end-if
               add 1 to WS-PS-COUNT
               move WS-PS-COUNT to WS-PS-SUB
               move PYH-LOAN-NUMBER to WS-PS-LOAN(WS-PS-SUB)
               move 0 to WS-PS-PERIODS(WS-PS-SUB)
           end-if
           if PYH-STATUS = "APPLIED"
               add PYH-PERIODS to WS-PS-PERIODS(WS-PS-SUB)
           else
               subtract PYH-PERIODS from WS-PS-PERIODS(WS-PS-SUB)
           end-if.

      *-----------------------------------------------------------------
      * One participation: the interest on the periods the month
      * applied, the principal off the rebased balance, the
      * investor's split, and the remittance lines.
       RemitOneParticipation.
           if PN-INVESTOR-ID not = WS-CURRENT-INVESTOR
               if WS-INVESTOR-OPEN
                   perform CloseInvestor
               end-if
               perform OpenInvestor
           end-if
           if PN-LAST-REMIT-MONTH >= WS-RUN-MONTH
               add PN-BALANCE to WS-INV-TOT-BAL
               add 1 to WS-RUN-SKIPPED
               exit paragraph
           end-if

           move PN-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   move "LOAN NOT ON MASTER" to CE-Text
                   perform WriteRemitException
                   add PN-BALANCE to WS-INV-TOT-BAL
                   exit paragraph
           end-read
      *    A charged-off loan's balance was lost, not collected - the
      *    investor's share of the loss is settled outside this run.
           if LM-CHARGED-OFF
               move "LOAN CHARGED OFF - LOSS SHARE NOT REMITTED"
                   to CE-Text
               perform WriteRemitException
               add PN-BALANCE to WS-INV-TOT-BAL
               exit paragraph
           end-if

           move spaces to WS-NOTE
           move 0 to WS-NET-PERIODS
           perform varying WS-PS-SUB from 1 by 1
                   until WS-PS-SUB > WS-PS-COUNT
               if WS-PS-LOAN(WS-PS-SUB) = PN-LOAN-NUMBER
                   move WS-PS-PERIODS(WS-PS-SUB) to WS-NET-PERIODS
               end-if
           end-perform
           if PN-REMIT-THRU-PERIOD + WS-NET-PERIODS
                   not = LM-PAID-THRU-PERIOD
               move "PERIODS DISAGREE" to WS-NOTE
               move spaces to CE-Text
               string "postings account for period "
                   PN-REMIT-THRU-PERIOD " + " WS-NET-PERIODS
                   ", master paid through " LM-PAID-THRU-PERIOD
                   delimited by size into CE-Text
               end-string
               perform WriteRemitException
           end-if

           perform SumPeriodInterest
           perform FindLoanBalance
           compute WS-NEW-BALANCE rounded =
               WS-LOAN-BALANCE * PN-PERCENT / 100
           compute WS-INV-PRINCIPAL = PN-BALANCE - WS-NEW-BALANCE

           compute WS-GROSS-INTEREST rounded =
               WS-LOAN-INTEREST * PN-PERCENT / 100
           if LM-ANNUAL-RATE > 0
               compute WS-INV-INTEREST rounded =
                   WS-GROSS-INTEREST * PN-PASS-RATE / LM-ANNUAL-RATE
               compute WS-SERVICE-FEE rounded =
                   WS-GROSS-INTEREST * PN-SERVICE-FEE / LM-ANNUAL-RATE
           else
               move 0 to WS-INV-INTEREST
               move 0 to WS-SERVICE-FEE
           end-if
           compute WS-EXCESS-SPREAD =
               WS-GROSS-INTEREST - WS-INV-INTEREST - WS-SERVICE-FEE
           compute WS-REMIT-AMOUNT = WS-INV-PRINCIPAL + WS-INV-INTEREST

           if WS-NET-PERIODS = 0 and WS-INV-PRINCIPAL = 0
               add WS-NEW-BALANCE to WS-INV-TOT-BAL
               exit paragraph
           end-if

           perform WriteRemitLines

           move WS-NEW-BALANCE to PN-BALANCE
           add WS-NET-PERIODS to PN-REMIT-THRU-PERIOD
           move WS-RUN-MONTH to PN-LAST-REMIT-MONTH
           add WS-INV-PRINCIPAL to PN-PRINCIPAL-TO-DATE
           add WS-INV-INTEREST to PN-INTEREST-TO-DATE
           if PN-BALANCE = 0
               set PN-RETIRED to true
           end-if
           rewrite PARTICIPATION-RECORD

           add 1 to WS-INV-LOANS
           add WS-INV-PRINCIPAL to WS-INV-TOT-PRIN
           add WS-INV-INTEREST to WS-INV-TOT-INT
           add WS-SERVICE-FEE to WS-INV-TOT-FEE
           add WS-EXCESS-SPREAD to WS-INV-TOT-EXCESS
           add WS-REMIT-AMOUNT to WS-INV-TOT-REMIT
           add WS-NEW-BALANCE to WS-INV-TOT-BAL.

      * Interest on the rows after the last period passed through -
      * or, when the month's reversals outran its payments, the rows
      * being taken back, negated.
       SumPeriodInterest.
           move 0 to WS-LOAN-INTEREST
           evaluate true
               when WS-NET-PERIODS > 0
                   compute WS-FIRST-PERIOD = PN-REMIT-THRU-PERIOD + 1
                   compute WS-LAST-PERIOD =
                       PN-REMIT-THRU-PERIOD + WS-NET-PERIODS
               when WS-NET-PERIODS < 0
                   compute WS-FIRST-PERIOD =
                       PN-REMIT-THRU-PERIOD + WS-NET-PERIODS + 1
                   move PN-REMIT-THRU-PERIOD to WS-LAST-PERIOD
               when other
                   exit paragraph
           end-evaluate
           perform varying WS-ROW-PERIOD from WS-FIRST-PERIOD by 1
                   until WS-ROW-PERIOD > WS-LAST-PERIOD
               move PN-LOAN-NUMBER to SM-LOAN-NUMBER
               move WS-ROW-PERIOD to SM-PERIOD
               read sched-master
                   invalid key
                       continue
                   not invalid key
                       add SM-INTEREST to WS-LOAN-INTEREST
               end-read
           end-perform
           if WS-NET-PERIODS < 0
               compute WS-LOAN-INTEREST = 0 - WS-LOAN-INTEREST
           end-if.

      * Outstanding balance priced the way TRIALBAL.cbl prices it:
      * the paid-through row's ending balance, or row 1's starting
      * balance before the first payment. A loan no longer owing
      * owes nothing.
       FindLoanBalance.
           if not (LM-ACTIVE or LM-DELINQUENT)
               move 0 to WS-LOAN-BALANCE
               exit paragraph
           end-if
           move LM-PRINCIPAL to WS-LOAN-BALANCE
           move PN-LOAN-NUMBER to SM-LOAN-NUMBER
           if LM-PAID-THRU-PERIOD = 0
               move 1 to SM-PERIOD
           else
               move LM-PAID-THRU-PERIOD to SM-PERIOD
           end-if
           read sched-master
               invalid key
                   continue
               not invalid key
                   if LM-PAID-THRU-PERIOD = 0
                       compute WS-LOAN-BALANCE =
                           SM-END-BALANCE + SM-PRINCIPAL
                   else
                       move SM-END-BALANCE to WS-LOAN-BALANCE
                   end-if
           end-read.

       WriteRemitLines.
           move PN-LOAN-NUMBER to ID-Loan
           move PN-PERCENT to ID-Percent
           move WS-NET-PERIODS to ID-Periods
           move WS-INV-PRINCIPAL to ID-Principal
           move WS-INV-INTEREST to ID-Interest
           compute ID-Fee = WS-SERVICE-FEE + WS-EXCESS-SPREAD
           move WS-REMIT-AMOUNT to ID-Remit
           move WS-NEW-BALANCE to ID-Balance
           move WS-NOTE to ID-Note
           move InvestorDetailLine to IV-Line
           write IV-Line

           move PN-INVESTOR-ID to RM-INVESTOR-ID
           move PN-LOAN-NUMBER to RM-LOAN-NUMBER
           move WS-RUN-MONTH to RM-MONTH
           move PN-PERCENT to RM-PERCENT
           move WS-NET-PERIODS to RM-PERIODS
           move WS-INV-PRINCIPAL to RM-PRINCIPAL
           move WS-INV-INTEREST to RM-INTEREST
           compute RM-SERVICE-FEE = WS-SERVICE-FEE + WS-EXCESS-SPREAD
           move WS-REMIT-AMOUNT to RM-REMIT-AMOUNT
           move WS-NEW-BALANCE to RM-BALANCE
           write RM-RECORD.

       WriteRemitException.
           move PN-INVESTOR-ID to CE-Investor
           move PN-LOAN-NUMBER to CE-Loan
           move ControlExceptionLine to IC-Line
           write IC-Line
           add 1 to WS-RUN-EXCEPTIONS.

      *-----------------------------------------------------------------
      * An investor's files open at the first of its participations
      * and close, with the totals and the journal, at the last.
       OpenInvestor.
           move PN-INVESTOR-ID to WS-CURRENT-INVESTOR
           move 0 to WS-INV-LOANS
           move 0 to WS-INV-TOT-PRIN
           move 0 to WS-INV-TOT-INT
           move 0 to WS-INV-TOT-FEE
           move 0 to WS-INV-TOT-EXCESS
           move 0 to WS-INV-TOT-REMIT
           move 0 to WS-INV-TOT-BAL
           move PN-INVESTOR-ID to CD-Investor
           move PN-INVESTOR-NAME to CD-Name

           move spaces to WS-REPORT-FILENAME
           string "INVREMIT-" function trim(PN-INVESTOR-ID) ".RPT"
               delimited by size into WS-REPORT-FILENAME
           end-string
           move spaces to WS-REMIT-FILENAME
           string "REMIT-" function trim(PN-INVESTOR-ID) ".DAT"
               delimited by size into WS-REMIT-FILENAME
           end-string
           open output investor-report
           open output remit-file
           set WS-INVESTOR-OPEN to true
           add 1 to WS-RUN-INVESTORS

           move PN-INVESTOR-ID to IT-Investor
           move PN-INVESTOR-NAME to IT-Name
           move WS-RUN-MONTH to IT-Month
           move InvestorTitleLine to IV-Line
           write IV-Line
           move spaces to IV-Line
           write IV-Line
           move InvestorHeader to IV-Line
           write IV-Line.

       CloseInvestor.
           move WS-INV-LOANS to IN-Loans
           move WS-INV-TOT-REMIT to IN-Remit
           move WS-INV-TOT-PRIN to IN-Principal
           move WS-INV-TOT-INT to IN-Interest
           move spaces to IV-Line
           write IV-Line
           move InvestorTotalLine to IV-Line
           write IV-Line
           close investor-report
           close remit-file
           move "N" to WS-INVESTOR-OPEN-SW

           move WS-INV-LOANS to CD-Loans
           move WS-INV-TOT-REMIT to CD-Remit
           compute CD-Fee = WS-INV-TOT-FEE + WS-INV-TOT-EXCESS
           move WS-INV-TOT-BAL to CD-Balance
           move ControlDetailLine to IC-Line
           write IC-Line

           add WS-INV-LOANS to WS-RUN-LOANS
           add WS-INV-TOT-REMIT to WS-RUN-REMIT
           add WS-INV-TOT-FEE to WS-RUN-FEE
           add WS-INV-TOT-EXCESS to WS-RUN-FEE
           add WS-INV-TOT-BAL to WS-RUN-BALANCE
           perform WriteInvestorJournal.

      * The payable to the investor: principal out of the sold
      * participations, interest out of income, the sum owed. A
      * month that nets negative (reversals) posts the other way.
       WriteInvestorJournal.
           if WS-INV-TOT-REMIT = 0 and WS-INV-TOT-PRIN = 0
               exit paragraph
           end-if
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           move "INVREMIT" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-TODAY to GW-DATE

           move "PARTSOLD" to GW-CODE
           move WS-INV-TOT-PRIN to WS-GL-AMOUNT
           perform WriteDebitEntry
           move "INTINC" to GW-CODE
           move WS-INV-TOT-INT to WS-GL-AMOUNT
           perform WriteDebitEntry
           move "INVPAY" to GW-CODE
           compute WS-GL-AMOUNT = 0 - WS-INV-TOT-REMIT
           perform WriteDebitEntry
           close gl-work.

       WriteDebitEntry.
           evaluate true
               when WS-GL-AMOUNT > 0
                   set GW-DEBIT to true
                   move WS-GL-AMOUNT to GW-AMOUNT
                   write GW-RECORD
               when WS-GL-AMOUNT < 0
                   set GW-CREDIT to true
                   compute GW-AMOUNT = 0 - WS-GL-AMOUNT
                   write GW-RECORD
           end-evaluate.

      *-----------------------------------------------------------------
       WriteControlFooter.
           move WS-RUN-INVESTORS to CF-Investors
           move WS-RUN-LOANS to CF-Loans
           move WS-RUN-REMIT to CF-Remit
           move WS-RUN-BALANCE to CF-Balance
           move spaces to IC-Line
           write IC-Line
           move ControlFooterLine to IC-Line
           write IC-Line
           move WS-RUN-SKIPPED to CC-Skipped
           move WS-RUN-EXCEPTIONS to CC-Exceptions
           move ControlCountLine to IC-Line
           write IC-Line.
      *-----------------------------------------------------------------
