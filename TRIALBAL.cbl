      * (LM-PRINCIPAL less the principal of its paid rows), so when
      * the portfolio is out the loan carrying the difference can be
      * found without re-deriving anything by hand.
      *
      * Where loans have participations sold (PARTICIPATION.DAT),
      * a closing section splits the portfolio into the investors'
      * share and ours: the participated balances on file, as
      * INVREMIT.cbl last left them, against the percents sold of
      * the loans' balances today. A difference there is collections
      * not yet remitted - a matter for the next remittance run,
      * not an out-of-balance receivable.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select participation-file
           assign to 'PARTICIPATION.DAT'
           organization is indexed
           access mode is dynamic
           record key is PN-KEY
           file status is WS-PART-STATUS.
       select balance-report
           assign to 'TRIALBAL.RPT'
           organization is line sequential.
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd participation-file
           data record is PARTICIPATION-RECORD.
           COPY "participation-record.cpy".

       fd balance-report
           data record is TB-Line.
       01 TB-Line                  pic x(100).
           88 WS-AT-HISTORY-EOF value "Y".
       01 WS-WORK-EOF        pic x(1) value "N".
           88 WS-AT-WORK-EOF  value "Y".
       01 WS-PART-STATUS     pic x(2).
       01 WS-PART-EOF        pic x(1) value "N".
           88 WS-AT-PART-EOF  value "Y".

       01 WS-LOANRECV-ACCT   pic 9(8) value 0.
       01 WS-ACCT-FOUND-SW   pic x(1) value "N".
       01 WS-RUN-LOANS       pic 9(5) value 0.
       01 WS-NO-SCHED-COUNT  pic 9(5) value 0.

      * Participations sold: balances on file and the same shares
      * priced at today's loan balances.
       01 WS-PART-COUNT      pic 9(5) value 0.
       01 WS-SOLD-ON-FILE    pic 9(11)v99 value 0.
       01 WS-SOLD-CURRENT    pic 9(11)v99 value 0.
       01 WS-SOLD-SHARE      pic 9(9)v99.
       01 WS-RETAINED        pic s9(11)v99.

       01 BalanceHeader.
           05               pic x(10) value "Loan".
           05               pic x(16) value "   Sched Balance".
           05 TF-GlBalance   pic $$,$$$,$$$,$$9.99.
           05               pic x(8)  value "  Diff: ".
           05 TF-Diff        pic +$$,$$$,$$$,$$9.99.
       01 ParticipationLine.
           05               pic x(6)  value "Sold: ".
           05 TP-OnFile      pic $$,$$$,$$$,$$9.99.
           05               pic x(9)  value "  Today: ".
           05 TP-Current     pic $$,$$$,$$$,$$9.99.
           05               pic x(12) value "  Retained: ".
           05 TP-Retained    pic -$$,$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 TP-Note        pic x(14).
       01 BalanceStatusLine.
           05               pic x(8)  value "Status: ".
           05 TS-Status      pic x(14).
                       end-if
               end-read
           end-perform
           perform SumParticipations
           close loan-master
           if WS-SM-AVAILABLE
               close sched-master
      * its principal) - a loan curtailed before its first payment
      * carries a balance LM-PRINCIPAL no longer states.
       BalanceOneLoan.
           move spaces to TB-Note
           perform PriceLoanFromSchedule
           if not WS-ROW-FOUND
               add 1 to WS-NO-SCHED-COUNT
               move "NO SCHEDULE" to TB-Note
           end-if

           compute WS-LOAN-BALANCE =
               WS-SCHED-BALANCE + LM-CARRY-AMOUNT
           compute WS-MASTER-BALANCE =
               LM-PRINCIPAL - WS-PRINCIPAL-PAID
           compute WS-LOAN-DIFF =
               WS-SCHED-BALANCE - WS-MASTER-BALANCE

           add 1 to WS-RUN-LOANS
           add WS-LOAN-BALANCE to WS-PORTFOLIO-TOTAL

           move LM-LOAN-NUMBER to TB-Loan
           move WS-SCHED-BALANCE to TB-SchedBal
           move WS-MASTER-BALANCE to TB-MasterBal
           move WS-LOAN-DIFF to TB-Diff
           move BalanceDetailLine to TB-Line
           write TB-Line.

       PriceLoanFromSchedule.
           move LM-PRINCIPAL to WS-SCHED-BALANCE
           move 0 to WS-PRINCIPAL-PAID
           move "N" to WS-ROW-FOUND-SW

           if WS-SM-AVAILABLE
                       end-read
                   end-perform
               end-if
           end-if.

      *-----------------------------------------------------------------
      * Each active participation: its balance on file, and its
      * percent of the loan's schedule balance priced as above (a
      * loan no longer owing prices at nothing). No file, no
      * participations - the section is left off the report.
       SumParticipations.
           open input participation-file
           if WS-PART-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-PART-EOF
               read participation-file next record
                   at end
                       set WS-AT-PART-EOF to true
                   not at end
                       if PN-ACTIVE
                           perform PriceOneParticipation
                       end-if
               end-read
           end-perform
           close participation-file.

       PriceOneParticipation.
           add 1 to WS-PART-COUNT
           add PN-BALANCE to WS-SOLD-ON-FILE
           move PN-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   exit paragraph
           end-read
           if LM-ACTIVE or LM-DELINQUENT
               perform PriceLoanFromSchedule
               compute WS-SOLD-SHARE rounded =
                   WS-SCHED-BALANCE * PN-PERCENT / 100
               add WS-SOLD-SHARE to WS-SOLD-CURRENT
           end-if.

      *-----------------------------------------------------------------
      * The receivable the GL carries: debits less credits for the
           move BalanceStatusLine to TB-Line
           write TB-Line

           if WS-PART-COUNT > 0
               compute WS-RETAINED =
                   WS-PORTFOLIO-TOTAL - WS-SOLD-CURRENT
               move WS-SOLD-ON-FILE to TP-OnFile
               move WS-SOLD-CURRENT to TP-Current
               move WS-RETAINED to TP-Retained
               if WS-SOLD-ON-FILE = WS-SOLD-CURRENT
                   move "REMITTED" to TP-Note
               else
                   move "REMITTANCE DUE" to TP-Note
               end-if
               move ParticipationLine to TB-Line
               write TB-Line
           end-if

           display "TRIALBAL: " WS-RUN-LOANS " loan(s), "
               WS-NO-SCHED-COUNT " without schedules, " TS-Status.
      *-----------------------------------------------------------------
