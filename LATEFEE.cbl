      * PAYOFF.cbl quotes it and POSTPAY.cbl collects it ahead of
      * scheduled periods. The run prints LATEFEE.RPT, one line per
      * assessment with run totals.
      *
      * A period a forbearance plan deferred (DEFERCHK.cbl) is not
      * due and is never assessed. A loan under a servicing hold
      * (HOLDCHK.cbl) is not assessed at all while the hold is in
      * effect; LATEFEE.RPT lists it with the hold reason instead.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * amounts (only the one the method selects is used).
       fd fee-policy
           data record is FP-RECORD.
           COPY "fee-policy-record.cpy".

      * One record per assessed fee - the per-period documentation
      * behind LM-FEE-BALANCE, and the run's guard against assessing
      * the same missed period twice.
       fd fee-history
           data record is FH-RECORD.
           COPY "fee-history-record.cpy".

       fd loan-journal
           data record is LJ-RECORD.
      * exactly the dispute this run exists to end.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - a period a plan deferred
      * is not due and is never fee'd.
           COPY "defer-area.cpy".

      * Servicing holds (HOLDCHK.cbl) - no fee while one is in
      * effect.
           COPY "hold-area.cpy".

       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-LJ-BEFORE       pic x(130).
       01 WS-LJ-ACTION       pic x(1).
       01 WS-RUN-FEES        pic 9(5) value 0.
       01 WS-RUN-LOANS       pic 9(5) value 0.
       01 WS-RUN-AMOUNT      pic 9(9)v99 value 0.
       01 WS-RUN-HELD        pic 9(5) value 0.

       01 FeeColumnHeader.
           05               pic x(10) value "Loan".
           05 FD-Fee         pic $$$,$$9.99.
           05               pic x(2)  value spaces.
           05 FD-Balance     pic $$$,$$$,$$9.99.
       01 FeeHeldLine.
           05 HL-Loan        pic 9(8).
           05               pic x(10) value "  ON HOLD ".
           05 HL-Reason      pic x(2).
           05               pic x(6)  value " from ".
           05 HL-Start       pic 9(8).
           05               pic x(17) value " - not assessed".
       01 FeeFooterLine.
           05               pic x(16) value "Fees assessed: ".
           05 FF-Fees        pic z(4)9.
           05 FF-Loans       pic z(4)9.
           05               pic x(10) value "  Total: ".
           05 FF-Amount      pic $$$,$$$,$$9.99.
           05               pic x(12) value "  On hold: ".
           05 FF-Held        pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           close fee-report
           perform FreeMasterLock
           display "LATEFEE: " WS-RUN-FEES " fee(s) assessed on "
               WS-RUN-LOANS " loan(s), " WS-RUN-HELD
               " loan(s) on servicing hold."
           goback.

       FreeMasterLock.
               exit paragraph
           end-if

           move LM-LOAN-NUMBER to HA-LOAN-NUMBER
           move WS-TODAY to HA-AS-OF-DATE
           call "HOLDCHK" using HOLD-AREA
           if HA-ON-HOLD
               add 1 to WS-RUN-HELD
               move LM-LOAN-NUMBER to HL-Loan
               move HA-REASON to HL-Reason
               move HA-START-DATE to HL-Start
               move FeeHeldLine to FR-Line
               write FR-Line
               exit paragraph
           end-if

           perform FindMaxAssessedPeriod

           move "N" to WS-LOAN-CHANGED-SW
                       set WS-AT-HISTORY-EOF to true
                   not at end
                       if FH-LOAN-NUMBER = LM-LOAN-NUMBER
                           and FH-ASSESSED
                           and FH-PERIOD > WS-MAX-ASSESSED
                           move FH-PERIOD to WS-MAX-ASSESSED
                       end-if
               exit paragraph
           end-if

           move LM-LOAN-NUMBER to DF-LOAN-NUMBER
           move WS-ROW-PERIOD to DF-FROM-PERIOD
           move WS-ROW-PERIOD to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           if DF-IN-PLAN
               exit paragraph
           end-if

           move WS-ROW-PERIOD to WS-ADVANCE-PERIOD
           perform ComputeDueDate
           move WS-DUE-DATE to BD-DATE-IN
           move WS-ROW-PERIOD to FH-PERIOD
           move WS-TODAY to FH-ASSESS-DATE
           move WS-FEE-AMOUNT to FH-AMOUNT
           set FH-ASSESSED to true
           write FH-RECORD
           close fee-history.

           move WS-RUN-FEES to FF-Fees
           move WS-RUN-LOANS to FF-Loans
           move WS-RUN-AMOUNT to FF-Amount
           move WS-RUN-HELD to FF-Held
           move spaces to FR-Line
           write FR-Line
           move FeeFooterLine to FR-Line
