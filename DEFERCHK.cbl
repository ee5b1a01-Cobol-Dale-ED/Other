      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. DEFERCHK.
      *-----------------------------------------------------------------
      * Deferral-plan lookup (see defer-area.cpy for the protocol).
      * Once FORBEAR.cbl grants a plan, the plan's periods stay on
      * the schedule with no payment and the loan's due-period count
      * - origination date to today - runs ahead of what is really
      * owed. AGING.cbl, LATEFEE.cbl, DELQLTR.cbl and ACHEXTR.cbl
      * call this to take the plan periods back out, so a borrower
      * in forbearance is neither aged, fee'd, dunned nor debited
      * for them. Every plan on file counts, ended ones included -
      * their periods moved to the end of the loan and are never
      * due.
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

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd defer-plan
           data record is DEFER-PLAN-RECORD.
           COPY "defer-plan-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DP-STATUS       pic x(2).
       01 WS-DP-EOF          pic x(1).
           88 WS-AT-DP-EOF   value "Y".
      * Opened on the first call of the run unit and kept.
       01 WS-OPENED-SW       pic x(1) value "N".
           88 WS-DP-OPENED   value "Y".
       01 WS-AVAILABLE-SW    pic x(1) value "N".
           88 WS-DP-AVAILABLE value "Y".

      * The loan's plans, as period ranges.
       01 WS-PLAN-COUNT      pic 99.
       01 WS-PLAN-SUB        pic 99.
       01 WS-PLAN-TABLE.
           05 WS-PLAN occurs 20 times.
               10 WS-PLAN-START  pic 9(4).
               10 WS-PLAN-END    pic 9(4).

       01 WS-PERIOD          pic 9(4).
       01 WS-HIT-SW          pic x(1).
           88 WS-PERIOD-IN-PLAN value "Y".
       01 WS-MOVED-SW        pic x(1).
           88 WS-STILL-MOVING value "Y".

       LINKAGE SECTION.
           COPY "defer-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using DEFER-AREA.
      *-----------------------------------------------------------------
       MainLine.
           if not WS-DP-OPENED
               set WS-DP-OPENED to true
               open input defer-plan
               if WS-DP-STATUS = "00"
                   set WS-DP-AVAILABLE to true
               end-if
           end-if

           move "00" to DF-STATUS
           move 0 to DF-PLAN-PERIODS
           move DF-FROM-PERIOD to DF-FIRST-DUE-PERIOD
           move "N" to DF-IN-PLAN-SW
           if not WS-DP-AVAILABLE
               goback
           end-if

           perform LoadLoanPlans
           if WS-PLAN-COUNT = 0
               goback
           end-if

           perform varying WS-PERIOD from DF-FROM-PERIOD by 1
                   until WS-PERIOD > DF-THRU-PERIOD
               perform CheckPeriod
               if WS-PERIOD-IN-PLAN
                   add 1 to DF-PLAN-PERIODS
               end-if
           end-perform

           move DF-FROM-PERIOD to WS-PERIOD
           perform CheckPeriod
           if WS-PERIOD-IN-PLAN
               set DF-IN-PLAN to true
           end-if
           move "Y" to WS-MOVED-SW
           perform until not WS-STILL-MOVING
               perform CheckPeriod
               if WS-PERIOD-IN-PLAN
                   add 1 to WS-PERIOD
               else
                   move "N" to WS-MOVED-SW
               end-if
           end-perform
           move WS-PERIOD to DF-FIRST-DUE-PERIOD
           goback.

      *-----------------------------------------------------------------
       LoadLoanPlans.
           move 0 to WS-PLAN-COUNT
           move "N" to WS-DP-EOF
           move DF-LOAN-NUMBER to DP-LOAN-NUMBER
           move 0 to DP-START-PERIOD
           start defer-plan key is greater than or equal to DP-KEY
               invalid key
                   set WS-AT-DP-EOF to true
           end-start
           perform until WS-AT-DP-EOF
               read defer-plan next record
                   at end
                       set WS-AT-DP-EOF to true
                   not at end
                       if DP-LOAN-NUMBER not = DF-LOAN-NUMBER
                           or WS-PLAN-COUNT >= 20
                           set WS-AT-DP-EOF to true
                       else
                           add 1 to WS-PLAN-COUNT
                           move DP-START-PERIOD
                               to WS-PLAN-START(WS-PLAN-COUNT)
                           move DP-END-PERIOD
                               to WS-PLAN-END(WS-PLAN-COUNT)
                       end-if
               end-read
           end-perform.

       CheckPeriod.
           move "N" to WS-HIT-SW
           perform varying WS-PLAN-SUB from 1 by 1
                   until WS-PLAN-SUB > WS-PLAN-COUNT
                       or WS-PERIOD-IN-PLAN
               if WS-PERIOD >= WS-PLAN-START(WS-PLAN-SUB)
                   and WS-PERIOD <= WS-PLAN-END(WS-PLAN-SUB)
                   set WS-PERIOD-IN-PLAN to true
               end-if
           end-perform.
      *-----------------------------------------------------------------
