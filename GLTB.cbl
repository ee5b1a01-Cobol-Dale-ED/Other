      * by period then account as they accumulate, so the report
      * reads in closing order whatever order the history grew in.
      *
      * With GLTB_BY_DEPT=Y in the environment the lines are also
      * split by department cost center (GH-DEPT - the payroll's
      * salary expense and withholding), held in period, department,
      * account order with a subtotal per department inside each
      * period; lines that belong to no department group first.
      * Otherwise the department is ignored and the report is the
      * plain account trial balance.
      *
      * Return code 8 when any period's debits and credits disagree
      * - a history that doesn't balance means something bypassed
      * the export discipline and wants looking at.
       01 WS-HISTORY-EOF     pic x(1) value "N".
           88 WS-AT-HISTORY-EOF value "Y".

      * Accumulation table, kept in period+account order (period,
      * department, account in department mode) by insertion so the
      * report needs no sort step. The key fields are unsigned
      * display, so the keys order correctly compared whole.
       01 WS-LINE-CAPACITY   pic 9(4) value 1000.
       01 WS-LINE-COUNT      pic 9(4) value 0.
       01 WS-LINE-TABLE.
           05 WS-TB-ENTRY occurs 1000 times.
               10 WS-TB-KEY.
                   15 WS-TB-PERIOD   pic 9(6).
                   15 WS-TB-DEPT     pic x(3).
                   15 WS-TB-ACCOUNT  pic 9(8).
               10 WS-TB-DEBITS   pic 9(11)v99.
               10 WS-TB-CREDITS  pic 9(11)v99.
       01 WS-LINE-SUB        pic 9(4).
       01 WS-INSERT-AT       pic 9(4).
       01 WS-FOUND-SW        pic x(1).
           88 WS-LINE-FOUND   value "Y".
       01 WS-NEW-KEY.
           05 WS-NK-PERIOD       pic 9(6).
           05 WS-NK-DEPT         pic x(3).
           05 WS-NK-ACCOUNT      pic 9(8).

      * Department mode switch and the department subtotals.
       01 WS-BY-DEPT-TEXT    pic x(1).
       01 WS-BY-DEPT-SW      pic x(1) value "N".
           88 WS-BY-DEPT      value "Y".
       01 WS-DEPT-DEBITS     pic 9(11)v99.
       01 WS-DEPT-CREDITS    pic 9(11)v99.
       01 WS-PRIOR-DEPT      pic x(3).

      * Per-period and grand totals.
       01 WS-PERIOD-DEBITS   pic 9(11)v99.

       01 BalanceHeader.
           05               pic x(8)  value "Period".
           05               pic x(6)  value "Dept".
           05               pic x(10) value "Account".
           05               pic x(16) value "          Debits".
           05               pic x(16) value "         Credits".
       01 BalanceDetailLine.
           05 TD-Period      pic 9(6).
           05               pic x(2)  value spaces.
           05 TD-Dept        pic x(3).
           05               pic x(3)  value spaces.
           05 TD-Account     pic 9(8).
           05               pic x(2)  value spaces.
           05 TD-Debits      pic $$$,$$$,$$9.99.
           05 TD-Credits     pic $$$,$$$,$$9.99.
       01 PeriodTotalLine.
           05               pic x(8)  value "  total".
           05               pic x(16) value spaces.
           05 TP-Debits      pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 TP-Credits     pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 TP-Note        pic x(14).
       01 DeptTotalLine.
           05               pic x(8)  value spaces.
           05 TX-Dept        pic x(3).
           05               pic x(13) value " dept total".
           05 TX-Debits      pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 TX-Credits     pic $$$,$$$,$$9.99.
       01 GrandTotalLine.
           05               pic x(14) value "Grand totals: ".
           05 TG-Debits      pic $$,$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-BY-DEPT-TEXT
           accept WS-BY-DEPT-TEXT from environment "GLTB_BY_DEPT"
           if WS-BY-DEPT-TEXT = "Y"
               set WS-BY-DEPT to true
           end-if

           open input gl-history
           if WS-HISTORY-STATUS not = "00"
               display "GLTB: unable to open GL-HISTORY.DAT ("
      * inserting a new line at its sorted position when the pair
      * has not been seen yet.
       AccumulateOneLine.
           move GH-PERIOD to WS-NK-PERIOD
           move GH-ACCOUNT to WS-NK-ACCOUNT
           if WS-BY-DEPT
               move GH-DEPT to WS-NK-DEPT
           else
               move spaces to WS-NK-DEPT
           end-if
           move "N" to WS-FOUND-SW
           move 0 to WS-INSERT-AT
           perform varying WS-LINE-SUB from 1 by 1
                   or WS-LINE-FOUND
                   or WS-INSERT-AT > 0
               evaluate true
                   when WS-TB-KEY(WS-LINE-SUB) = WS-NEW-KEY
                       set WS-LINE-FOUND to true
                   when WS-TB-KEY(WS-LINE-SUB) > WS-NEW-KEY
                       move WS-LINE-SUB to WS-INSERT-AT
               end-evaluate
           end-perform
                       to WS-TB-ENTRY(WS-SHIFT-SUB + 1)
               end-perform
               add 1 to WS-LINE-COUNT
               move WS-NEW-KEY to WS-TB-KEY(WS-INSERT-AT)
               move 0 to WS-TB-DEBITS(WS-INSERT-AT)
               move 0 to WS-TB-CREDITS(WS-INSERT-AT)
               move WS-INSERT-AT to WS-LINE-SUB

      *-----------------------------------------------------------------
      * Writes the accumulated lines with a balance-proving subtotal
      * at each period break, and in department mode a department
      * subtotal at each department break inside the period.
       WriteBalanceLines.
           move 0 to WS-PERIOD-DEBITS
           move 0 to WS-PERIOD-CREDITS
           move 0 to WS-DEPT-DEBITS
           move 0 to WS-DEPT-CREDITS
           move 0 to WS-PRIOR-PERIOD
           move spaces to WS-PRIOR-DEPT
           perform varying WS-LINE-SUB from 1 by 1
                   until WS-LINE-SUB > WS-LINE-COUNT
               if WS-PRIOR-PERIOD > 0
                   and WS-TB-PERIOD(WS-LINE-SUB)
                       not = WS-PRIOR-PERIOD
                   if WS-BY-DEPT
                       perform WriteDeptTotal
                   end-if
                   perform WritePeriodTotal
               else
                   if WS-PRIOR-PERIOD > 0 and WS-BY-DEPT
                       and WS-TB-DEPT(WS-LINE-SUB) not = WS-PRIOR-DEPT
                       perform WriteDeptTotal
                   end-if
               end-if
               move WS-TB-PERIOD(WS-LINE-SUB) to WS-PRIOR-PERIOD
               move WS-TB-DEPT(WS-LINE-SUB) to WS-PRIOR-DEPT
               move WS-TB-PERIOD(WS-LINE-SUB) to TD-Period
               move WS-TB-DEPT(WS-LINE-SUB) to TD-Dept
               move WS-TB-ACCOUNT(WS-LINE-SUB) to TD-Account
               move WS-TB-DEBITS(WS-LINE-SUB) to TD-Debits
               move WS-TB-CREDITS(WS-LINE-SUB) to TD-Credits
               write TB-Line
               add WS-TB-DEBITS(WS-LINE-SUB) to WS-PERIOD-DEBITS
               add WS-TB-CREDITS(WS-LINE-SUB) to WS-PERIOD-CREDITS
               add WS-TB-DEBITS(WS-LINE-SUB) to WS-DEPT-DEBITS
               add WS-TB-CREDITS(WS-LINE-SUB) to WS-DEPT-CREDITS
           end-perform
           if WS-PRIOR-PERIOD > 0
               if WS-BY-DEPT
                   perform WriteDeptTotal
               end-if
               perform WritePeriodTotal
           end-if

           move GrandTotalLine to TB-Line
           write TB-Line.

      * A department's share of the period - not expected to balance
      * on its own (the offsetting cash and clearing lines carry no
      * department), so it carries no balance note.
       WriteDeptTotal.
           if WS-PRIOR-DEPT = spaces
               move "---" to TX-Dept
           else
               move WS-PRIOR-DEPT to TX-Dept
           end-if
           move WS-DEPT-DEBITS to TX-Debits
           move WS-DEPT-CREDITS to TX-Credits
           move DeptTotalLine to TB-Line
           write TB-Line
           move 0 to WS-DEPT-DEBITS
           move 0 to WS-DEPT-CREDITS.

       WritePeriodTotal.
           move WS-PERIOD-DEBITS to TP-Debits
           move WS-PERIOD-CREDITS to TP-Credits
