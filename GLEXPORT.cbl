      * periods' amounts on top of the new ones - the double-posting
      * this program exists to eliminate. A failed export leaves the
      * work file untouched for correction and rerun.
      *
      * Entries charged to a department cost center (GW-DEPT - the
      * payroll's salary expense and withholding) map on department
      * plus source code: a GL-ACCOUNTS.DAT row carrying that
      * department wins, and a code's row with a blank department is
      * the fallback, so only the departments booked to their own
      * accounts need rows. A fallback is noted on the control
      * report (NO DEPT MAP), and so is every entry charged to the
      * default cost center "000" - employees with no valid
      * department - which also sets return code 4 on an otherwise
      * clean export. The department goes through to the journal
      * and the history.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           05 GLA-CODE              pic x(8).
           05 GLA-ACCOUNT           pic 9(8).
           05 GLA-DESC              pic x(20).
      * Department cost center the row is for - spaces for the
      * code's own row.
           05 GLA-DEPT              pic x(3).

       fd gl-journal
           data record is GLJ-RECORD.
           05 GLJ-AMOUNT            pic 9(9)v99.
           05 GLJ-DATE              pic 9(8).
           05 GLJ-SOURCE            pic x(8).
           05 GLJ-DEPT              pic x(3).

       fd control-report
           data record is CR-Line.
       01 WS-ACCOUNTS-EOF    pic x(1) value "N".
           88 WS-AT-ACCOUNTS-EOF value "Y".

      * The account mapping table, loaded once - room for the
      * department rows as well as the codes' own.
       01 WS-MAP-CAPACITY    pic 999 value 300.
       01 WS-MAP-COUNT       pic 999 value 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY occurs 300 times.
               10 WS-MAP-CODE      pic x(8).
               10 WS-MAP-ACCOUNT   pic 9(8).
               10 WS-MAP-DESC      pic x(20).
               10 WS-MAP-DEPT      pic x(3).
       01 WS-MAP-SUB         pic 999.
       01 WS-MAP-FOUND-SW    pic x(1).
           88 WS-MAP-FOUND    value "Y".
       01 WS-MAP-FALLBACK-SW pic x(1).
           88 WS-MAP-FALLBACK value "Y".
       01 WS-FALLBACK-ACCOUNT pic 9(8).
       01 WS-DEFAULT-CC-COUNT pic 9(5) value 0.
       01 WS-DEFAULT-CC-AMOUNT pic 9(11)v99 value 0.
       01 WS-NO-DEPT-MAP-COUNT pic 9(5) value 0.

      * Posting-period control state: the control file loaded once,
      * and the verdict of the period pre-pass over the work file.
       01 ControlHeader.
           05               pic x(10) value "Source".
           05               pic x(10) value "Code".
           05               pic x(5)  value "Dept".
           05               pic x(10) value "Account".
           05               pic x(4)  value "D/C".
           05               pic x(16) value "          Amount".
           05               pic x(2)  value spaces.
           05 CT-Code        pic x(8).
           05               pic x(2)  value spaces.
           05 CT-Dept        pic x(3).
           05               pic x(2)  value spaces.
           05 CT-Account     pic 9(8).
           05               pic x(3)  value spaces.
           05 CT-DC          pic x(1).
           05               pic x(3)  value spaces.
           05 CT-Amount      pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CT-Note        pic x(12).
       01 ControlFooterLine.
           05               pic x(15) value "Total debits: ".
           05 CF-Debits      pic $$$$,$$$,$$9.99.
                       move GLJ-AMOUNT to GH-AMOUNT
                       move GLJ-DATE to GH-DATE
                       move GLJ-SOURCE to GH-SOURCE
                       move GLJ-DEPT to GH-DEPT
                       write GH-RECORD
               end-read
           end-perform
                       move GLA-ACCOUNT to
                           WS-MAP-ACCOUNT(WS-MAP-COUNT)
                       move GLA-DESC to WS-MAP-DESC(WS-MAP-COUNT)
                       move GLA-DEPT to WS-MAP-DEPT(WS-MAP-COUNT)
               end-read
           end-perform
           close gl-accounts.

      *-----------------------------------------------------------------
      * Department plus code first; the code's blank-department row
      * is remembered on the way past as the fallback.
       ExportOneEntry.
           add 1 to WS-ENTRY-COUNT
           move "N" to WS-MAP-FOUND-SW
           move "N" to WS-MAP-FALLBACK-SW
           perform varying WS-MAP-SUB from 1 by 1
                   until WS-MAP-SUB > WS-MAP-COUNT
                   or WS-MAP-FOUND
               if WS-MAP-CODE(WS-MAP-SUB) = GW-CODE
                   if WS-MAP-DEPT(WS-MAP-SUB) = GW-DEPT
                       set WS-MAP-FOUND to true
                       move WS-MAP-ACCOUNT(WS-MAP-SUB) to GLJ-ACCOUNT
                   else
                       if WS-MAP-DEPT(WS-MAP-SUB) = spaces
                           and not WS-MAP-FALLBACK
                           set WS-MAP-FALLBACK to true
                           move WS-MAP-ACCOUNT(WS-MAP-SUB)
                               to WS-FALLBACK-ACCOUNT
                       end-if
                   end-if
               end-if
           end-perform

           move GW-SOURCE to CT-Source
           move GW-CODE to CT-Code
           move GW-DEPT to CT-Dept
           move GW-DC to CT-DC
           move GW-AMOUNT to CT-Amount
           move spaces to CT-Note

           if not WS-MAP-FOUND and WS-MAP-FALLBACK
               set WS-MAP-FOUND to true
               move WS-FALLBACK-ACCOUNT to GLJ-ACCOUNT
               if not GW-DEPT-NONE
                   add 1 to WS-NO-DEPT-MAP-COUNT
                   move "NO DEPT MAP" to CT-Note
               end-if
           end-if
           if WS-MAP-FOUND and GW-DEPT-DEFAULT
               add 1 to WS-DEFAULT-CC-COUNT
               add GW-AMOUNT to WS-DEFAULT-CC-AMOUNT
               move "DEFAULT CC" to CT-Note
           end-if

           if not WS-MAP-FOUND
               add 1 to WS-UNMAPPED-COUNT
               move 0 to CT-Account
               move GW-AMOUNT to GLJ-AMOUNT
               move GW-DATE to GLJ-DATE
               move GW-SOURCE to GLJ-SOURCE
               move GW-DEPT to GLJ-DEPT
               write GLJ-RECORD
               if GW-DEBIT
                   add GW-AMOUNT to WS-TOTAL-DEBITS
           move ControlFooterLine to CR-Line
           write CR-Line

      *    Expense parked on the default cost center belongs to a
      *    real department once HR fixes the employee - flagged so
      *    accounting reclasses it rather than finding it at year
      *    end.
           if WS-DEFAULT-CC-COUNT > 0
               move WS-DEFAULT-CC-AMOUNT to CF-Debits
               move spaces to CR-Line
               string "Default cost center 000 (no valid department)"
                   " entries: " WS-DEFAULT-CC-COUNT "  amount "
                   CF-Debits
                   delimited by size into CR-Line
               end-string
               write CR-Line
               if return-code = 0
                   move 4 to return-code
               end-if
           end-if
           if WS-NO-DEPT-MAP-COUNT > 0
               move spaces to CR-Line
               string "Department entries mapped to the code's own "
                   "account (NO DEPT MAP): " WS-NO-DEPT-MAP-COUNT
                   delimited by size into CR-Line
               end-string
               write CR-Line
           end-if

           display "GLEXPORT: " WS-ENTRY-COUNT " entries, "
               WS-UNMAPPED-COUNT " unmapped, " CF-Balance.
      *-----------------------------------------------------------------
