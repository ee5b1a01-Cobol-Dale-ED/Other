      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. W2GEN.
      *-----------------------------------------------------------------
      * Year-end wage and tax statement run (our W-2). YEAREND.cbl
      * covers the borrowers' interest; the employees' wage
      * statements were typed from PAYREG.RPT. This run totals
      * every employee's gross wages and tax withholding (PH-GROSS,
      * PH-WITHHOLDING) off PAYROLL-HISTORY.DAT for the calendar
      * year - pay periods YYYY01 through YYYY12 - and produces:
      *   - one statement per employee on W2-STATEMENTS.TXT, with
      *     the employer block off EMPLOYER.DAT (employer-record.cpy)
      *     and the employee's name off person.dat. Terminated and
      *     deleted employees were paid during the year and get
      *     their statement like everyone else.
      *   - the electronic submission on W2-SUBMIT.DAT in the
      *     agency's fixed-record layout (w2-submission-record.cpy):
      *     submitter, employer, one employee record each, totals,
      *     final
      *   - a control report (W2GEN.RPT), one line per employee
      * Before anything is written the run's totals are tied to the
      * PAYREG register for the same year (PAYREG-CONTROL.DAT) -
      * employee count, gross wages and withholding. A register
      * from another year, or one that does not tie (history
      * corrected since the register was signed off), fails the
      * run with nothing filed; rerun PAYREG and review it first.
      *
      * Box 1 wages are the taxable wages - gross less the pre-tax
      * deductions PAYROLL.cbl took ahead of withholding (PH-PRETAX);
      * the register tie stays on gross.
      *
      * The statement year comes from W2_YEAR (YYYY) in the
      * environment, defaulting to the current year.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select payroll-history
           assign to 'PAYROLL-HISTORY.DAT'
           organization is indexed
           access mode is dynamic
           record key is PH-KEY
           file status is WS-PAYHIST-STATUS.
       select person
           assign to 'person.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
      * Alternate name key, matching the file as Hello-World.cbl
      * defines it.
           alternate record key is EMP-LAST-NAME with duplicates
           file status is WS-PERSON-STATUS.
       select employer-file
           assign to 'EMPLOYER.DAT'
           organization is line sequential
           file status is WS-EMPLOYER-STATUS.
       select register-control
           assign to 'PAYREG-CONTROL.DAT'
           organization is line sequential
           file status is WS-CONTROL-STATUS.
       select statement-file
           assign to 'W2-STATEMENTS.TXT'
           organization is line sequential.
       select submission-file
           assign to 'W2-SUBMIT.DAT'
           organization is line sequential.
       select control-report
           assign to 'W2GEN.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd payroll-history
           data record is PAYROLL-HISTORY-RECORD.
           COPY "payroll-history.cpy".

       fd person
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

       fd employer-file
           data record is ER-RECORD.
           COPY "employer-record.cpy".

       fd register-control
           data record is RC-RECORD.
           COPY "payreg-control-record.cpy".

       fd statement-file
           data record is ST-Line.
       01 ST-Line                  pic x(80).

       fd submission-file
           data record is W2-SUBMITTER-RECORD.
           COPY "w2-submission-record.cpy".

       fd control-report
           data record is CR-Line.
       01 CR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-EMPLOYER-STATUS pic x(2).
       01 WS-CONTROL-STATUS  pic x(2).
       01 WS-HISTORY-EOF     pic x(1) value "N".
           88 WS-AT-HISTORY-EOF value "Y".
       01 WS-PERSON-FOUND-SW pic x(1).
           88 WS-PERSON-FOUND value "Y".

       01 WS-YEAR-TEXT       pic x(4).
       01 WS-STATEMENT-YEAR  pic 9(4).
       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR     pic 9(4).
           05               pic x(17).

      * Per-employee year totals - the history is keyed period
      * first, so employees arrive interleaved and are collected
      * here (PAYREG.cbl's table), then put in EMP-ID order.
       01 WS-W2-CAPACITY     pic 9(3) value 200.
       01 WS-W2-COUNT        pic 9(3) value 0.
       01 WS-W2-TABLE.
           05 WS-W2-ENTRY occurs 200 times.
               10 WS-W2-EMP-ID      pic 9(6).
               10 WS-W2-GROSS       pic 9(9)v99.
               10 WS-W2-WITHHOLDING pic 9(9)v99.
               10 WS-W2-WAGES       pic 9(9)v99.
       01 WS-W2-SUB          pic 9(3).
       01 WS-FOUND-SUB       pic 9(3).
       01 WS-SWAP-ENTRY      pic x(39).
       01 WS-SUB1            pic 9(3).
       01 WS-SWAPPED-SW      pic x(1).
           88 WS-SWAPPED      value "Y".

       01 WS-TOTAL-GROSS     pic 9(11)v99 value 0.
       01 WS-TOTAL-WITHHOLDING pic 9(11)v99 value 0.
       01 WS-TOTAL-WAGES     pic 9(11)v99 value 0.
       01 WS-TIED-SW         pic x(1) value "Y".
           88 WS-TIED         value "Y".
       01 WS-TERMINATED-COUNT pic 9(3) value 0.

       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-AMOUNT-EDITED-2 pic $$$,$$$,$$9.99.
       01 WS-TEXT-LINE       pic x(80).
       01 WS-EMPLOYEE-NAME   pic x(21).

       01 ControlHeader.
           05               pic x(8)  value "EMP-ID".
           05               pic x(23) value "Name".
           05               pic x(16) value "           Wages".
           05               pic x(16) value "        Withheld".
           05               pic x(20) value "  Status".
       01 ControlDetailLine.
           05 CD-EmpId       pic 9(6).
           05               pic x(2)  value spaces.
           05 CD-Name        pic x(21).
           05               pic x(2)  value spaces.
           05 CD-Wages       pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CD-Withheld    pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CD-Status      pic x(20).
       01 ControlTieLine.
           05 CT-Label       pic x(10).
           05               pic x(2)  value spaces.
           05 CT-Employees   pic z(4)9.
           05               pic x(2)  value spaces.
           05 CT-Gross       pic $$$,$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CT-Withheld    pic $$$,$$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           accept WS-YEAR-TEXT from environment "W2_YEAR"
           if WS-YEAR-TEXT = spaces or WS-YEAR-TEXT = "0000"
               move WS-CD-YEAR to WS-STATEMENT-YEAR
           else
               move WS-YEAR-TEXT to WS-STATEMENT-YEAR
           end-if

           perform LoadEmployer
           perform LoadRegisterControl
           perform AccumulateYear
           perform SortByEmployee

           open output control-report
           move spaces to CR-Line
           string "Wage and tax statement control for "
               WS-STATEMENT-YEAR
               delimited by size into CR-Line
           end-string
           write CR-Line
           move spaces to CR-Line
           write CR-Line

           perform TieToRegister
           if not WS-TIED
               move spaces to CR-Line
               write CR-Line
               move "RUN FAILED - statements do not tie to the PAYREG"
                   to CR-Line
               write CR-Line
               move "register; nothing written. Rerun PAYREG, review,"
                   to CR-Line
               write CR-Line
               move "and resubmit." to CR-Line
               write CR-Line
               close control-report
               display "W2GEN: " WS-STATEMENT-YEAR " totals do not "
                   "tie to the PAYREG register - nothing filed, see "
                   "W2GEN.RPT."
               move 8 to return-code
               goback
           end-if

           open input person
           if WS-PERSON-STATUS not = "00"
               display "W2GEN: unable to open person.dat ("
                   WS-PERSON-STATUS ")"
               close control-report
               move 16 to return-code
               goback
           end-if
           open output statement-file
           open output submission-file

           move spaces to CR-Line
           write CR-Line
           move ControlHeader to CR-Line
           write CR-Line

           perform WriteSubmitterRecord
           perform WriteEmployerRecord
           perform varying WS-W2-SUB from 1 by 1
                   until WS-W2-SUB > WS-W2-COUNT
               perform StatementOneEmployee
           end-perform
           perform WriteTotalRecord
           perform WriteFinalRecord

           move spaces to CR-Line
           write CR-Line
           move spaces to CR-Line
           string "Statements: " WS-W2-COUNT "   of which terminated "
               "or deleted: " WS-TERMINATED-COUNT
               delimited by size into CR-Line
           end-string
           write CR-Line

           close person
           close statement-file
           close submission-file
           close control-report
           display "W2GEN: " WS-W2-COUNT " wage statement(s) for "
               WS-STATEMENT-YEAR " - W2-STATEMENTS.TXT, W2-SUBMIT.DAT"
           goback.

      *-----------------------------------------------------------------
      * Who we are on the statements and the submission - filing
      * without an employer number is not an option, so no record
      * stops the run.
       LoadEmployer.
           open input employer-file
           if WS-EMPLOYER-STATUS not = "00"
               display "W2GEN: unable to open EMPLOYER.DAT ("
                   WS-EMPLOYER-STATUS ") - no statements can be "
                   "produced."
               move 16 to return-code
               goback
           end-if
           read employer-file
               at end
                   display "W2GEN: EMPLOYER.DAT is empty - no "
                       "statements can be produced."
                   close employer-file
                   move 16 to return-code
                   goback
           end-read
           close employer-file
           if ER-EIN = 0
               display "W2GEN: EMPLOYER.DAT has no employer "
                   "identification number - run aborted."
               move 16 to return-code
               goback
           end-if.

       LoadRegisterControl.
           open input register-control
           if WS-CONTROL-STATUS not = "00"
               display "W2GEN: no PAYREG-CONTROL.DAT - run PAYREG "
                   "for " WS-STATEMENT-YEAR " first."
               move 16 to return-code
               goback
           end-if
           read register-control
               at end
                   move 0 to RC-YEAR
           end-read
           close register-control
           if RC-YEAR not = WS-STATEMENT-YEAR
               display "W2GEN: PAYREG-CONTROL.DAT is the " RC-YEAR
                   " register - run PAYREG for " WS-STATEMENT-YEAR
                   " first."
               move 16 to return-code
               goback
           end-if.

      *-----------------------------------------------------------------
       AccumulateYear.
           open input payroll-history
           if WS-PAYHIST-STATUS not = "00"
               display "W2GEN: unable to open PAYROLL-HISTORY.DAT ("
                   WS-PAYHIST-STATUS ")"
               move 16 to return-code
               goback
           end-if

           move WS-STATEMENT-YEAR to PH-PAY-PERIOD(1:4)
           move "01" to PH-PAY-PERIOD(5:2)
           move 0 to PH-EMP-ID
           start payroll-history key is greater than or equal to
                   PH-KEY
               invalid key
                   set WS-AT-HISTORY-EOF to true
           end-start
           perform until WS-AT-HISTORY-EOF
               read payroll-history next record
                   at end
                       set WS-AT-HISTORY-EOF to true
                   not at end
                       if PH-PAY-PERIOD(1:4) not = WS-STATEMENT-YEAR
                           set WS-AT-HISTORY-EOF to true
                       else
                           perform AccumulateOnePeriod
                       end-if
               end-read
           end-perform
           close payroll-history.

       AccumulateOnePeriod.
           move 0 to WS-FOUND-SUB
           perform varying WS-W2-SUB from 1 by 1
                   until WS-W2-SUB > WS-W2-COUNT
                   or WS-FOUND-SUB > 0
               if WS-W2-EMP-ID(WS-W2-SUB) = PH-EMP-ID
                   move WS-W2-SUB to WS-FOUND-SUB
               end-if
           end-perform

           if WS-FOUND-SUB = 0
               if WS-W2-COUNT >= WS-W2-CAPACITY
                   display "W2GEN: more than " WS-W2-CAPACITY
                       " employees in the history - aborting "
                       "rather than filing a partial year."
                   move 16 to return-code
                   stop run
               end-if
               add 1 to WS-W2-COUNT
               move WS-W2-COUNT to WS-FOUND-SUB
               move PH-EMP-ID to WS-W2-EMP-ID(WS-FOUND-SUB)
               move 0 to WS-W2-GROSS(WS-FOUND-SUB)
               move 0 to WS-W2-WITHHOLDING(WS-FOUND-SUB)
               move 0 to WS-W2-WAGES(WS-FOUND-SUB)
           end-if

           add PH-GROSS to WS-W2-GROSS(WS-FOUND-SUB)
           add PH-WITHHOLDING to WS-W2-WITHHOLDING(WS-FOUND-SUB)
           add PH-GROSS to WS-TOTAL-GROSS
           add PH-WITHHOLDING to WS-TOTAL-WITHHOLDING
           compute WS-W2-WAGES(WS-FOUND-SUB) =
               WS-W2-WAGES(WS-FOUND-SUB) + PH-GROSS - PH-PRETAX
           compute WS-TOTAL-WAGES = WS-TOTAL-WAGES + PH-GROSS
               - PH-PRETAX.

      * Swap-flag table sort (ROSTER.cbl's), ascending on EMP-ID.
       SortByEmployee.
           if WS-W2-COUNT < 2
               exit paragraph
           end-if
           set WS-SWAPPED to true
           perform with test after until not WS-SWAPPED
               move "N" to WS-SWAPPED-SW
               perform varying WS-SUB1 from 1 by 1
                       until WS-SUB1 > WS-W2-COUNT - 1
                   if WS-W2-EMP-ID(WS-SUB1)
                           > WS-W2-EMP-ID(WS-SUB1 + 1)
                       move WS-W2-ENTRY(WS-SUB1) to WS-SWAP-ENTRY
                       move WS-W2-ENTRY(WS-SUB1 + 1)
                           to WS-W2-ENTRY(WS-SUB1)
                       move WS-SWAP-ENTRY
                           to WS-W2-ENTRY(WS-SUB1 + 1)
                       set WS-SWAPPED to true
                   end-if
               end-perform
           end-perform.

      *-----------------------------------------------------------------
      * Employee count, wages and withholding against the register,
      * both sides printed so a difference can be chased.
       TieToRegister.
           move "Register" to CT-Label
           move RC-EMPLOYEES to CT-Employees
           move RC-GROSS to CT-Gross
           move RC-WITHHOLDING to CT-Withheld
           move ControlTieLine to CR-Line
           write CR-Line
           move "Statements" to CT-Label
           move WS-W2-COUNT to CT-Employees
           move WS-TOTAL-GROSS to CT-Gross
           move WS-TOTAL-WITHHOLDING to CT-Withheld
           move ControlTieLine to CR-Line
           write CR-Line
           if WS-W2-COUNT not = RC-EMPLOYEES
               or WS-TOTAL-GROSS not = RC-GROSS
               or WS-TOTAL-WITHHOLDING not = RC-WITHHOLDING
               move "N" to WS-TIED-SW
           else
               move "Tied to the PAYREG register." to CR-Line
               write CR-Line
           end-if.

      *-----------------------------------------------------------------
       StatementOneEmployee.
           move WS-W2-EMP-ID(WS-W2-SUB) to EMP-ID
           read person
               invalid key
                   move "N" to WS-PERSON-FOUND-SW
               not invalid key
                   set WS-PERSON-FOUND to true
           end-read

           move spaces to WS-EMPLOYEE-NAME
           move spaces to CD-Status
           if WS-PERSON-FOUND
               string function trim(EMP-FIRST-NAME) " "
                   function trim(EMP-LAST-NAME)
                   delimited by size into WS-EMPLOYEE-NAME
               end-string
               evaluate true
                   when EMP-TERMINATED
                       add 1 to WS-TERMINATED-COUNT
                       string "TERMINATED " EMP-TERM-DATE
                           delimited by size into CD-Status
                       end-string
                   when EMP-DELETED
                       add 1 to WS-TERMINATED-COUNT
                       move "DELETED" to CD-Status
                   when other
                       move "ACTIVE" to CD-Status
               end-evaluate
           else
               move "NAME NOT ON FILE" to WS-EMPLOYEE-NAME
               move "NOT ON person.dat" to CD-Status
               move spaces to EMP-FIRST-NAME
               move spaces to EMP-LAST-NAME
           end-if

           perform WriteOneStatement
           perform WriteEmployeeRecord

           move WS-W2-EMP-ID(WS-W2-SUB) to CD-EmpId
           move WS-EMPLOYEE-NAME to CD-Name
           move WS-W2-WAGES(WS-W2-SUB) to CD-Wages
           move WS-W2-WITHHOLDING(WS-W2-SUB) to CD-Withheld
           move ControlDetailLine to CR-Line
           write CR-Line.

       WriteOneStatement.
           move spaces to WS-TEXT-LINE
           string "Wage and Tax Statement " WS-STATEMENT-YEAR
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine
           move spaces to WS-TEXT-LINE
           perform WriteStatementLine

           move ER-NAME to WS-TEXT-LINE
           perform WriteStatementLine
           if ER-LOCATION not = spaces
               move ER-LOCATION to WS-TEXT-LINE
               perform WriteStatementLine
           end-if
           move ER-ADDRESS to WS-TEXT-LINE
           perform WriteStatementLine
           move spaces to WS-TEXT-LINE
           string function trim(ER-CITY) ", " ER-STATE " " ER-ZIP
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine
           move spaces to WS-TEXT-LINE
           string "Employer identification number " ER-EIN
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine
           move spaces to WS-TEXT-LINE
           perform WriteStatementLine

           move spaces to WS-TEXT-LINE
           string "Employee: " WS-EMPLOYEE-NAME
               "   Control number " WS-W2-EMP-ID(WS-W2-SUB)
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine
           move spaces to WS-TEXT-LINE
           perform WriteStatementLine

           move WS-W2-WAGES(WS-W2-SUB) to WS-AMOUNT-EDITED
           move spaces to WS-TEXT-LINE
           string "  1  Wages, tips, other compensation  "
               WS-AMOUNT-EDITED
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine
           move WS-W2-WITHHOLDING(WS-W2-SUB) to WS-AMOUNT-EDITED-2
           move spaces to WS-TEXT-LINE
           string "  2  Federal income tax withheld      "
               WS-AMOUNT-EDITED-2
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine

           move all "-" to WS-TEXT-LINE
           perform WriteStatementLine.

       WriteStatementLine.
           move WS-TEXT-LINE to ST-Line
           write ST-Line.

      *-----------------------------------------------------------------
      * The submission, in the agency's record order.
       WriteSubmitterRecord.
           move spaces to W2-SUBMITTER-RECORD
           move "RA" to RA-ID
           move ER-EIN to RA-SUBMITTER-EIN
           move ER-NAME to RA-COMPANY-NAME
           move ER-LOCATION to RA-LOCATION
           move ER-ADDRESS to RA-DELIVERY
           move ER-CITY to RA-CITY
           move ER-STATE to RA-STATE
           move ER-ZIP to RA-ZIP
           move ER-CONTACT-NAME to RA-CONTACT-NAME
           move ER-CONTACT-PHONE to RA-CONTACT-PHONE
           write W2-SUBMITTER-RECORD.

      * Regular (R) employment, not a government employer (N),
      * still in business (0).
       WriteEmployerRecord.
           move spaces to W2-EMPLOYER-RECORD
           move "RE" to RE-ID
           move WS-STATEMENT-YEAR to RE-TAX-YEAR
           move ER-EIN to RE-EIN
           move "0" to RE-TERMINATING
           move ER-NAME to RE-EMPLOYER-NAME
           move ER-LOCATION to RE-LOCATION
           move ER-ADDRESS to RE-DELIVERY
           move ER-CITY to RE-CITY
           move ER-STATE to RE-STATE
           move ER-ZIP to RE-ZIP
           move "N" to RE-KIND-OF-EMPLOYER
           move "R" to RE-EMPLOYMENT-CODE
           write W2-EMPLOYER-RECORD.

      * The employee master carries no taxpayer number; the field
      * goes out zero and the agency's validation lists the record
      * for correction.
       WriteEmployeeRecord.
           move spaces to W2-EMPLOYEE-RECORD
           move "RW" to RW-ID
           move 0 to RW-SSN
           move EMP-FIRST-NAME to RW-FIRST-NAME
           move EMP-LAST-NAME to RW-LAST-NAME
           move WS-W2-WAGES(WS-W2-SUB) to RW-WAGES
           move WS-W2-WITHHOLDING(WS-W2-SUB) to RW-FED-WITHHELD
           write W2-EMPLOYEE-RECORD.

       WriteTotalRecord.
           move spaces to W2-TOTAL-RECORD
           move "RT" to RT-ID
           move WS-W2-COUNT to RT-RW-COUNT
           move WS-TOTAL-WAGES to RT-WAGES
           move WS-TOTAL-WITHHOLDING to RT-FED-WITHHELD
           write W2-TOTAL-RECORD.

       WriteFinalRecord.
           move spaces to W2-FINAL-RECORD
           move "RF" to RF-ID
           move WS-W2-COUNT to RF-RW-COUNT
           write W2-FINAL-RECORD.
      *-----------------------------------------------------------------
