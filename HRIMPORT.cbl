      * total-salary trailer record is brought up to date at the
      * end. HR sends this extract every month; nobody should be
      * re-keying it.
      *
      * Each reject is also raised on the shared exceptions file
      * (EXCLOG.cbl) for the payroll desk, so an employee HR sent
      * but payroll never loaded shows on the morning exceptions
      * report until someone sorts it out.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-REJECT-COUNT    pic 9(5) value 0.
       01 WS-ADDED-SALARY    pic 9(9)v99 value 0.

      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
               move spaces to IE-RECORD(81:2)
               move WS-REJECT-REASON to IE-REASON
               write IE-RECORD
               perform RaiseImportException
           end-if.

      *-----------------------------------------------------------------
                   move spaces to IE-RECORD(81:2)
                   move "WRITE-FAIL" to IE-REASON
                   write IE-RECORD
                   perform RaiseImportException
                   exit paragraph
           end-write

               to WS-AUDIT-DETAIL
           perform WRITE-AUDIT-ENTRY.

      *-----------------------------------------------------------------
      * The reject just written to HR-IMPORT.ERR, onto the shared
      * exceptions file - under the employee ID when it edited
      * clean, with the extract line itself as the text.
       RaiseImportException.
           set XA-FUNC-RAISE to true
           move "HRIMPORT" to XA-SOURCE
           set XA-DESK-PAYROLL to true
           set XA-KEY-EMPLOYEE to true
           if IE-REASON = "BAD-ID"
               move 0 to XA-KEY
           else
               move WS-EMP-ID to XA-KEY
           end-if
           if IE-REASON = "BAD-ID" or IE-REASON = "NAME-BLANK"
                   or IE-REASON = "BAD-SALARY"
               move 0 to XA-AMOUNT
           else
               move WS-EMP-SALARY to XA-AMOUNT
           end-if
           move IE-REASON to XA-CODE
           move 0 to XA-EVENT-DATE
           move HR-RECORD to XA-TEXT
           call "EXCLOG" using EXCEPTION-AREA.

      *-----------------------------------------------------------------
      * Brings the headcount/total-salary trailer up to date: adds
      * this run's accepted records onto the existing trailer, or
