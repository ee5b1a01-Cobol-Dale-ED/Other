      * the run date. GLEXPORT.cbl turns these into the balanced
      * journal-entry file and proves debits equal credits before
      * anything reaches accounting.
      *
      * GW-DEPT is the department cost center (DEPT-MASTER.DAT code)
      * an entry is charged to - PAYROLL.cbl's salary expense and
      * withholding liability post one entry per department, and
      * GLEXPORT maps department plus code to the account. It is
      * spaces on every other entry. An employee with no valid
      * department is charged to the default cost center, which
      * GLEXPORT flags on its control report.
      *-----------------------------------------------------------------
       01 GW-RECORD.
           05 GW-SOURCE             pic x(8).
               88 GW-CREDIT         value "C".
           05 GW-AMOUNT             pic 9(9)v99.
           05 GW-DATE               pic 9(8).
           05 GW-DEPT               pic x(3).
               88 GW-DEPT-NONE      value spaces.
               88 GW-DEPT-DEFAULT   value "000".
