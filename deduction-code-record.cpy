      *-----------------------------------------------------------------
      * Payroll deduction-code record (DEDUCTION-CODES.DAT, line
      * sequential, one record per code). The voluntary and pre-tax
      * deductions PAYROLL.cbl takes besides loans and withholding -
      * retirement, health premiums, union dues - each with its
      * description for the report, whether it comes out before
      * withholding is figured (pre-tax) or after, and the source
      * code GL-ACCOUNTS.DAT maps to the liability account the
      * money is owed onward from. Kept as a table file so a new
      * plan is a data change, like TAX-BRACKETS.DAT.
      *-----------------------------------------------------------------
       01 DC-RECORD.
           05 DC-CODE               pic x(4).
           05 DC-DESCRIPTION        pic x(20).
           05 DC-TAX-TREATMENT      pic x(1).
               88 DC-PRE-TAX        value "P".
               88 DC-POST-TAX       value "T".
           05 DC-GL-CODE            pic x(8).
