      *-----------------------------------------------------------------
      * Register control totals (PAYREG-CONTROL.DAT, one line
      * sequential record), rewritten by every PAYREG.cbl run with
      * the grand totals of the register it just printed. The
      * signed-off register is the payroll figure of record for the
      * year; W2GEN.cbl ties its wage and withholding totals to
      * this record for the same year and refuses to file when
      * they differ.
      *-----------------------------------------------------------------
       01 RC-RECORD.
           05 RC-YEAR               pic 9(4).
           05 RC-RUN-DATE           pic 9(8).
           05 RC-EMPLOYEES          pic 9(5).
           05 RC-GROSS              pic 9(11)v99.
           05 RC-DEDUCTION          pic 9(11)v99.
           05 RC-NET                pic 9(11)v99.
           05 RC-WITHHOLDING        pic 9(11)v99.
