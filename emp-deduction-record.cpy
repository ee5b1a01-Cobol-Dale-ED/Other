      *-----------------------------------------------------------------
      * Employee deduction enrollment record (EMP-DEDUCTIONS.DAT,
      * line sequential). One record per employee per deduction
      * code enrolled: a flat amount per check (F) or a percent of
      * the check's gross (P), effective from the start date through
      * the stop date (zero - until stopped). PAYROLL.cbl takes every
      * enrollment in effect for the pay period - started on or
      * before the period's month-end, not stopped before its first
      * day.
      *-----------------------------------------------------------------
       01 ED-RECORD.
           05 ED-EMP-ID             pic 9(6).
           05 ED-CODE               pic x(4).
           05 ED-METHOD             pic x(1).
               88 ED-FLAT           value "F".
               88 ED-PERCENT-OF-GROSS value "P".
           05 ED-FLAT-AMOUNT        pic 9(5)v99.
           05 ED-PERCENT            pic 9v9999.
           05 ED-START-DATE         pic 9(8).
           05 ED-STOP-DATE          pic 9(8).
