      *-----------------------------------------------------------------
      * Off-cycle pay list (OFFCYCLE-PAY.DAT, line sequential), read
      * by PAYROLL.cbl when PAYROLL_OFFCYCLE=Y. One line per check
      * the payroll desk wants cut outside the regular period - a
      * bonus, a correction to a mispaid check, or a departing
      * employee's final pay (TERMEMP.cbl) - with the employee, the
      * earnings type and the gross amount to pay. The run pays
      * only the employees listed; the note prints under the check
      * on PAYROLL.RPT.
      *-----------------------------------------------------------------
       01 OFFCYCLE-PAY-RECORD.
           05 OC-EMP-ID             pic 9(6).
           05 OC-EARNINGS-TYPE      pic x(4).
               88 OC-BONUS          value "BONS".
               88 OC-CORRECTION     value "CORR".
               88 OC-FINAL-PAY      value "FINL".
               88 OC-TYPE-VALID     value "BONS" "CORR" "FINL".
           05 OC-AMOUNT             pic 9(7)v99.
           05 OC-NOTE               pic x(30).
