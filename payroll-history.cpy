      * length: an existing PAYROLL-HISTORY.DAT must be rebuilt
      * when this field is taken up.
           05 PH-WITHHOLDING        pic 9(8)v99.
      * Voluntary and pre-tax deductions (deduction-code-record.cpy)
      * taken from the check: the pre-tax total (gross less this is
      * the taxable wage the withholding and the year-end statement
      * are figured on), the post-tax total, and each deduction
      * itemized with the liability code it was journaled to, so a
      * repost can reverse it without the code table. Gross now
      * equals pre-tax + withholding + loan deduction + post-tax +
      * net. Extends the record again: an existing
      * PAYROLL-HISTORY.DAT must be rebuilt when this is taken up.
           05 PH-PRETAX             pic 9(8)v99.
           05 PH-POSTTAX            pic 9(8)v99.
           05 PH-VOL-COUNT          pic 9(2).
           05 PH-VOL-ITEM occurs 10 times.
               10 PH-VOL-CODE       pic x(4).
               10 PH-VOL-GL-CODE    pic x(8).
               10 PH-VOL-TREATMENT  pic x(1).
               10 PH-VOL-AMOUNT     pic 9(7)v99.
      * Garnishments (garnish-order-record.cpy) taken from the check,
      * after the withholding. Gross now equals pre-tax + withholding
      * + garnishments + loan deduction + post-tax + net. Extends the
      * record again: an existing PAYROLL-HISTORY.DAT must be rebuilt
      * when this is taken up.
           05 PH-GARNISH            pic 9(8)v99.
      * Retro pay carried on the check for earlier posted periods a
      * backdated raise left short - included in PH-GROSS and
      * PH-WITHHOLDING, and broken out here with the period each
      * line catches up, so a period is never caught up twice and
      * the record's own regular pay is PH-GROSS less PH-RETRO-GROSS.
      * Extends the record again: an existing PAYROLL-HISTORY.DAT
      * must be rebuilt when this is taken up.
           05 PH-RETRO-GROSS        pic 9(8)v99.
           05 PH-RETRO-WITHHOLDING  pic 9(8)v99.
           05 PH-RETRO-COUNT        pic 9(2).
           05 PH-RETRO-ITEM occurs 12 times.
               10 PH-RETRO-PERIOD   pic 9(6).
               10 PH-RETRO-ITEM-GROSS pic 9(7)v99.
               10 PH-RETRO-ITEM-WH  pic 9(7)v99.
      * The department cost center the check's salary expense and
      * withholding were charged to (PAYROLL.cbl's GL-WORK entries)
      * - the employee's EMP-DEPT, or the default cost center "000"
      * when that was blank or not on DEPT-MASTER.DAT - so a repost
      * reverses each department's share exactly as it was booked.
      * Extends the record again: an existing PAYROLL-HISTORY.DAT
      * must be rebuilt when this is taken up.
           05 PH-COST-CENTER        pic x(3).
      * What kind of pay the record is. A regular period's record is
      * keyed on its month (YYYYMM) and carries earnings type REG;
      * an off-cycle run (PAYROLL.cbl with PAYROLL_OFFCYCLE=Y - a
      * bonus, a correction, a final check) is keyed on its run
      * number within the year, YYYY51 through YYYY99, so it never
      * collides with a month, and carries the earnings type keyed
      * for it. PH-CHECK-PERIOD is the month either kind of check
      * was paid in. Records written before these fields existed
      * read as regular (space). Extends the record again: an
      * existing PAYROLL-HISTORY.DAT must be rebuilt when this is
      * taken up.
           05 PH-RUN-TYPE           pic x(1).
               88 PH-REGULAR-RUN    value "R" " ".
               88 PH-OFF-CYCLE      value "O".
           05 PH-EARNINGS-TYPE      pic x(4).
           05 PH-CHECK-PERIOD       pic 9(6).
      * The check the net was paid on (CHKISSUE.cbl's number; zero
      * for a direct deposit), and what each garnishment order took
      * from it, so an overridden repost voids exactly that check
      * and backs exactly these amounts out of the orders' remitted
      * totals - whatever other runs have posted to the orders
      * since. Extends the record again: an existing
      * PAYROLL-HISTORY.DAT must be rebuilt when this is taken up.
           05 PH-CHECK-NUMBER       pic 9(8).
           05 PH-GARN-COUNT         pic 9(2).
           05 PH-GARN-ITEM occurs 10 times.
               10 PH-GARN-SEQUENCE  pic 9(2).
               10 PH-GARN-AMOUNT    pic 9(7)v99.
