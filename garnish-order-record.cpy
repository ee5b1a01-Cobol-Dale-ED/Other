      *-----------------------------------------------------------------
      * Garnishment order record (GARNISH-ORDERS.DAT, indexed on
      * GO-KEY = employee + order sequence, maintained by
      * GARNMNT.cbl). One record per court or agency order served
      * on us for an employee - child support, tax levy, student
      * loan or creditor garnishment - with the case number, the
      * payee the money is remitted to, and what each check owes:
      * a flat amount (F) or a percent of disposable pay (P).
      * Disposable pay is the check after the pre-tax deductions
      * and the withholding. GO-CAP-PERCENT is the most of the
      * disposable pay the law lets this order take, counting the
      * orders ahead of it on the same check.
      *
      * PAYROLL.cbl takes the orders in legal priority order -
      * support, then tax levy, then student loan, then creditor,
      * and by sequence within a type - the ones flagged ahead of
      * the loan before the employee's own loan deduction, the rest
      * after it. Each check's amount is added to the remitted
      * total, and an order with a total owed stops (satisfied) when
      * the remitted total reaches it. GO-LAST-PERIOD and
      * GO-LAST-AMOUNT show the latest check's amount; an overridden
      * repost backs a period out by the per-order amounts carried
      * on that period's PAYROLL-HISTORY.DAT records, so a run
      * posted since never throws the remitted total off.
      *-----------------------------------------------------------------
       01 GARNISH-ORDER-RECORD.
           05 GO-KEY.
               10 GO-EMP-ID         pic 9(6).
               10 GO-SEQUENCE       pic 9(2).
           05 GO-ORDER-TYPE         pic x(1).
               88 GO-SUPPORT        value "S".
               88 GO-TAX-LEVY       value "T".
               88 GO-STUDENT-LOAN   value "E".
               88 GO-CREDITOR       value "C".
               88 GO-TYPE-VALID     values "S" "T" "E" "C".
           05 GO-CASE-NUMBER        pic x(20).
           05 GO-PAYEE-ID           pic x(6).
           05 GO-PAYEE-NAME         pic x(30).
           05 GO-METHOD             pic x(1).
               88 GO-FLAT           value "F".
               88 GO-PERCENT-OF-DISPOSABLE value "P".
           05 GO-AMOUNT             pic 9(5)v99.
           05 GO-PERCENT            pic 9v9999.
           05 GO-CAP-PERCENT        pic 9v9999.
           05 GO-AHEAD-OF-LOAN      pic x(1).
               88 GO-BEFORE-LOAN    value "Y".
           05 GO-START-DATE         pic 9(8).
      * Zero total owed - an ongoing order, taken until released.
           05 GO-TOTAL-OWED         pic 9(7)v99.
           05 GO-REMITTED-TOTAL     pic 9(7)v99.
           05 GO-LAST-PERIOD        pic 9(6).
           05 GO-LAST-AMOUNT        pic 9(7)v99.
           05 GO-STATUS             pic x(1).
               88 GO-ACTIVE         value "A".
               88 GO-SATISFIED      value "S".
               88 GO-RELEASED       value "R".
           05 filler                pic x(20).
