      *-----------------------------------------------------------------
      * Escrow bill calendar record (ESCROW-BILLS.DAT, indexed on
      * EB-KEY - loan, then a bill sequence within the loan). One
      * record per recurring tax or insurance bill the loan's escrow
      * pays: the payee, T(ax) or I(nsurance), the expected amount
      * and when it next falls due. Kept by ESCDISB.cbl's calendar
      * options; ESCPAY.cbl's scheduled run pays every bill coming
      * due, records the payment on ESCROW-DISB.DAT and rolls the
      * next due date forward by EB-FREQUENCY months from the
      * calendar's anchor day (EB-DUE-DAY), month-end clamped. A
      * frequency of zero is a one-time bill - it stops once paid.
      *-----------------------------------------------------------------
       01 ESCROW-BILL-RECORD.
           05 EB-KEY.
               10 EB-LOAN-NUMBER    pic 9(8).
               10 EB-BILL-SEQ       pic 9(2).
           05 EB-TYPE               pic x(1).
               88 EB-TAX            value "T".
               88 EB-INSURANCE      value "I".
               88 EB-VALID-TYPE     values "T" "I".
           05 EB-PAYEE              pic x(20).
           05 EB-AMOUNT             pic 9(7)v99.
           05 EB-NEXT-DUE-DATE      pic 9(8).
           05 EB-DUE-DAY            pic 9(2).
           05 EB-FREQUENCY          pic 9(2).
           05 EB-STATUS             pic x(1).
               88 EB-ACTIVE         value "A".
               88 EB-STOPPED        value "S".
           05 EB-LAST-PAID-DATE     pic 9(8).
           05 EB-LAST-CHECK         pic 9(8).
           05 filler                pic x(10).
