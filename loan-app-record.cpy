      *-----------------------------------------------------------------
      * Loan application boarding record (LOAN-APPS.DAT, line
      * sequential) - LOANBRD.cbl's input. One application per
      * record: the same term fields the parm record carries,
      * preceded by who is borrowing. APPINTAK.cbl appends one when
      * it sends an application to underwriting; LA-APP-NUMBER ties
      * it back to LOAN-APPLICATIONS.DAT (application-record.cpy).
      * A record still keyed by hand leaves the number blank and
      * LOANBRD takes the application on itself.
      *-----------------------------------------------------------------
       01 LA-RECORD.
           05 LA-LOAN-NUMBER        pic 9(8).
           05 LA-EMP-ID             pic 9(6).
           05 LA-BORROWER-NUMBER    pic 9(6).
           05 LA-PRINCIPAL          pic 9(6)v99.
           05 LA-RATE               pic 9v9999.
           05 LA-MONTHS             pic 999.
           05 LA-EXTRA-PRINCIPAL    pic 9(6)v99.
           05 LA-FREQUENCY          pic x(1).
           05 LA-ESCROW             pic 9(6)v99.
           05 LA-ORIG-DATE          pic 9(8).
           05 LA-IO-PERIODS         pic 9(3).
           05 LA-APP-NUMBER         pic 9(8).
