      *-----------------------------------------------------------------
      * Loan participation record (PARTICIPATION.DAT, indexed on
      * PN-KEY = investor + loan, maintained by PARTMNT.cbl). One
      * record per share of a loan sold to an investor: the percent
      * sold, the pass-through rate the investor earns, and the
      * servicing fee we keep out of the note rate. Whatever the
      * note rate pays above pass-through plus fee is excess spread,
      * also ours. INVREMIT.cbl's monthly run passes the investor's
      * share of each month's collections through and keeps
      * PN-BALANCE at the percent of the loan's outstanding balance,
      * so the sum of the participations ties to TRIALBAL.cbl.
      *-----------------------------------------------------------------
       01 PARTICIPATION-RECORD.
           05 PN-KEY.
               10 PN-INVESTOR-ID    pic x(6).
               10 PN-LOAN-NUMBER    pic 9(8).
           05 PN-INVESTOR-NAME      pic x(25).
      * Percent of the loan sold, e.g. 0500000 = 50.0000 percent.
           05 PN-PERCENT            pic 9(3)v9(4).
           05 PN-PASS-RATE          pic 9v9999.
           05 PN-SERVICE-FEE        pic 9v9999.
           05 PN-SALE-DATE          pic 9(8).
           05 PN-BALANCE            pic 9(9)v99.
      * Last schedule period whose interest has been passed through,
      * and the YYYYMM of the last remittance (a rerun of the same
      * month passes nothing through twice).
           05 PN-REMIT-THRU-PERIOD  pic 9(4).
           05 PN-LAST-REMIT-MONTH   pic 9(6).
           05 PN-PRINCIPAL-TO-DATE  pic s9(9)v99.
           05 PN-INTEREST-TO-DATE   pic s9(9)v99.
           05 PN-STATUS             pic x(1).
               88 PN-ACTIVE         value "A".
               88 PN-RETIRED        value "R".
           05 filler                pic x(20).
