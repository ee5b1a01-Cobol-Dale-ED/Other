      *-----------------------------------------------------------------
      * Investor remittance record (REMIT-<investor>.DAT, line
      * sequential, written by INVREMIT.cbl - one file per investor
      * per monthly run, one record per participated loan with
      * activity). Amounts are signed: a reversal of a payment
      * already passed through comes back as a negative line the
      * investor nets against the rest of the remittance.
      *-----------------------------------------------------------------
       01 RM-RECORD.
           05 RM-INVESTOR-ID        pic x(6).
           05 RM-LOAN-NUMBER        pic 9(8).
           05 RM-MONTH              pic 9(6).
           05 RM-PERCENT            pic 9(3)v9(4).
           05 RM-PERIODS            pic s9(3)
                                    sign leading separate.
           05 RM-PRINCIPAL          pic s9(9)v99
                                    sign leading separate.
           05 RM-INTEREST           pic s9(9)v99
                                    sign leading separate.
           05 RM-SERVICE-FEE        pic s9(9)v99
                                    sign leading separate.
           05 RM-REMIT-AMOUNT       pic s9(9)v99
                                    sign leading separate.
           05 RM-BALANCE            pic 9(9)v99.
