      *-----------------------------------------------------------------
      * Bank paid-check record (PAID-CHECKS.DAT, line sequential, as
      * the bank sends it). One record per check the bank paid
      * against the disbursement account: account, check number,
      * date paid and amount paid. Read by CHKRECON.cbl.
      *-----------------------------------------------------------------
       01 PK-RECORD.
           05 PK-ACCOUNT            pic x(17).
           05 PK-CHECK-NUMBER       pic 9(8).
           05 PK-PAID-DATE          pic 9(8).
           05 PK-AMOUNT             pic 9(8)v99.
