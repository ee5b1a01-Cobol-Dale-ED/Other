      *-----------------------------------------------------------------
      * Hazard insurance policy record (INSURANCE.DAT, indexed on
      * IP-LOAN-NUMBER), one per loan whose collateral we require
      * insured. We collect the premium through escrow
      * (LM-ESCROW-AMOUNT) but until now kept nothing about the
      * policy itself. INSMNT.cbl maintains these; INSCHK.cbl's
      * weekly run lists policies expiring soon or already lapsed,
      * sends the borrower a proof-of-coverage request and flags
      * coverage below the loan's outstanding balance. A renewal is
      * keyed as an update with the new expiration date.
      *-----------------------------------------------------------------
       01 INSURANCE-POLICY-RECORD.
           05 IP-LOAN-NUMBER        pic 9(8).
           05 IP-CARRIER            pic x(25).
           05 IP-POLICY-NUMBER      pic x(20).
           05 IP-COVERAGE           pic 9(9)v99.
           05 IP-EFFECTIVE-DATE     pic 9(8).
           05 IP-EXPIRATION-DATE    pic 9(8).
           05 IP-AGENT-PHONE        pic x(10).
      * Date INSCHK.cbl last asked the borrower for proof of
      * coverage - zero until the first request goes out.
           05 IP-LAST-REQUEST-DATE  pic 9(8).
           05 filler                pic x(20).
