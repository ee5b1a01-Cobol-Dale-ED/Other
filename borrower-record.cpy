      * look up and hand-address. A borrower here need not be an
      * employee on person.dat at all; LM-BORROWER-NUMBER on the
      * loan master is the reference.
      *
      * BW-ADDRESS-SW is set bad by MAILRTN.cbl when a letter comes
      * back undeliverable (BW-RETURNED-DATE the day the return was
      * recorded); every letter run skips and reports the borrower
      * until BORRMNT.cbl records a new address, which clears it.
      *-----------------------------------------------------------------
       01 BORROWER-RECORD.
           05 BW-BORROWER-NUMBER    pic 9(6).
           05 BW-STATE              pic x(2).
           05 BW-ZIP                pic x(9).
           05 BW-PHONE              pic x(10).
           05 BW-ADDRESS-SW         pic x(1).
               88 BW-ADDRESS-BAD    value "B".
           05 BW-RETURNED-DATE      pic 9(8).
           05 filler                pic x(4).
