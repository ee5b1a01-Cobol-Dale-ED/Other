      * layout. There is no delete - a borrower whose loans are all
      * closed still has statements in the file cabinet that have to
      * stay answerable.
      *
      * A borrower whose mail came back (MAILRTN.cbl) is flagged bad
      * address and gets no letters; recording a new address here
      * is what clears the flag. An update that leaves the address
      * as it was leaves the flag set.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-WORK-NUMBER     pic 9(6) value 0.
      * The address on file before an update, to tell whether a
      * bad-address flag has been answered.
       01 WS-OLD-ADDRESS.
           05 WS-OLD-STREET  pic x(30).
           05 WS-OLD-CITY    pic x(20).
           05 WS-OLD-STATE   pic x(2).
           05 WS-OLD-ZIP     pic x(9).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   exit paragraph
           end-read

           move spaces to BORROWER-RECORD
           move WS-WORK-NUMBER to BW-BORROWER-NUMBER
           move 0 to BW-RETURNED-DATE
           perform GetNameAndAddress
           write BORROWER-RECORD
               invalid key
               invalid key
                   display "Borrower " WS-WORK-NUMBER " not found."
               not invalid key
                   move BW-ADDRESS to WS-OLD-STREET
                   move BW-CITY to WS-OLD-CITY
                   move BW-STATE to WS-OLD-STATE
                   move BW-ZIP to WS-OLD-ZIP
                   if BW-ADDRESS-BAD
                       display "Mail returned " BW-RETURNED-DATE
                           " - enter the new address."
                   end-if
                   perform GetNameAndAddress
                   perform ClearBadAddress
                   rewrite BORROWER-RECORD
                   display "Updated borrower " WS-WORK-NUMBER
                   move "BORR-UPD" to WS-AUDIT-ACTION
                   display "City/state/zip:   " BW-CITY " "
                       BW-STATE " " BW-ZIP
                   display "Phone:            " BW-PHONE
                   if BW-ADDRESS-BAD
                       display "*** BAD ADDRESS - mail returned "
                           BW-RETURNED-DATE ", letters held ***"
                   end-if
           end-read.

      * A new address answers the returned mail; the same address
      * keyed again does not.
       ClearBadAddress.
           if not BW-ADDRESS-BAD
               exit paragraph
           end-if
           if BW-ADDRESS = WS-OLD-STREET and BW-CITY = WS-OLD-CITY
                   and BW-STATE = WS-OLD-STATE and BW-ZIP = WS-OLD-ZIP
               display "Address unchanged - borrower stays flagged "
                   "bad address."
           else
               move space to BW-ADDRESS-SW
               move 0 to BW-RETURNED-DATE
               display "New address recorded - bad-address flag "
                   "cleared."
           end-if.

      *-----------------------------------------------------------------
       GetBorrowerNumber.
           display "Borrower number (6 digits): " with no advancing
