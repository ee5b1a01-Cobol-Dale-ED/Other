      *-----------------------------------------------------------------
      * Collections contact record (CONTACT-HISTORY.DAT, indexed on
      * CT-KEY - loan, then date and time of the contact, so a
      * loan's contacts read back in the order they were made).
      * COLLECT.cbl writes one per call a collector works, stamped
      * with the signed-on operator; a promise to pay rides on the
      * contact that took it, and PROMCHK.cbl's nightly run marks it
      * kept or broken against PAY-HISTORY.DAT. DELQLTR.cbl holds
      * the next letter while a promise is open, and SERVINQ.cbl
      * shows the last few contacts.
      *-----------------------------------------------------------------
       01 CT-RECORD.
           05 CT-KEY.
               10 CT-LOAN-NUMBER    pic 9(8).
               10 CT-DATE           pic 9(8).
               10 CT-TIME           pic 9(6).
           05 CT-OPERATOR-ID        pic 9(6).
           05 CT-OUTCOME            pic x(2).
               88 CT-PROMISED       value "PP".
               88 CT-NO-ANSWER      value "NA".
               88 CT-LEFT-MESSAGE   value "LM".
               88 CT-CALL-BACK      value "CB".
               88 CT-CLAIMS-PAID    value "PD".
               88 CT-DISPUTED       value "DS".
               88 CT-REFUSED        value "RP".
               88 CT-WRONG-NUMBER   value "WN".
               88 CT-VALID-OUTCOME  values "PP" "NA" "LM" "CB" "PD"
                                           "DS" "RP" "WN".
           05 CT-NOTE               pic x(60).
      * Promise to pay - only on a PP contact. Open until the
      * nightly check finds it paid (kept) or its date passed short
      * (broken); a later promise on the same loan replaces an
      * open one. CT-PROMISE-PAID is what the check found received
      * since the contact.
           05 CT-PROMISE-AMOUNT     pic 9(7)v99.
           05 CT-PROMISE-DATE       pic 9(8).
           05 CT-PROMISE-STATUS     pic x(1).
               88 CT-NO-PROMISE     value " ".
               88 CT-PROMISE-OPEN   value "O".
               88 CT-PROMISE-KEPT   value "K".
               88 CT-PROMISE-BROKEN value "B".
               88 CT-PROMISE-REPLACED value "R".
           05 CT-PROMISE-PAID       pic 9(7)v99.
           05 CT-PROMISE-CHECKED    pic 9(8).
           05 filler                pic x(10).
