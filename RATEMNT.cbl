      *     the engine expect)
      * Each file is small and is rewritten whole after a change,
      * and every change lands in AUDIT.LOG.
      *
      * It also keys what ARMRESET.cbl prices resets from: a loan's
      * ARM terms (ARM-TERMS.DAT - index, margin, caps, floor and
      * reset frequency) and each index value as it publishes
      * (INDEX-VALUES.DAT). Both are indexed and changed in place.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select arm-terms
           assign to 'ARM-TERMS.DAT'
           organization is indexed
           access mode is dynamic
           record key is AT-LOAN-NUMBER
           file status is WS-TERMS-STATUS.
       select index-values
           assign to 'INDEX-VALUES.DAT'
           organization is indexed
           access mode is dynamic
           record key is IV-KEY
           file status is WS-INDEX-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd arm-terms
           data record is ARM-TERMS-RECORD.
           COPY "arm-terms-record.cpy".

       fd index-values
           data record is INDEX-VALUE-RECORD.
           COPY "index-value-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".
       01 WS-RTC-STATUS      pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-TERMS-STATUS    pic x(2).
       01 WS-INDEX-STATUS    pic x(2).
       01 WS-FILE-EOF        pic x(1).
           88 WS-AT-FILE-EOF  value "Y".

       01 WS-WORK-RATE       pic 9v9999.
       01 WS-WORK-LOAN       pic 9(8).
       01 WS-WORK-PERIOD     pic 999.
       01 WS-WORK-INDEX      pic x(8).
       01 WS-WORK-DATE       pic 9(8).
       01 WS-WORK-DATE-SPLIT redefines WS-WORK-DATE.
           05 WS-WORK-YEAR   pic 9(4).
           05 WS-WORK-MONTH  pic 9(2).
           05 WS-WORK-DAY    pic 9(2).
       01 WS-TERMS-FOUND-SW  pic x(1).
           88 WS-TERMS-FOUND  value "Y".
       01 WS-INDEX-SHOWN     pic 99.

      * Validation work fields.
       01 WS-VALID-SW        pic x(1).
           display " 5. Add an ARM reset"
           display " 6. Delete an ARM reset"
           display " 7. List a loan's resets"
           display " 8. Key a loan's ARM terms"
           display " 9. Post an index value"
           display " 0. Exit"
           display " ".

                   perform DeleteReset
               when 7
                   perform ListLoanResets
               when 8
                   perform KeyArmTerms
               when 9
                   perform PostIndexValue
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-9."
           end-evaluate.

      *-----------------------------------------------------------------
           end-read
           close loan-master.

      *-----------------------------------------------------------------
      * ARM terms: keyed whole, added or replaced. The loan must be
      * on the master; a blank index name takes a loan's terms off
      * (it goes back to hand-keyed resets). Every cap must be
      * keyed - a zero cap is how a reset slipped past the lifetime
      * limit before - and the floor may not sit above the lifetime
      * ceiling.
       KeyArmTerms.
           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           perform CheckLoanOnMaster
           if not WS-LOAN-FOUND
               display "Loan " WS-WORK-LOAN " is not on "
                   "LOAN-MASTER.DAT - terms not keyed."
               exit paragraph
           end-if

           perform OpenArmTerms
           if WS-TERMS-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-TERMS-FOUND-SW
           move WS-WORK-LOAN to AT-LOAN-NUMBER
           read arm-terms
               invalid key
                   continue
               not invalid key
                   set WS-TERMS-FOUND to true
                   display "  Now: index " AT-INDEX-NAME " margin "
                       AT-MARGIN " caps " AT-INITIAL-CAP "/"
                       AT-PERIODIC-CAP "/" AT-LIFETIME-CAP
                   display "       floor " AT-FLOOR " round to "
                       AT-ROUND-TO " first reset " AT-FIRST-RESET
                       " every " AT-RESET-PERIODS " lookback "
                       AT-LOOKBACK-DAYS
           end-read

           display "Index name (blank takes the ARM terms off): "
               with no advancing
           accept WS-WORK-INDEX
           if WS-WORK-INDEX = spaces
               if WS-TERMS-FOUND
                   delete arm-terms
                   display "ARM terms removed."
                   move "ARMT-DEL" to WS-AUDIT-ACTION
                   perform WriteRateAuditEntry
               end-if
               close arm-terms
               exit paragraph
           end-if

           move spaces to ARM-TERMS-RECORD
           move WS-WORK-LOAN to AT-LOAN-NUMBER
           move WS-WORK-INDEX to AT-INDEX-NAME
           display "Margin (e.g. 0.0275): " with no advancing
           accept AT-MARGIN
           display "Initial change cap (e.g. 0.0200): "
               with no advancing
           accept AT-INITIAL-CAP
           display "Periodic change cap (e.g. 0.0100): "
               with no advancing
           accept AT-PERIODIC-CAP
           display "Lifetime cap over the note rate "
               "(e.g. 0.0500): " with no advancing
           accept AT-LIFETIME-CAP
           display "Floor rate (e.g. 0.0275): " with no advancing
           accept AT-FLOOR
           display "Round to (0 = 0.0025): " with no advancing
           accept AT-ROUND-TO
           if AT-ROUND-TO = 0
               move 0.0025 to AT-ROUND-TO
           end-if
           display "First reset period: " with no advancing
           accept AT-FIRST-RESET
           display "Periods between resets: " with no advancing
           accept AT-RESET-PERIODS
           display "Index lookback days (0 = 45): "
               with no advancing
           accept AT-LOOKBACK-DAYS
           if AT-LOOKBACK-DAYS = 0
               move 45 to AT-LOOKBACK-DAYS
           end-if

           if AT-INITIAL-CAP = 0 or AT-PERIODIC-CAP = 0
               or AT-LIFETIME-CAP = 0
               display "All three caps must be keyed - terms not "
                   "saved."
               close arm-terms
               exit paragraph
           end-if
           if AT-FLOOR > LM-ANNUAL-RATE + AT-LIFETIME-CAP
               display "Floor is above the lifetime ceiling - "
                   "terms not saved."
               close arm-terms
               exit paragraph
           end-if
           if AT-FIRST-RESET = 0 or AT-FIRST-RESET > LM-TERM-MONTHS
               or AT-RESET-PERIODS = 0
               display "First reset must be 1-" LM-TERM-MONTHS
                   " and the reset frequency non-zero - terms not "
                   "saved."
               close arm-terms
               exit paragraph
           end-if

           if WS-TERMS-FOUND
               rewrite ARM-TERMS-RECORD
           else
               write ARM-TERMS-RECORD
           end-if
           if WS-TERMS-STATUS not = "00"
               display "RATEMNT: ARM-TERMS.DAT write failed ("
                   WS-TERMS-STATUS ") - terms not saved."
               close arm-terms
               exit paragraph
           end-if
           close arm-terms
           display "ARM terms saved."
           move "ARMT-SET" to WS-AUDIT-ACTION
           perform WriteRateAuditEntry.

      * Same status-35 create-on-first-use as the other indexed
      * files.
       OpenArmTerms.
           open i-o arm-terms
           if WS-TERMS-STATUS = "35"
               open output arm-terms
               close arm-terms
               open i-o arm-terms
           end-if
           if WS-TERMS-STATUS not = "00"
               display "RATEMNT: unable to open ARM-TERMS.DAT ("
                   WS-TERMS-STATUS ")"
           end-if.

      *-----------------------------------------------------------------
      * An index value as published: the index's latest values are
      * shown first so a keying slip stands out, and a value already
      * posted for that date is corrected in place.
       PostIndexValue.
           display "Index name: " with no advancing
           accept WS-WORK-INDEX
           if WS-WORK-INDEX = spaces
               exit paragraph
           end-if

           open i-o index-values
           if WS-INDEX-STATUS = "35"
               open output index-values
               close index-values
               open i-o index-values
           end-if
           if WS-INDEX-STATUS not = "00"
               display "RATEMNT: unable to open INDEX-VALUES.DAT ("
                   WS-INDEX-STATUS ")"
               exit paragraph
           end-if
           perform ListIndexValues

           display "Effective date (YYYYMMDD): " with no advancing
           accept WS-WORK-DATE
           perform until WS-WORK-MONTH >= 1 and WS-WORK-MONTH <= 12
                   and WS-WORK-DAY >= 1 and WS-WORK-DAY <= 31
               display "Not a valid date."
               display "Effective date (YYYYMMDD): "
                   with no advancing
               accept WS-WORK-DATE
           end-perform
           display "Index rate (e.g. 0.0431): " with no advancing
           accept WS-WORK-RATE

           move WS-WORK-INDEX to IV-INDEX-NAME
           move WS-WORK-DATE to IV-EFFECTIVE-DATE
           read index-values
               invalid key
                   move WS-WORK-RATE to IV-RATE
                   move function current-date(1:8) to IV-POSTED-DATE
                   write INDEX-VALUE-RECORD
               not invalid key
                   display "  Replacing " IV-RATE " posted "
                       IV-POSTED-DATE
                   move WS-WORK-RATE to IV-RATE
                   move function current-date(1:8) to IV-POSTED-DATE
                   rewrite INDEX-VALUE-RECORD
           end-read
           if WS-INDEX-STATUS not = "00"
               display "RATEMNT: INDEX-VALUES.DAT write failed ("
                   WS-INDEX-STATUS ") - value not posted."
               close index-values
               exit paragraph
           end-if
           close index-values
           display "Index value posted."
           move "INDX-SET" to WS-AUDIT-ACTION
           perform WriteRateAuditEntry.

      * The index's values on file, most recent twelve.
       ListIndexValues.
           move 0 to WS-INDEX-SHOWN
           move WS-WORK-INDEX to IV-INDEX-NAME
           move 99999999 to IV-EFFECTIVE-DATE
           start index-values key is less than or equal to IV-KEY
               invalid key
                   display "  (no values on file for this index)"
                   exit paragraph
           end-start
           move "N" to WS-FILE-EOF
           perform until WS-AT-FILE-EOF or WS-INDEX-SHOWN = 12
               read index-values previous record
                   at end
                       set WS-AT-FILE-EOF to true
                   not at end
                       if IV-INDEX-NAME not = WS-WORK-INDEX
                           set WS-AT-FILE-EOF to true
                       else
                           add 1 to WS-INDEX-SHOWN
                           display "  " IV-EFFECTIVE-DATE " "
                               IV-RATE
                       end-if
               end-read
           end-perform
           if WS-INDEX-SHOWN = 0
               display "  (no values on file for this index)"
           end-if.

      *-----------------------------------------------------------------
       LoadTiers.
           move 0 to WS-TIER-COUNT
                       WS-WORK-PERIOD " on RATE-CHANGES.DAT"
                       delimited by size into WS-AUDIT-DETAIL
                   end-string
               when "ARMT-SET"
               when "ARMT-DEL"
                   string "loan " WS-WORK-LOAN " ARM terms"
                       delimited by size into WS-AUDIT-DETAIL
                   end-string
               when "INDX-SET"
                   string WS-WORK-INDEX " " WS-WORK-DATE " "
                       WS-WORK-RATE
                       delimited by size into WS-AUDIT-DETAIL
                   end-string
               when other
                   move "RATE-TABLE.DAT repriced"
                       to WS-AUDIT-DETAIL
