      *   - a summary listing for the servicing desk (ARMNOTIF.RPT)
      * Advance reset notice is a compliance requirement we used to
      * meet by hand.
      *
      * Each notice is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) gets no
      * notice; the summary lists the reset as BAD ADDRESS, and the
      * notice goes out on the first run inside the window after
      * BORRMNT.cbl records a new address.
      *
      * A reset priced by ARMRESET.cbl has its working on
      * ARM-RESETS.DAT, and the notice shows it: the index value
      * read and its date, the margin, the rate they come to, and
      * the cap or floor that held the new rate, if one did.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select arm-resets
           assign to 'ARM-RESETS.DAT'
           organization is line sequential
           file status is WS-ARM-RESETS-STATUS.
       select notice-file
           assign to 'ARM-NOTICES.TXT'
           organization is line sequential.
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd arm-resets
           data record is ARM-RESET-RECORD.
           COPY "arm-reset-record.cpy".

       fd notice-file
           data record is NT-Line.
       01 NT-Line                  pic x(80).
      * must use the rolled date too.
           COPY "busday-area.cpy".

      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-RTC-STATUS      pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-ARM-RESETS-STATUS pic x(2).
       01 WS-WORKING-EOF     pic x(1).
           88 WS-AT-WORKING-EOF value "Y".
       01 WS-WORKING-SW      pic x(1).
           88 WS-WORKING-FOUND value "Y".
      * The pricing working for the reset being noticed - the
      * latest ARMRESET.cbl run that priced it.
       01 WS-WORKING.
           05 WS-WK-INDEX-NAME    pic x(8).
           05 WS-WK-INDEX-DATE    pic 9(8).
           05 WS-WK-INDEX-RATE    pic 9.9999.
           05 WS-WK-MARGIN        pic 9.9999.
           05 WS-WK-UNCAPPED      pic 9.9999.
           05 WS-WK-PRIOR         pic 9.9999.
           05 WS-WK-CAP           pic x(8).
       01 WS-RTC-EOF         pic x(1) value "N".
           88 WS-AT-RTC-EOF   value "Y".
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-ENGINE-OK    value "Y".

       01 WS-RUN-NOTICES     pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-AMOUNT-EDITED-2 pic $$$,$$$,$$9.99.
       01 WS-TEXT-LINE       pic x(80).
           05 SD-Rate        pic 9v9999.
           05               pic x(2)  value spaces.
           05 SD-NewPayment  pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 SD-Note        pic x(11).
       01 SummaryFooterLine.
           05               pic x(10) value "Notices: ".
           05 SF-Count       pic z(4)9.
           05               pic x(26) value
               "  Held for a bad address: ".
           05 SF-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           end-perform

           move WS-RUN-NOTICES to SF-Count
           move WS-RUN-BAD-ADDRESS to SF-BadAddress
           move spaces to SR-Line
           write SR-Line
           move SummaryFooterLine to SR-Line
           close notice-file
           close summary-report
           display "ARMNOTIF: " WS-RUN-NOTICES " reset notice(s) "
               "within " WS-NOTICE-DAYS " day(s), "
               WS-RUN-BAD-ADDRESS " held for a bad address."
           goback.

      *-----------------------------------------------------------------
               exit paragraph
           end-if

           move spaces to SD-Note
           perform LookupBorrower
           if WS-BORR-FOUND and BW-ADDRESS-BAD
               add 1 to WS-RUN-BAD-ADDRESS
               move "BAD ADDRESS" to SD-Note
           else
               add 1 to WS-RUN-NOTICES
               perform LogMailPiece
               perform WriteOneNotice
           end-if

           move LM-LOAN-NUMBER to SD-Loan
           move WS-RC-PERIOD(WS-RESET-SUB) to SD-Period
           move LM-ESCROW-AMOUNT to AE-IN-ESCROW
           move LM-ORIG-DATE to AE-IN-ORIG-DATE
           move LM-IO-PERIODS to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS
           move "N" to AE-IN-RESUME-SW

           move 0 to WS-LOAN-RC-COUNT

      *-----------------------------------------------------------------
       WriteOneNotice.
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteNoticeLine
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           if MA-OK
               move spaces to WS-TEXT-LINE
               string "Mail piece " MA-PIECE-TEXT
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
           end-if

           move spaces to WS-TEXT-LINE
           string "Your loan's interest rate changes to "
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           perform WriteResetWorking

           move WS-OLD-PAYMENT to WS-AMOUNT-EDITED
           move WS-NEW-PAYMENT to WS-AMOUNT-EDITED-2
           move WS-TEXT-LINE to NT-Line
           write NT-Line.

      * How the new rate was arrived at, when ARMRESET.cbl priced it
      * - a hand-keyed reset has no working and the notice goes out
      * without these lines.
       WriteResetWorking.
           perform FindResetWorking
           if not WS-WORKING-FOUND
               exit paragraph
           end-if
           move spaces to WS-TEXT-LINE
           string "The " function trim(WS-WK-INDEX-NAME)
               " index on " WS-WK-INDEX-DATE " was "
               WS-WK-INDEX-RATE "; plus your margin of "
               WS-WK-MARGIN
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           move spaces to WS-TEXT-LINE
           string "comes to " WS-WK-UNCAPPED " after rounding, "
               "against your current rate of " WS-WK-PRIOR "."
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           if WS-WK-CAP = spaces
               exit paragraph
           end-if
           move spaces to WS-TEXT-LINE
           evaluate WS-WK-CAP
               when "FLOOR"
                   move "Your loan's rate floor sets the new rate."
                       to WS-TEXT-LINE
               when "LIFETIME"
                   move "Your loan's lifetime cap limits the new rate."
                       to WS-TEXT-LINE
               when "INITIAL"
                   move "Your loan's first-reset cap limits the rate."
                       to WS-TEXT-LINE
               when other
                   move "Your loan's periodic cap limits the new rate."
                       to WS-TEXT-LINE
           end-evaluate
           perform WriteNoticeLine.

       FindResetWorking.
           move "N" to WS-WORKING-SW
           move "N" to WS-WORKING-EOF
           open input arm-resets
           if WS-ARM-RESETS-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-WORKING-EOF
               read arm-resets
                   at end
                       set WS-AT-WORKING-EOF to true
                   not at end
                       if AR-LOAN-NUMBER = LM-LOAN-NUMBER
                           and AR-EFFECTIVE-PERIOD
                               = WS-RC-PERIOD(WS-RESET-SUB)
                           set WS-WORKING-FOUND to true
                           move AR-INDEX-NAME to WS-WK-INDEX-NAME
                           move AR-INDEX-DATE to WS-WK-INDEX-DATE
                           move AR-INDEX-RATE to WS-WK-INDEX-RATE
                           move AR-MARGIN to WS-WK-MARGIN
                           move AR-UNCAPPED-RATE to WS-WK-UNCAPPED
                           move AR-PRIOR-RATE to WS-WK-PRIOR
                           move AR-CAP-APPLIED to WS-WK-CAP
                       end-if
               end-read
           end-perform
           close arm-resets.

      * Registers the notice (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "ARMRATE" to MA-LETTER-TYPE
           move WS-TODAY to MA-DATE
           if WS-BORR-FOUND
               move BW-BORROWER-NUMBER to MA-BORROWER-NUMBER
               move BW-NAME to MA-NAME
               move BW-ADDRESS to MA-ADDRESS
               move BW-CITY to MA-CITY
               move BW-STATE to MA-STATE
               move BW-ZIP to MA-ZIP
           else
               move 0 to MA-BORROWER-NUMBER
               move spaces to MA-NAME MA-ADDRESS MA-CITY MA-STATE
                   MA-ZIP
           end-if
           call "MAILLOG" using MAIL-AREA.

       LookupBorrower.
           move "N" to WS-BORR-FOUND-SW
           if LM-BORROWER-NUMBER = 0
