      * that notice was given before escalating, and the contact
      * trail a collector reads before calling.
      *
      * A loan whose borrower has an open promise to pay on
      * CONTACT-HISTORY.DAT (taken in COLLECT.cbl, settled nightly
      * by PROMCHK.cbl) gets no letter while the promise stands -
      * the escalation resumes once the promise is broken.
      *
      * Periods a forbearance plan deferred (DEFERCHK.cbl) are not
      * due and are never dunned.
      *
      * A loan under a servicing hold (HOLDCHK.cbl - bankruptcy,
      * dispute, disaster, litigation) gets no letter at all while
      * the hold is in effect; the report lists it with the hold
      * reason so the suppression is on record.
      *
      * Letters go to DELQ-LETTERS.TXT; DELQLTR.RPT lists what was
      * sent, what was suppressed as already noticed, what was held
      * for an open promise and what was held by a servicing hold.
      *
      * Each letter is also registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) gets no
      * letter and no history record - the notice goes out once
      * BORRMNT.cbl records a new address - and the report lists the
      * loan as BAD ADDRESS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign to 'LETTER-HISTORY.DAT'
           organization is line sequential
           file status is WS-HISTORY-STATUS.
       select contact-history
           assign to 'CONTACT-HISTORY.DAT'
           organization is indexed
           access mode is dynamic
           record key is CT-KEY
           file status is WS-CONTACT-STATUS.
       select letter-file
           assign to 'DELQ-LETTERS.TXT'
           organization is line sequential.
           05 LH-SENT-DATE          pic 9(8).
           05 LH-MISSED-PERIOD      pic 9(4).

       fd contact-history
           data record is CT-RECORD.
           COPY "contact-record.cpy".

       fd letter-file
           data record is LT-Line.
       01 LT-Line                  pic x(80).
      * earlier bucket.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - periods a plan deferred
      * are not due and draw no letter.
           COPY "defer-area.cpy".

      * Servicing holds (HOLDCHK.cbl) - no collection letter while
      * one is in effect.
           COPY "hold-area.cpy".

      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-CSV-STATUS      pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-HISTORY-STATUS  pic x(2).
       01 WS-CONTACT-STATUS  pic x(2).
       01 WS-CT-AVAILABLE-SW pic x(1) value "N".
           88 WS-CT-AVAILABLE value "Y".
       01 WS-CONTACT-EOF     pic x(1).
           88 WS-AT-CONTACT-EOF value "Y".
       01 WS-PROMISE-OPEN-SW pic x(1).
           88 WS-PROMISE-IS-OPEN value "Y".
       01 WS-CSV-FILENAME    pic x(30).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".

       01 WS-RUN-SENT        pic 9(5) value 0.
       01 WS-RUN-SUPPRESSED  pic 9(5) value 0.
       01 WS-RUN-PROMISED    pic 9(5) value 0.
       01 WS-RUN-HELD        pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-TEXT-LINE       pic x(80).

           05 LF-Sent        pic z(4)9.
           05               pic x(25) value "  Already noticed: ".
           05 LF-Suppressed  pic z(4)9.
           05               pic x(19) value "  Promise open: ".
           05 LF-Promised    pic z(4)9.
           05               pic x(12) value "  On hold: ".
           05 LF-Held        pic z(4)9.
       01 LetterReportBadAddress.
           05               pic x(32) value
               "Held for a bad address:         ".
           05 LF-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               goback
           end-if

           open input contact-history
           if WS-CONTACT-STATUS = "00"
               set WS-CT-AVAILABLE to true
           end-if

           open output letter-file
           open output letter-report
           move LetterReportHeader to LR-Line

           move WS-RUN-SENT to LF-Sent
           move WS-RUN-SUPPRESSED to LF-Suppressed
           move WS-RUN-PROMISED to LF-Promised
           move WS-RUN-HELD to LF-Held
           move spaces to LR-Line
           write LR-Line
           move LetterReportFooter to LR-Line
           write LR-Line
           move WS-RUN-BAD-ADDRESS to LF-BadAddress
           move LetterReportBadAddress to LR-Line
           write LR-Line

           close loan-master
           if WS-CT-AVAILABLE
               close contact-history
           end-if
           close letter-file
           close letter-report
           display "DELQLTR: " WS-RUN-SENT " letter(s) written, "
               WS-RUN-SUPPRESSED " suppressed as already noticed, "
               WS-RUN-PROMISED " held for an open promise, "
               WS-RUN-HELD " under a servicing hold, "
               WS-RUN-BAD-ADDRESS " held for a bad address."
           goback.

      *-----------------------------------------------------------------
           perform ComputePeriodsDue
           compute WS-MISSED-PERIODS =
               WS-PERIODS-DUE - LM-PAID-THRU-PERIOD
           compute WS-FIRST-MISSED = LM-PAID-THRU-PERIOD + 1
           if WS-MISSED-PERIODS > 0
               perform TakeOutPlanPeriods
           end-if
           if WS-MISSED-PERIODS not > 0
               exit paragraph
           end-if

      *    A single newly missed period may sit inside the roll
      *    window: its raw arithmetic due date has passed but the
                   move "L90" to WS-LETTER-CODE
           end-evaluate

           move LM-LOAN-NUMBER to HA-LOAN-NUMBER
           move WS-TODAY to HA-AS-OF-DATE
           call "HOLDCHK" using HOLD-AREA
           perform CheckLetterHistory
           perform CheckOpenPromise
           perform LookupBorrower
           move LM-LOAN-NUMBER to LD-Loan
           move WS-LETTER-CODE to LD-Letter
           move WS-MISSED-PERIODS to LD-Missed
           evaluate true
               when HA-ON-HOLD
                   add 1 to WS-RUN-HELD
                   move 0 to LD-Amount
                   move spaces to LD-Disposition
                   string "ON HOLD " HA-REASON
                       delimited by size into LD-Disposition
                   end-string
               when WS-ALREADY-SENT
                   add 1 to WS-RUN-SUPPRESSED
                   move 0 to LD-Amount
                   move "SUPPRESSED" to LD-Disposition
               when WS-PROMISE-IS-OPEN
                   add 1 to WS-RUN-PROMISED
                   move 0 to LD-Amount
                   move "PROMISED" to LD-Disposition
               when WS-BORR-FOUND and BW-ADDRESS-BAD
                   add 1 to WS-RUN-BAD-ADDRESS
                   move 0 to LD-Amount
                   move "BAD ADDRESS" to LD-Disposition
               when other
                   perform ComputeOverdueAmount
                   perform WriteOneLetter
                   perform AppendLetterHistory
                   add 1 to WS-RUN-SENT
                   move WS-OVERDUE-AMOUNT to LD-Amount
                   move "SENT" to LD-Disposition
           end-evaluate
           move LetterReportDetail to LR-Line
           write LR-Line.

      *-----------------------------------------------------------------
      * Periods a forbearance plan deferred are not due - out of
      * the missed count, and the first missed period is the first
      * one no plan covers.
       TakeOutPlanPeriods.
           move LM-LOAN-NUMBER to DF-LOAN-NUMBER
           move WS-FIRST-MISSED to DF-FROM-PERIOD
           move WS-PERIODS-DUE to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           subtract DF-PLAN-PERIODS from WS-MISSED-PERIODS
           move DF-FIRST-DUE-PERIOD to WS-FIRST-MISSED.

      *-----------------------------------------------------------------
      * Has this letter already gone out for these same arrears?
      * Same letter code, same first missed period = same notice.
           end-perform
           close letter-history.

      * Is a promise to pay still open on the loan? The nightly
      * check closes it kept or broken; until then, no letter.
       CheckOpenPromise.
           move "N" to WS-PROMISE-OPEN-SW
           if not WS-CT-AVAILABLE
               exit paragraph
           end-if
           move "N" to WS-CONTACT-EOF
           move LM-LOAN-NUMBER to CT-LOAN-NUMBER
           move 0 to CT-DATE
           move 0 to CT-TIME
           start contact-history key is greater than or equal to
                   CT-KEY
               invalid key
                   set WS-AT-CONTACT-EOF to true
           end-start
           perform until WS-AT-CONTACT-EOF
               read contact-history next record
                   at end
                       set WS-AT-CONTACT-EOF to true
                   not at end
                       if CT-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-CONTACT-EOF to true
                       else
                           if CT-PROMISE-OPEN
                               set WS-PROMISE-IS-OPEN to true
                               set WS-AT-CONTACT-EOF to true
                           end-if
                       end-if
               end-read
           end-perform.

       AppendLetterHistory.
           open extend letter-history
           if WS-HISTORY-STATUS = "35"

      *-----------------------------------------------------------------
       WriteOneLetter.
           perform LogMailPiece
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteLetterLine
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteLetterLine
           if MA-OK
               move spaces to WS-TEXT-LINE
               string "Mail piece " MA-PIECE-TEXT
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
           end-if

           move WS-OVERDUE-AMOUNT to WS-AMOUNT-EDITED
           evaluate WS-LETTER-CODE
           move WS-TEXT-LINE to LT-Line
           write LT-Line.

      * Registers the letter (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move spaces to MA-LETTER-TYPE
           string "DELQ " WS-LETTER-CODE
               delimited by size into MA-LETTER-TYPE
           end-string
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
                           into WS-CSV-FIELD-1 WS-CSV-FIELD-2
                                WS-CSV-FIELD-3
                       move WS-CSV-FIELD-3 to WS-SCHED-PAYMENT
      *                A forbearance period carries no payment and
      *                is not one of the missed.
                       if WS-SCHED-PAYMENT > 0
                           add WS-SCHED-PAYMENT to WS-OVERDUE-AMOUNT
                           add 1 to WS-SUM-COUNT
                       end-if
               end-read
           end-perform
           close loan-schedule-csv
