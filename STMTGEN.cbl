      * when the loan carries a borrower number (BORROWER.DAT), the
      * same fallback rule the payoff letter uses. A control report
      * (STMTGEN.RPT) totals the run.
      *
      * A loan under a servicing hold (HOLDCHK.cbl) still gets its
      * statement - the borrower is entitled to know the balance -
      * but it carries a notice that it is for information only and
      * is not an attempt to collect, and the control report flags
      * the loan with the hold reason.
      *
      * Every statement is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) gets no
      * statement until BORRMNT.cbl records a new address; the
      * control report lists the loan as BAD ADDR.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * be billed as arrears.
           COPY "busday-area.cpy".

      * Servicing holds (HOLDCHK.cbl) - the statement is annotated
      * as informational while one is in effect.
           COPY "hold-area.cpy".

      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-CSV-STATUS      pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
      * Run totals for the control report.
       01 WS-RUN-STATEMENTS  pic 9(5) value 0.
       01 WS-RUN-SKIPPED     pic 9(5) value 0.
       01 WS-RUN-HELD        pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.
       01 WS-RUN-BILLED      pic 9(11)v99 value 0.
       01 WS-RUN-PAST-DUE    pic 9(11)v99 value 0.

           05 CT-PastDue     pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CT-TotalDue    pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CT-Hold        pic x(10).
       01 ControlFooterLine.
           05               pic x(13) value "Statements: ".
           05 CF-Statements  pic z(4)9.
           05 CF-Billed      pic $$$,$$$,$$9.99.
           05               pic x(12) value "  Past due: ".
           05 CF-PastDue     pic $$$,$$$,$$9.99.
       01 ControlHeldLine.
           05               pic x(41) value
               "Statements annotated for servicing hold: ".
           05 CF-Held        pic z(4)9.
       01 ControlBadAddressLine.
           05               pic x(41) value
               "Statements held for a bad address:       ".
           05 CF-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           close statement-file
           close control-report
           display "STMTGEN: " WS-RUN-STATEMENTS " statement(s) "
               "written, " WS-RUN-SKIPPED " loan(s) skipped, "
               WS-RUN-HELD " on servicing hold, "
               WS-RUN-BAD-ADDRESS " held for a bad address."
           goback.

      *-----------------------------------------------------------------
               move 0 to WS-TOTAL-DUE
           end-if

      *    Returned mail - nothing goes to an address known bad.
           perform LookupBorrower
           if WS-BORR-FOUND and BW-ADDRESS-BAD
               add 1 to WS-RUN-BAD-ADDRESS
               move "N" to HA-ON-HOLD-SW
               perform WriteControlDetail
               exit paragraph
           end-if

           move LM-LOAN-NUMBER to HA-LOAN-NUMBER
           move WS-TODAY to HA-AS-OF-DATE
           call "HOLDCHK" using HOLD-AREA
           if HA-ON-HOLD
               add 1 to WS-RUN-HELD
           end-if

           perform LogMailPiece
           perform WriteOneStatement

           add 1 to WS-RUN-STATEMENTS
           end-read
           close borrower-master.

      * Registers the statement (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "STMT" to MA-LETTER-TYPE
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

      *-----------------------------------------------------------------
       WriteOneStatement.
           if WS-BORR-FOUND
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteStatementLine
           if MA-OK
               move spaces to WS-TEXT-LINE
               string "Mail piece " MA-PIECE-TEXT
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteStatementLine
           end-if

           if HA-ON-HOLD
               move "*** FOR INFORMATION ONLY ***" to WS-TEXT-LINE
               perform WriteStatementLine
               move "This statement is not an attempt to collect a "
                   to WS-TEXT-LINE
               perform WriteStatementLine
               move "debt or a demand for payment." to WS-TEXT-LINE
               perform WriteStatementLine
               move spaces to WS-TEXT-LINE
               string "Your loan is on a servicing hold (" HA-REASON
                   ") effective " HA-START-DATE "."
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteStatementLine
           end-if

           if WS-NEXT-FOUND
               move WS-NEXT-PAYMENT to WS-AMOUNT-EDITED
           move WS-NEXT-PAYMENT to CT-NextDue
           move WS-PAST-DUE to CT-PastDue
           move WS-TOTAL-DUE to CT-TotalDue
           move spaces to CT-Hold
           if WS-BORR-FOUND and BW-ADDRESS-BAD
               move "BAD ADDR" to CT-Hold
           end-if
           if HA-ON-HOLD
               string "ON HOLD " HA-REASON
                   delimited by size into CT-Hold
               end-string
           end-if
           move ControlDetailLine to CR-Line
           write CR-Line.

           move spaces to CR-Line
           write CR-Line
           move ControlFooterLine to CR-Line
           write CR-Line
           move WS-RUN-HELD to CF-Held
           move ControlHeldLine to CR-Line
           write CR-Line
           move WS-RUN-BAD-ADDRESS to CF-BadAddress
           move ControlBadAddressLine to CR-Line
           write CR-Line.
      *-----------------------------------------------------------------
