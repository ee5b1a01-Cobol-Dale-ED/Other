      *
      * The statement year comes from the YEAREND_YEAR environment
      * variable, defaulting to the current year.
      *
      * Each statement is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) is
      * totaled as usual but gets no statement; the control report
      * marks the loan BAD ADDRESS for a reprint once BORRMNT.cbl
      * records a new address.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           COPY "borrower-record.cpy".

       WORKING-STORAGE SECTION.
      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BORR-FOUND-SW   pic x(1) value "N".
           88 WS-BORR-FOUND   value "Y".
       01 WS-YEAR-TEXT       pic x(4).
       01 WS-STATEMENT-YEAR  pic 9(4).
       01 WS-CURRENT-DATE.
           05 WS-CD-YMD.
               10 WS-CD-YEAR pic 9(4).
               10           pic 9(4).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).

       01 WS-ROW-YEAR        pic 9(4).

       01 WS-RUN-INTEREST    pic 9(9)v99 value 0.
       01 WS-RUN-PRINCIPAL   pic 9(9)v99 value 0.
       01 WS-RUN-OOB-COUNT   pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.

       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-AMOUNT-EDITED-2 pic $$$,$$$,$$9.99.
           05 CF-Principal   pic $$$,$$$,$$9.99.
           05               pic x(17) value "  Out of balance:".
           05 CF-OOB         pic z(4)9.
       01 ControlBadAddressLine.
           05               pic x(34) value
                                "Statements held for a bad address:".
           05 CF-BadAddress  pic z(5)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           accept WS-YEAR-TEXT from environment "YEAREND_YEAR"
           if WS-YEAR-TEXT = spaces or WS-YEAR-TEXT = "0000"
               move WS-CD-YEAR to WS-STATEMENT-YEAR
           else
               move WS-YEAR-TEXT to WS-STATEMENT-YEAR
           perform TieBackToTrailer
           if not WS-OUT-OF-BALANCE
               perform LookupBorrower
               if WS-BORR-FOUND and BW-ADDRESS-BAD
                   add 1 to WS-RUN-BAD-ADDRESS
               else
                   perform LogMailPiece
                   perform WriteBorrowerStatement
               end-if
               add WS-YEAR-INTEREST to WS-RUN-INTEREST
               add WS-YEAR-PRINCIPAL to WS-RUN-PRINCIPAL
           else
           end-read
           close borrower-master.

      * Registers the statement (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "YEAREND" to MA-LETTER-TYPE
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
       WriteBorrowerStatement.
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

           move spaces to WS-TEXT-LINE
           string "Loan " LM-LOAN-NUMBER "   Borrower employee "
           move LM-EMP-ID to CD-EmpId
           move WS-YEAR-INTEREST to CD-Interest
           move WS-YEAR-PRINCIPAL to CD-Principal
           evaluate true
               when WS-OUT-OF-BALANCE
                   move "OUT OF BALANCE" to CD-Status
               when WS-BORR-FOUND and BW-ADDRESS-BAD
                   move "BAD ADDRESS" to CD-Status
               when other
                   move "OK" to CD-Status
           end-evaluate
           move ControlDetailLine to CR-Line
           write CR-Line.

           move spaces to CR-Line
           write CR-Line
           move ControlFooterLine to CR-Line
           write CR-Line
           move WS-RUN-BAD-ADDRESS to CF-BadAddress
           move ControlBadAddressLine to CR-Line
           write CR-Line.
      *-----------------------------------------------------------------
