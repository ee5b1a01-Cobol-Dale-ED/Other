      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ADVNOTIC.
      *-----------------------------------------------------------------
      * Adverse-action notices. Every application LOANBRD.cbl
      * declines must get a written notice giving the reason, and
      * none ever did - LOANBRD only printed DECLINED on its own
      * report. Run after LOANBRD, this picks up every declined
      * application on LOAN-APPLICATIONS.DAT (application-record.cpy)
      * with no notice sent yet and writes one (ADVERSE-NOTICES.TXT,
      * headed with the borrower master's mailing block) citing the
      * underwriting edit it failed - for a payment-to-income decline
      * the estimated payment, the monthly income and the ceiling
      * (LOANBRD's WS-MAX-PTI-RATIO) it was decided on. The notice is
      * registered on CORRESPONDENCE.DAT through MAILLOG.cbl and its
      * date and mail-piece ID are stamped on the application, so it
      * goes exactly once.
      *
      * An applicant with no borrower record gets the notice under
      * the employee's name for delivery through the employer. One
      * whose address is flagged bad (MAILRTN.cbl) is held and
      * listed, and the notice goes out on the first run after
      * BORRMNT.cbl records a new address; APPPIPE.cbl shows every
      * decline still waiting for its notice. Summary on
      * ADVNOTIC.RPT; return code 4 when any notice is held.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select application-file
           assign to 'LOAN-APPLICATIONS.DAT'
           organization is indexed
           access mode is dynamic
           record key is AP-APP-NUMBER
           file status is WS-APP-STATUS.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select person
           assign to 'person.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
      * Alternate name key, matching the file as Hello-World.cbl
      * defines it - every program sharing an indexed file has to
      * declare the same key structure.
           alternate record key is EMP-LAST-NAME with duplicates
           file status is WS-PERSON-STATUS.
       select notice-file
           assign to 'ADVERSE-NOTICES.TXT'
           organization is line sequential.
       select summary-report
           assign to 'ADVNOTIC.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd application-file
           data record is APPLICATION-RECORD.
           COPY "application-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd person
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

       fd notice-file
           data record is NT-Line.
       01 NT-Line                  pic x(80).

       fd summary-report
           data record is SR-Line.
       01 SR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-APP-STATUS      pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-APP-EOF         pic x(1) value "N".
           88 WS-AT-APP-EOF   value "Y".
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-BORR-FOUND   value "Y".
       01 WS-EMP-FOUND-SW    pic x(1).
           88 WS-EMP-FOUND    value "Y".

       01 WS-TODAY           pic 9(8).
       01 WS-APPLICANT-NAME  pic x(30).
       01 WS-PTI-LIMIT       pic 9(8)v99.
       01 WS-PTI-PERCENT     pic zz9.
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-AMOUNT-EDITED-2 pic $$$,$$$,$$9.99.
       01 WS-AMOUNT-EDITED-3 pic $$$,$$$,$$9.99.
       01 WS-TEXT-LINE       pic x(80).

       01 WS-RUN-NOTICES     pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.

       01 SummaryHeader.
           05               pic x(10) value "App".
           05               pic x(10) value "Loan".
           05               pic x(8)  value "EMP-ID".
           05               pic x(10) value "Declined".
           05               pic x(6)  value "Code".
           05               pic x(40) value "Reason".
       01 SummaryDetailLine.
           05 SD-App         pic 9(8).
           05               pic x(2)  value spaces.
           05 SD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 SD-EmpId       pic 9(6).
           05               pic x(2)  value spaces.
           05 SD-Declined    pic 9(8).
           05               pic x(2)  value spaces.
           05 SD-Code        pic x(4).
           05               pic x(2)  value spaces.
           05 SD-Reason      pic x(40).
           05               pic x(2)  value spaces.
           05 SD-Note        pic x(13).
       01 SummaryFooterLine.
           05               pic x(10) value "Notices: ".
           05 SF-Count       pic z(4)9.
           05               pic x(26) value
               "  Held for a bad address: ".
           05 SF-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date(1:8) to WS-TODAY

           open i-o application-file
           if WS-APP-STATUS = "35"
               display "ADVNOTIC: no applications on file - nothing "
                   "to notice."
               goback
           end-if
           if WS-APP-STATUS not = "00"
               display "ADVNOTIC: unable to open LOAN-APPLICATIONS.DAT"
                   " (" WS-APP-STATUS ")"
               move 16 to return-code
               goback
           end-if

           open output notice-file
           open output summary-report
           move SummaryHeader to SR-Line
           write SR-Line

           move 0 to AP-APP-NUMBER
           start application-file key is greater than or equal to
                   AP-APP-NUMBER
               invalid key
                   set WS-AT-APP-EOF to true
           end-start
           perform until WS-AT-APP-EOF
               read application-file next record
                   at end
                       set WS-AT-APP-EOF to true
                   not at end
                       if AP-DECLINED and AP-NOTICE-DATE = 0
                           perform NoticeOneDecline
                       end-if
               end-read
           end-perform

           move WS-RUN-NOTICES to SF-Count
           move WS-RUN-BAD-ADDRESS to SF-BadAddress
           move spaces to SR-Line
           write SR-Line
           move SummaryFooterLine to SR-Line
           write SR-Line

           close application-file
           close notice-file
           close summary-report
           display "ADVNOTIC: " WS-RUN-NOTICES " adverse-action "
               "notice(s), " WS-RUN-BAD-ADDRESS
               " held for a bad address."
           if WS-RUN-BAD-ADDRESS > 0
               move 4 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
      * One declined application: held for a bad address, or the
      * notice goes out and the application is stamped with it.
       NoticeOneDecline.
           move spaces to SD-Note
           perform LookupApplicant
           if WS-BORR-FOUND and BW-ADDRESS-BAD
               add 1 to WS-RUN-BAD-ADDRESS
               move "BAD ADDRESS" to SD-Note
           else
               add 1 to WS-RUN-NOTICES
               perform LogMailPiece
               perform WriteOneNotice
               move WS-TODAY to AP-NOTICE-DATE
               if MA-OK
                   move MA-PIECE-TEXT to AP-NOTICE-PIECE
                   move MA-PIECE-TEXT to SD-Note
               else
                   move spaces to AP-NOTICE-PIECE
                   move "SENT" to SD-Note
               end-if
               rewrite APPLICATION-RECORD
                   invalid key
                       display "ADVNOTIC: application "
                           AP-APP-NUMBER " not stamped ("
                           WS-APP-STATUS ")"
               end-rewrite
           end-if

           move AP-APP-NUMBER to SD-App
           move AP-LOAN-NUMBER to SD-Loan
           move AP-EMP-ID to SD-EmpId
           move AP-STATUS-DATE to SD-Declined
           move AP-DECISION-CODE to SD-Code
           move AP-DECISION-REASON to SD-Reason
           move SummaryDetailLine to SR-Line
           write SR-Line.

      *-----------------------------------------------------------------
      * The borrower record when the application names one, and the
      * employee's name otherwise.
       LookupApplicant.
           move "N" to WS-BORR-FOUND-SW
           move "N" to WS-EMP-FOUND-SW
           move spaces to WS-APPLICANT-NAME
           if AP-BORROWER-NUMBER > 0
               open input borrower-master
               if WS-BORROWER-STATUS = "00"
                   move AP-BORROWER-NUMBER to BW-BORROWER-NUMBER
                   read borrower-master
                       invalid key
                           continue
                       not invalid key
                           set WS-BORR-FOUND to true
                           move BW-NAME to WS-APPLICANT-NAME
                   end-read
                   close borrower-master
               end-if
           end-if
           if WS-BORR-FOUND
               exit paragraph
           end-if
           open input person
           if WS-PERSON-STATUS = "00"
               move AP-EMP-ID to EMP-ID
               read person
                   invalid key
                       continue
                   not invalid key
                       set WS-EMP-FOUND to true
                       string function trim(EMP-FIRST-NAME) " "
                           function trim(EMP-LAST-NAME)
                           delimited by size into WS-APPLICANT-NAME
                       end-string
               end-read
               close person
           end-if.

      *-----------------------------------------------------------------
       WriteOneNotice.
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteNoticeLine
               move BW-ADDRESS to WS-TEXT-LINE
               perform WriteNoticeLine
               move spaces to WS-TEXT-LINE
               string function trim(BW-CITY) ", " BW-STATE " " BW-ZIP
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
           else
               move WS-APPLICANT-NAME to WS-TEXT-LINE
               perform WriteNoticeLine
               move spaces to WS-TEXT-LINE
               string "Employee " AP-EMP-ID
                   " - deliver through the employer"
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteNoticeLine
           end-if
           move spaces to WS-TEXT-LINE
           perform WriteNoticeLine

           move spaces to WS-TEXT-LINE
           string "Notice of action taken - prepared " WS-TODAY
               "   Application " AP-APP-NUMBER
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
           perform WriteNoticeLine

           move AP-PRINCIPAL to WS-AMOUNT-EDITED
           move spaces to WS-TEXT-LINE
           string "Your application of " AP-RECEIVED-DATE
               " for a loan of " WS-AMOUNT-EDITED
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           move spaces to WS-TEXT-LINE
           string "over " AP-MONTHS " months was declined on "
               AP-STATUS-DATE "."
               delimited by size into WS-TEXT-LINE
           end-string
           perform WriteNoticeLine
           move spaces to WS-TEXT-LINE
           perform WriteNoticeLine
           move "Principal reason for our decision:" to WS-TEXT-LINE
           perform WriteNoticeLine
           perform WriteDeclineReason
           move spaces to WS-TEXT-LINE
           perform WriteNoticeLine

           move "The federal Equal Credit Opportunity Act prohibits "
               to WS-TEXT-LINE
           perform WriteNoticeLine
           move "creditors from discriminating against credit "
               to WS-TEXT-LINE
           perform WriteNoticeLine
           move "applicants on any prohibited basis. You may ask the"
               to WS-TEXT-LINE
           perform WriteNoticeLine
           move "loan desk about this decision within 60 days."
               to WS-TEXT-LINE
           perform WriteNoticeLine
           move spaces to WS-TEXT-LINE
           perform WriteNoticeLine
           move all "-" to WS-TEXT-LINE
           perform WriteNoticeLine.

      * The edit LOANBRD declined on, in the applicant's terms.
       WriteDeclineReason.
           move spaces to WS-TEXT-LINE
           evaluate true
               when AP-DECL-PTI
                   compute WS-PTI-LIMIT rounded =
                       AP-MONTHLY-INCOME * AP-PTI-RATIO
                   compute WS-PTI-PERCENT = AP-PTI-RATIO * 100
                   move AP-EST-PAYMENT to WS-AMOUNT-EDITED
                   move AP-MONTHLY-INCOME to WS-AMOUNT-EDITED-2
                   move WS-PTI-LIMIT to WS-AMOUNT-EDITED-3
                   string "  Payment too high for your income: the "
                       "estimated payment of"
                       delimited by size into WS-TEXT-LINE
                   end-string
                   perform WriteNoticeLine
                   move spaces to WS-TEXT-LINE
                   string "  " WS-AMOUNT-EDITED " exceeds "
                       WS-PTI-PERCENT "% of your monthly income of "
                       WS-AMOUNT-EDITED-2
                       delimited by size into WS-TEXT-LINE
                   end-string
                   perform WriteNoticeLine
                   move spaces to WS-TEXT-LINE
                   string "  (the most we can lend against is "
                       WS-AMOUNT-EDITED-3 " a month)."
                       delimited by size into WS-TEXT-LINE
                   end-string
               when AP-DECL-EMPLOYEE
                   move "  Applicant is not an active employee."
                       to WS-TEXT-LINE
               when AP-DECL-BANDS
                   move "  Amount or term outside the terms we offer."
                       to WS-TEXT-LINE
               when AP-DECL-TERMS
               when AP-DECL-NO-PAYMENT
                   move "  No repayment schedule fits the terms."
                       to WS-TEXT-LINE
               when AP-DECL-DUPLICATE
               when AP-DECL-RETIRED
                   move "  The loan could not be set up as requested."
                       to WS-TEXT-LINE
               when other
                   move spaces to WS-TEXT-LINE
                   string "  " AP-DECISION-REASON
                       delimited by size into WS-TEXT-LINE
                   end-string
           end-evaluate
           perform WriteNoticeLine.

       WriteNoticeLine.
           move WS-TEXT-LINE to NT-Line
           write NT-Line.

      * Registers the notice (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move AP-LOAN-NUMBER to MA-LOAN-NUMBER
           move "ADVERSE" to MA-LETTER-TYPE
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
               move WS-APPLICANT-NAME to MA-NAME
               move spaces to MA-ADDRESS MA-CITY MA-STATE MA-ZIP
           end-if
           call "MAILLOG" using MAIL-AREA.
      *-----------------------------------------------------------------
