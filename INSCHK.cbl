      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. INSCHK.
      *-----------------------------------------------------------------
      * Weekly hazard insurance check. We collect the premium through
      * escrow but had no idea when a policy ran out until the
      * carrier's cancellation notice turned up - or didn't, and the
      * collateral sat uninsured. This run reads every loan still
      * owing against INSURANCE.DAT (insurance-policy-record.cpy,
      * kept from INSMNT.cbl) and lists on INSCHK.RPT:
      *   - LAPSED      the policy's expiration date has passed
      *   - EXPIRING    it expires within INSCHK_DAYS days
      *                 (environment, default 45)
      *   - NO POLICY   the loan collects escrow but no policy is
      *                 on file
      *   - UNDERINSURED coverage is less than the outstanding
      *                 balance - the paid-through row's ending
      *                 balance on SCHED-MASTER.DAT, as TRIALBAL.cbl
      *                 prices it
      * Every lapsed, expiring or missing policy gets a proof-of-
      * coverage request letter on INSURANCE-LETTERS.TXT, headed with
      * the borrower master's mailing block the way CLOSEOUT.cbl's
      * paid-in-full letter is, and the date of the request is kept
      * on the policy. Return code 8 when anything was listed.
      *
      * Each letter is registered on CORRESPONDENCE.DAT through
      * MAILLOG.cbl and carries its mail-piece ID. A borrower whose
      * address is flagged bad (returned mail, MAILRTN.cbl) gets no
      * letter and no request date; the report notes the letter
      * held under the loan's line.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select insurance-file
           assign to 'INSURANCE.DAT'
           organization is indexed
           access mode is dynamic
           record key is IP-LOAN-NUMBER
           file status is WS-INSURANCE-STATUS.
       select sched-master
           assign to 'SCHED-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           file status is WS-SM-STATUS.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select letter-file
           assign to 'INSURANCE-LETTERS.TXT'
           organization is line sequential.
       select insurance-report
           assign to 'INSCHK.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd insurance-file
           data record is INSURANCE-POLICY-RECORD.
           COPY "insurance-policy-record.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd letter-file
           data record is LT-Line.
       01 LT-Line                  pic x(80).

       fd insurance-report
           data record is IR-Line.
       01 IR-Line                  pic x(110).

       WORKING-STORAGE SECTION.
      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-INSURANCE-STATUS pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-BORROWER-OPEN-SW pic x(1) value "N".
           88 WS-BORROWER-OPEN value "Y".
       01 WS-POLICY-FOUND-SW pic x(1).
           88 WS-POLICY-FOUND value "Y".
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-BORR-FOUND   value "Y".

      * What the policy check found for the loan. A letter goes out
      * for the first three; underinsured alone is for the desk.
       01 WS-CONDITION       pic x(12).
           88 WS-COND-NONE    value spaces.
           88 WS-COND-LAPSED  value "LAPSED".
           88 WS-COND-EXPIRING value "EXPIRING".
           88 WS-COND-NO-POLICY value "NO POLICY".
           88 WS-COND-LETTER  value "LAPSED" "EXPIRING" "NO POLICY".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-DAYS-TEXT       pic x(3).
       01 WS-WINDOW-DAYS     pic 9(3) value 45.
       01 WS-WINDOW-END      pic 9(8).
       01 WS-DAY-NUMBER      pic s9(7).

       01 WS-LOAN-BALANCE    pic 9(9)v99.
       01 WS-TEXT-LINE       pic x(80).
       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.

       01 WS-RUN-LOANS       pic 9(5) value 0.
       01 WS-RUN-LAPSED      pic 9(5) value 0.
       01 WS-RUN-EXPIRING    pic 9(5) value 0.
       01 WS-RUN-NO-POLICY   pic 9(5) value 0.
       01 WS-RUN-UNDER       pic 9(5) value 0.
       01 WS-RUN-LETTERS     pic 9(5) value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.

       01 InsuranceHeader.
           05               pic x(10) value "Loan".
           05               pic x(27) value "Carrier".
           05               pic x(10) value "Expires".
           05               pic x(15) value "       Coverage".
           05               pic x(15) value "        Balance".
           05               pic x(2)  value spaces.
           05               pic x(13) value "Condition".
           05               pic x(13) value "Coverage".
       01 InsuranceDetailLine.
           05 ID-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 ID-Carrier     pic x(25).
           05               pic x(2)  value spaces.
           05 ID-Expires     pic x(8).
           05               pic x(2)  value spaces.
           05 ID-Coverage    pic $$$,$$$,$$9.99.
           05               pic x(1)  value spaces.
           05 ID-Balance     pic $$$,$$$,$$9.99.
           05               pic x(3)  value spaces.
           05 ID-Condition   pic x(12).
           05               pic x(1)  value spaces.
           05 ID-Under       pic x(12).
       01 InsuranceFooterLine.
           05               pic x(7)  value "Loans:".
           05 IF-Loans       pic z(4)9.
           05               pic x(10) value "  Lapsed:".
           05 IF-Lapsed      pic z(4)9.
           05               pic x(12) value "  Expiring:".
           05 IF-Expiring    pic z(4)9.
           05               pic x(13) value "  No policy:".
           05 IF-No-Policy   pic z(4)9.
           05               pic x(16) value "  Underinsured:".
           05 IF-Under       pic z(4)9.
           05               pic x(11) value "  Letters:".
           05 IF-Letters     pic z(4)9.
       01 InsuranceHeldLine.
           05               pic x(10) value spaces.
           05               pic x(40) value
               "Letter held - borrower address bad since".
           05               pic x(1)  value spaces.
           05 IH-Returned    pic 9(8).
       01 InsuranceBadAddressLine.
           05               pic x(25) value
               "Held for a bad address:".
           05 IF-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           accept WS-DAYS-TEXT from environment "INSCHK_DAYS"
           if WS-DAYS-TEXT not = spaces
               move WS-DAYS-TEXT to WS-WINDOW-DAYS
           end-if
           compute WS-DAY-NUMBER =
               function integer-of-date(WS-TODAY) + WS-WINDOW-DAYS
           move function date-of-integer(WS-DAY-NUMBER)
               to WS-WINDOW-END

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "INSCHK: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               move 16 to return-code
               goback
           end-if
           open i-o insurance-file
           if WS-INSURANCE-STATUS = "35"
               open output insurance-file
               close insurance-file
               open i-o insurance-file
           end-if
           if WS-INSURANCE-STATUS not = "00"
               display "INSCHK: unable to open INSURANCE.DAT ("
                   WS-INSURANCE-STATUS ")"
               close loan-master
               move 16 to return-code
               goback
           end-if
           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-AVAILABLE to true
           else
               display "INSCHK: SCHED-MASTER.DAT not available ("
                   WS-SM-STATUS ") - coverage will be checked "
                   "against original principal."
           end-if
           open input borrower-master
           if WS-BORROWER-STATUS = "00"
               set WS-BORROWER-OPEN to true
           end-if

           open output insurance-report
           move InsuranceHeader to IR-Line
           write IR-Line
           open output letter-file

           perform until WS-AT-MASTER-EOF
               read loan-master next record
                   at end
                       set WS-AT-MASTER-EOF to true
                   not at end
                       if LM-ACTIVE or LM-DELINQUENT
                           perform CheckOneLoan
                       end-if
               end-read
           end-perform

           move WS-RUN-LOANS to IF-Loans
           move WS-RUN-LAPSED to IF-Lapsed
           move WS-RUN-EXPIRING to IF-Expiring
           move WS-RUN-NO-POLICY to IF-No-Policy
           move WS-RUN-UNDER to IF-Under
           move WS-RUN-LETTERS to IF-Letters
           move spaces to IR-Line
           write IR-Line
           move InsuranceFooterLine to IR-Line
           write IR-Line
           move WS-RUN-BAD-ADDRESS to IF-BadAddress
           move InsuranceBadAddressLine to IR-Line
           write IR-Line

           close loan-master
           close insurance-file
           if WS-SM-AVAILABLE
               close sched-master
           end-if
           if WS-BORROWER-OPEN
               close borrower-master
           end-if
           close insurance-report
           close letter-file
           display "INSCHK: " WS-RUN-LOANS " loan(s) checked, "
               WS-RUN-LAPSED " lapsed, " WS-RUN-EXPIRING
               " expiring, " WS-RUN-NO-POLICY " without a policy, "
               WS-RUN-UNDER " underinsured."
           if WS-RUN-LAPSED + WS-RUN-EXPIRING + WS-RUN-NO-POLICY
                   + WS-RUN-UNDER > 0
               move 8 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
       CheckOneLoan.
           add 1 to WS-RUN-LOANS
           move spaces to WS-CONDITION
           move spaces to ID-Under
           move "N" to WS-POLICY-FOUND-SW
           move LM-LOAN-NUMBER to IP-LOAN-NUMBER
           read insurance-file
               invalid key
                   continue
               not invalid key
                   set WS-POLICY-FOUND to true
           end-read

      *    A loan with no escrow and no policy on file carries no
      *    insurance requirement we service.
           if not WS-POLICY-FOUND
               if LM-ESCROW-AMOUNT = 0
                   exit paragraph
               end-if
               set WS-COND-NO-POLICY to true
               add 1 to WS-RUN-NO-POLICY
           else
               evaluate true
                   when IP-EXPIRATION-DATE < WS-TODAY
                       set WS-COND-LAPSED to true
                       add 1 to WS-RUN-LAPSED
                   when IP-EXPIRATION-DATE <= WS-WINDOW-END
                       set WS-COND-EXPIRING to true
                       add 1 to WS-RUN-EXPIRING
               end-evaluate
               perform FindLoanBalance
               if IP-COVERAGE < WS-LOAN-BALANCE
                   move "UNDERINSURED" to ID-Under
                   add 1 to WS-RUN-UNDER
               end-if
           end-if

           if WS-COND-NONE and ID-Under = spaces
               exit paragraph
           end-if

           move LM-LOAN-NUMBER to ID-Loan
           if WS-POLICY-FOUND
               move IP-CARRIER to ID-Carrier
               move IP-EXPIRATION-DATE to ID-Expires
               move IP-COVERAGE to ID-Coverage
               move WS-LOAN-BALANCE to ID-Balance
           else
               move spaces to ID-Carrier
               move spaces to ID-Expires
               move 0 to ID-Coverage
               perform FindLoanBalance
               move WS-LOAN-BALANCE to ID-Balance
           end-if
           move WS-CONDITION to ID-Condition
           move InsuranceDetailLine to IR-Line
           write IR-Line

           if WS-COND-LETTER
               perform LookupBorrower
               if WS-BORR-FOUND and BW-ADDRESS-BAD
                   add 1 to WS-RUN-BAD-ADDRESS
                   move BW-RETURNED-DATE to IH-Returned
                   move InsuranceHeldLine to IR-Line
                   write IR-Line
                   exit paragraph
               end-if
               perform LogMailPiece
               perform WriteCoverageLetter
               add 1 to WS-RUN-LETTERS
               if WS-POLICY-FOUND
                   move WS-TODAY to IP-LAST-REQUEST-DATE
                   rewrite INSURANCE-POLICY-RECORD
               end-if
           end-if.

      *-----------------------------------------------------------------
      * Outstanding balance: the paid-through row's ending balance,
      * or row 1's starting balance before the first payment - the
      * loan's original principal when it has no schedule on file.
       FindLoanBalance.
           move LM-PRINCIPAL to WS-LOAN-BALANCE
           if not WS-SM-AVAILABLE
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           if LM-PAID-THRU-PERIOD = 0
               move 1 to SM-PERIOD
           else
               move LM-PAID-THRU-PERIOD to SM-PERIOD
           end-if
           read sched-master
               invalid key
                   continue
               not invalid key
                   if LM-PAID-THRU-PERIOD = 0
                       compute WS-LOAN-BALANCE =
                           SM-END-BALANCE + SM-PRINCIPAL
                   else
                       move SM-END-BALANCE to WS-LOAN-BALANCE
                   end-if
           end-read.

      *-----------------------------------------------------------------
       WriteCoverageLetter.
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteLetterLine
               move BW-ADDRESS to WS-TEXT-LINE
               perform WriteLetterLine
               move spaces to WS-TEXT-LINE
               string function trim(BW-CITY) ", " BW-STATE " " BW-ZIP
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
               move spaces to WS-TEXT-LINE
               perform WriteLetterLine
           end-if

           move spaces to WS-TEXT-LINE
           string "Proof-of-coverage request prepared " WS-TODAY
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

           move spaces to WS-TEXT-LINE
           evaluate true
               when WS-COND-LAPSED
                   string "Our records show the hazard policy on "
                       "loan " LM-LOAN-NUMBER " expired "
                       IP-EXPIRATION-DATE "."
                       delimited by size into WS-TEXT-LINE
                   end-string
               when WS-COND-EXPIRING
                   string "The hazard policy on loan " LM-LOAN-NUMBER
                       " expires " IP-EXPIRATION-DATE "."
                       delimited by size into WS-TEXT-LINE
                   end-string
               when other
                   string "We have no hazard policy on file for loan "
                       LM-LOAN-NUMBER "."
                       delimited by size into WS-TEXT-LINE
                   end-string
           end-evaluate
           perform WriteLetterLine

           if WS-POLICY-FOUND
               move spaces to WS-TEXT-LINE
               string "Carrier: " IP-CARRIER " Policy: "
                   IP-POLICY-NUMBER
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
           end-if

           move "Please have your agent send us the declarations page"
               to WS-TEXT-LINE
           perform WriteLetterLine
           move "showing current coverage naming us as mortgagee."
               to WS-TEXT-LINE
           perform WriteLetterLine
           if ID-Under not = spaces
               move WS-LOAN-BALANCE to WS-AMOUNT-EDITED
               move spaces to WS-TEXT-LINE
               string "Coverage must be at least the loan balance of "
                   function trim(WS-AMOUNT-EDITED) "."
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteLetterLine
           end-if
           move spaces to WS-TEXT-LINE
           perform WriteLetterLine.

       WriteLetterLine.
           move WS-TEXT-LINE to LT-Line
           write LT-Line.

      * Registers the letter (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "INSURE" to MA-LETTER-TYPE
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
           if LM-BORROWER-NUMBER = 0 or not WS-BORROWER-OPEN
               exit paragraph
           end-if
           move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
           read borrower-master
               invalid key
                   continue
               not invalid key
                   set WS-BORR-FOUND to true
           end-read.
      *-----------------------------------------------------------------
