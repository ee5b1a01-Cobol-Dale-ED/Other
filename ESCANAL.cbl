      * variable, defaulting to the current year, the same way
      * YEAREND.cbl takes its statement year. A control report
      * (ESCANAL.RPT) totals the run.
      *
      * Bills ESCPAY.cbl paid with money the account did not have
      * are escrow advances (ESCROW-ADVANCE.DAT). The shortage they
      * leave is spread into the new monthly escrow like any other;
      * once the account's collections have caught up with part or
      * all of an advance, that part is marked recovered (oldest
      * advance first), journaled out of the ESCADV receivable
      * (debit ESCROW, credit ESCADV) and shown on the statement.
      *
      * Statements head with the borrower master's mailing block
      * (BORROWER.DAT) the way STMTGEN.cbl's do, are registered on
      * CORRESPONDENCE.DAT through MAILLOG.cbl and carry their
      * mail-piece ID. A borrower whose address is flagged bad
      * (returned mail, MAILRTN.cbl) still has the account analyzed
      * and the new escrow set, but gets no statement; the control
      * report marks the loan BAD ADDRESS.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign to 'LOAN-JOURNAL.DAT'
           organization is line sequential
           file status is WS-LJOURNAL-STATUS.
       select escrow-advance
           assign to 'ESCROW-ADVANCE.DAT'
           organization is line sequential
           file status is WS-ADVANCE-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select statement-file
           assign to 'ESCROW-STATEMENTS.TXT'
           organization is line sequential.
           data record is LJ-RECORD.
           COPY "loan-journal-record.cpy".

       fd escrow-advance
           data record is EA-RECORD.
           COPY "escrow-advance-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd statement-file
           data record is ST-Line.
       01 ST-Line                  pic x(80).
      * other writers do.
           COPY "file-lock.cpy".

      * Correspondence register (MAILLOG.cbl).
           COPY "mail-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-CSV-STATUS      pic x(2).
       01 WS-DISB-STATUS     pic x(2).
           88 WS-AT-CSV-EOF   value "Y".
       01 WS-DISB-EOF        pic x(1).
           88 WS-AT-DISB-EOF  value "Y".
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BORR-FOUND-SW   pic x(1).
           88 WS-BORR-FOUND   value "Y".

       01 WS-YEAR-TEXT       pic x(4).
       01 WS-ANALYSIS-YEAR   pic 9(4).
       01 WS-CURRENT-DATE.
           05 WS-CD-YMD.
               10 WS-CD-YEAR pic 9(4).
               10           pic 9(4).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).

      * CSV fields in tax.cbl's column order (Month,StartBalance,
      * MonthlyPayment,Principal,Interest,EndBalance,Escrow,DueDate,
       01 WS-RUN-OVER-COUNT  pic 9(5) value 0.
       01 WS-RUN-COLLECTED   pic 9(11)v99 value 0.
       01 WS-RUN-DISBURSED   pic 9(11)v99 value 0.
       01 WS-RUN-BAD-ADDRESS pic 9(5) value 0.

       01 WS-AMOUNT-EDITED   pic $$$,$$$,$$9.99.
       01 WS-AMOUNT-EDITED-2 pic $$$,$$$,$$9.99.
                         PARM-REAM-DATE      BY WS-PW-REAM-DATE
                         PARM-REAM-PAYMENT   BY WS-PW-REAM-PAYMENT.

      * The advance file in storage, the same load-update-rewrite
      * handling as the parm table.
       01 WS-ADVANCE-STATUS  pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-ADV-COUNT       pic 9(3) value 0.
       01 WS-ADV-SUB         pic 9(3).
       01 WS-ADVANCE-EOF     pic x(1).
           88 WS-AT-ADVANCE-EOF value "Y".
       01 WS-ADV-CHANGED-SW  pic x(1) value "N".
           88 WS-ADV-CHANGED  value "Y".
       01 WS-ADV-OVERFLOW-SW pic x(1) value "N".
           88 WS-ADV-OVERFLOW value "Y".
       01 WS-ADV-TABLE.
           05 WS-ADV-IMAGE occurs 500 times pic x(63).
           COPY "escrow-advance-record.cpy"
               REPLACING EA-RECORD          BY WS-ADV-WORK
                         EA-LOAN-NUMBER     BY WS-AW-LOAN-NUMBER
                         EA-ADVANCE-DATE    BY WS-AW-ADVANCE-DATE
                         EA-TYPE            BY WS-AW-TYPE
                         EA-PAYEE           BY WS-AW-PAYEE
                         EA-CHECK-NUMBER    BY WS-AW-CHECK-NUMBER
                         EA-AMOUNT          BY WS-AW-AMOUNT
                         EA-RECOVERED       BY WS-AW-RECOVERED.
      * Per loan: advances still out before this analysis, what the
      * account's balance leaves unrecovered, and what this
      * analysis recovers.
       01 WS-ADV-OUTSTANDING pic 9(9)v99.
       01 WS-ADV-UNRECOVERED pic 9(9)v99.
       01 WS-ADV-RECOVER     pic 9(9)v99.
       01 WS-ADV-APPLY       pic 9(7)v99.
       01 WS-RUN-RECOVERED   pic 9(11)v99 value 0.
       01 WS-RUN-ADV-OUT     pic 9(11)v99 value 0.

       01 ControlHeader.
           05               pic x(10) value "Loan".
           05               pic x(16) value "       Collected".
           05 CT-Balance     pic +$$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CT-NewMonthly  pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 CT-Note        pic x(11).
       01 ControlFooterLine.
           05               pic x(8)  value "Loans: ".
           05 CF-Loans       pic z(4)9.
           05 CF-Collected   pic $$$,$$$,$$9.99.
           05               pic x(13) value "  Disbursed: ".
           05 CF-Disbursed   pic $$$,$$$,$$9.99.
       01 ControlAdvanceLine.
           05               pic x(28) value
                                "Escrow advances recovered: ".
           05 CA-Recovered   pic $$$,$$$,$$9.99.
           05               pic x(17) value "  Still owed us: ".
           05 CA-Outstanding pic $$$,$$$,$$9.99.
       01 ControlBadAddressLine.
           05               pic x(28) value
                                "Statements held, bad addr: ".
           05 CB-BadAddress  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           accept WS-YEAR-TEXT from environment "ESCROW_YEAR"
           if WS-YEAR-TEXT = spaces or WS-YEAR-TEXT = "0000"
               move WS-CD-YEAR to WS-ANALYSIS-YEAR
           else
               move WS-YEAR-TEXT to WS-ANALYSIS-YEAR
               goback
           end-if

           perform LoadAdvanceTable
           if WS-ADV-OVERFLOW
               display "ESCANAL: ESCROW-ADVANCE.DAT has outgrown the "
                   "500-record table - run refused rather than "
                   "truncating the advance file."
               close loan-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if

           open output statement-file
           open output control-report
           move ControlHeader to CR-Line
           close statement-file
           close control-report
           perform RewriteParmTable
           perform RewriteAdvanceTable
           perform FreeMasterLock
           display "ESCANAL: " WS-RUN-LOANS " escrow account(s) "
               "analyzed for " WS-ANALYSIS-YEAR
           end-if

           compute WS-ESCROW-BALANCE = WS-COLLECTED - WS-DISBURSED
           perform RecoverEscrowAdvances

      *    The coming year's requirement: the analysis year's actual
      *    disbursements, less whatever surplus (or plus whatever
               end-if
           end-if

           move spaces to CT-Note
           perform LookupBorrower
           if WS-BORR-FOUND and BW-ADDRESS-BAD
               add 1 to WS-RUN-BAD-ADDRESS
               move "BAD ADDRESS" to CT-Note
           else
               perform LogMailPiece
               perform WriteBorrowerStatement
           end-if
           perform WriteControlDetail.

      *-----------------------------------------------------------------
      * What of the loan's outstanding advances the account has now
      * made good: whatever part of them the balance is no longer
      * short by. Applied oldest advance first and journaled out of
      * the ESCADV receivable.
       RecoverEscrowAdvances.
           move 0 to WS-ADV-OUTSTANDING
           move 0 to WS-ADV-RECOVER
           perform varying WS-ADV-SUB from 1 by 1
                   until WS-ADV-SUB > WS-ADV-COUNT
               move WS-ADV-IMAGE(WS-ADV-SUB) to WS-ADV-WORK
               if WS-AW-LOAN-NUMBER = LM-LOAN-NUMBER
                   compute WS-ADV-OUTSTANDING = WS-ADV-OUTSTANDING
                       + WS-AW-AMOUNT - WS-AW-RECOVERED
               end-if
           end-perform
           if WS-ADV-OUTSTANDING = 0
               exit paragraph
           end-if

           if WS-ESCROW-BALANCE < 0
               compute WS-ADV-UNRECOVERED = 0 - WS-ESCROW-BALANCE
               if WS-ADV-UNRECOVERED > WS-ADV-OUTSTANDING
                   move WS-ADV-OUTSTANDING to WS-ADV-UNRECOVERED
               end-if
           else
               move 0 to WS-ADV-UNRECOVERED
           end-if
           compute WS-ADV-RECOVER =
               WS-ADV-OUTSTANDING - WS-ADV-UNRECOVERED
           add WS-ADV-UNRECOVERED to WS-RUN-ADV-OUT
           if WS-ADV-RECOVER = 0
               exit paragraph
           end-if

           move WS-ADV-RECOVER to WS-ADV-APPLY
           perform varying WS-ADV-SUB from 1 by 1
                   until WS-ADV-SUB > WS-ADV-COUNT
                   or WS-ADV-APPLY = 0
               move WS-ADV-IMAGE(WS-ADV-SUB) to WS-ADV-WORK
               if WS-AW-LOAN-NUMBER = LM-LOAN-NUMBER
                   and WS-AW-RECOVERED < WS-AW-AMOUNT
                   if WS-AW-AMOUNT - WS-AW-RECOVERED > WS-ADV-APPLY
                       add WS-ADV-APPLY to WS-AW-RECOVERED
                       move 0 to WS-ADV-APPLY
                   else
                       compute WS-ADV-APPLY = WS-ADV-APPLY
                           - (WS-AW-AMOUNT - WS-AW-RECOVERED)
                       move WS-AW-AMOUNT to WS-AW-RECOVERED
                   end-if
                   move WS-ADV-WORK to WS-ADV-IMAGE(WS-ADV-SUB)
                   set WS-ADV-CHANGED to true
               end-if
           end-perform
           add WS-ADV-RECOVER to WS-RUN-RECOVERED
           perform WriteRecoveryGlEntries.

       WriteRecoveryGlEntries.
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "ESCANAL: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - advance recovery for loan "
                   LM-LOAN-NUMBER " not journaled."
               exit paragraph
           end-if
           move "ESCANAL" to GW-SOURCE
           move spaces to GW-DEPT
           move function current-date(1:8) to GW-DATE
           move "ESCROW" to GW-CODE
           set GW-DEBIT to true
           move WS-ADV-RECOVER to GW-AMOUNT
           write GW-RECORD
           move "ESCADV" to GW-CODE
           set GW-CREDIT to true
           move WS-ADV-RECOVER to GW-AMOUNT
           write GW-RECORD
           close gl-work.

       LoadAdvanceTable.
           move 0 to WS-ADV-COUNT
           move "N" to WS-ADVANCE-EOF
           open input escrow-advance
           if WS-ADVANCE-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-ADVANCE-EOF
               read escrow-advance
                   at end
                       set WS-AT-ADVANCE-EOF to true
                   not at end
                       if WS-ADV-COUNT >= 500
                           set WS-ADV-OVERFLOW to true
                           set WS-AT-ADVANCE-EOF to true
                       else
                           add 1 to WS-ADV-COUNT
                           move EA-RECORD
                               to WS-ADV-IMAGE(WS-ADV-COUNT)
                       end-if
               end-read
           end-perform
           close escrow-advance.

       RewriteAdvanceTable.
           if not WS-ADV-CHANGED
               exit paragraph
           end-if
           open output escrow-advance
           perform varying WS-ADV-SUB from 1 by 1
                   until WS-ADV-SUB > WS-ADV-COUNT
               move WS-ADV-IMAGE(WS-ADV-SUB) to EA-RECORD
               write EA-RECORD
           end-perform
           close escrow-advance.

      *-----------------------------------------------------------------
      * Keeps the parm file in step with the master: the analyzed
      * loan's escrow changes in the in-storage table, and the file

      *-----------------------------------------------------------------
       WriteBorrowerStatement.
           if WS-BORR-FOUND
               move BW-NAME to WS-TEXT-LINE
               perform WriteStatementLine
               move BW-ADDRESS to WS-TEXT-LINE
               perform WriteStatementLine
               move spaces to WS-TEXT-LINE
               string function trim(BW-CITY) ", " BW-STATE " " BW-ZIP
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteStatementLine
               move spaces to WS-TEXT-LINE
               perform WriteStatementLine
           end-if

           move spaces to WS-TEXT-LINE
           string "Escrow account analysis for " WS-ANALYSIS-YEAR
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
           end-string
           perform WriteStatementLine

           if WS-ADV-OUTSTANDING > 0
               move WS-ADV-OUTSTANDING to WS-AMOUNT-EDITED
               move spaces to WS-TEXT-LINE
               string "We advanced " WS-AMOUNT-EDITED
                   " to pay bills your escrow could not cover."
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteStatementLine
               move WS-ADV-RECOVER to WS-AMOUNT-EDITED
               move WS-ADV-UNRECOVERED to WS-AMOUNT-EDITED-2
               move spaces to WS-TEXT-LINE
               string "Repaid from escrow: " WS-AMOUNT-EDITED
                   "   Still to recover: " WS-AMOUNT-EDITED-2
                   delimited by size into WS-TEXT-LINE
               end-string
               perform WriteStatementLine
           end-if

           move spaces to WS-TEXT-LINE
           perform WriteStatementLine.

           move WS-TEXT-LINE to ST-Line
           write ST-Line.

      * Registers the statement (MAILLOG.cbl) before it is printed,
      * so its mail-piece ID goes on it.
       LogMailPiece.
           move LM-LOAN-NUMBER to MA-LOAN-NUMBER
           move "ESCROW" to MA-LETTER-TYPE
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

      * The borrower's name and address off BORROWER.DAT - same
      * fallback rule as the payoff letter.
       LookupBorrower.
           move "N" to WS-BORR-FOUND-SW
           if LM-BORROWER-NUMBER = 0
               exit paragraph
           end-if
           open input borrower-master
           if WS-BORROWER-STATUS not = "00"
               exit paragraph
           end-if
           move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
           read borrower-master
               invalid key
                   continue
               not invalid key
                   set WS-BORR-FOUND to true
           end-read
           close borrower-master.

      *-----------------------------------------------------------------
       WriteControlDetail.
           move LM-LOAN-NUMBER to CT-Loan
           move spaces to CR-Line
           write CR-Line
           move ControlFooterLine to CR-Line
           write CR-Line
           move WS-RUN-RECOVERED to CA-Recovered
           move WS-RUN-ADV-OUT to CA-Outstanding
           move ControlAdvanceLine to CR-Line
           write CR-Line
           move WS-RUN-BAD-ADDRESS to CB-BadAddress
           move ControlBadAddressLine to CR-Line
           write CR-Line.
      *-----------------------------------------------------------------
