      * through today plus ACH_LEAD_DAYS (environment, default 0, so
      * a daily run debits each loan on its due date).
      *
      * ACH-DEBIT.DAT is a standard NACHA file written through
      * NACHAWRT.cbl - one PPD batch of debits (service class 225,
      * checking or savings transaction code from the enrollment),
      * the loan number as the individual ID and the borrower's name
      * from BORROWER.DAT where one is on file. The report shows
      * each debit's trace number and closes with the file's entry
      * count, hash and debit total; NACHABAL.cbl proves the file
      * before it goes to the bank. The bank's settlement/return file
      * comes back through ACHPOST.cbl, which turns settlements into
      * ordinary PAYMENTS.DAT transactions - the extract itself
      * posts nothing, so a debit the bank bounces never touches the
      * loan. A control listing (ACHEXTR.RPT) totals the run.
      *
      * Periods a forbearance plan deferred (DEFERCHK.cbl) are not
      * due: the debit waits for the first period past the plan.
      *
      * A loan under a servicing hold (HOLDCHK.cbl) is not debited
      * while the hold is in effect - the report lists the debit
      * that would have gone out, marked with the hold reason in
      * place of a reference, and nothing is logged, so the debit
      * goes out on the first run after the hold ends if the row
      * is still inside the window.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign dynamic WS-CSV-FILENAME
           organization is line sequential
           file status is WS-CSV-STATUS.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
      * Permanent log of every debit ever extracted (loan plus due
      * date). With a lead window, a daily run would otherwise
      * re-extract the same loan's same due-date row every day of
           data record is CSV-DetailLine.
       01 CSV-DetailLine           pic x(120).

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd extract-log
           data record is AX-RECORD.
       01 XR-Line                  pic x(90).

       WORKING-STORAGE SECTION.
      * Forbearance plans (DEFERCHK.cbl) - a period a plan deferred
      * is not due and is never debited.
           COPY "defer-area.cpy".

      * Servicing holds (HOLDCHK.cbl) - no debit while one is in
      * effect.
           COPY "hold-area.cpy".

      * NACHA file writer (NACHAWRT.cbl) - ACH-DEBIT.DAT.
           COPY "nacha-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-BORROWER-OPEN-SW pic x(1) value "N".
           88 WS-BORROWER-OPEN value "Y".
       01 WS-CSV-STATUS      pic x(2).
       01 WS-LOG-STATUS      pic x(2).
       01 WS-LOG-EOF         pic x(1).
       01 WS-DAY-NUMBER      pic s9(7).

       01 WS-SKIP-COUNT      pic 9(4).
       01 WS-SKIP-THRU       pic 9(4).
       01 WS-CSV-FIELD-1     pic x(20).
       01 WS-CSV-FIELD-2     pic x(20).
       01 WS-CSV-FIELD-3     pic x(20).

       01 WS-EXTRACT-SEQ     pic 9(4) value 0.
       01 WS-RUN-AMOUNT      pic 9(11)v99 value 0.
       01 WS-RUN-HELD        pic 9(5) value 0.

       01 ExtractHeader.
           05               pic x(10) value "Loan".
           05               pic x(10) value "Due Date".
           05               pic x(16) value "          Amount".
           05               pic x(17) value "  Trace Number".
       01 ExtractDetailLine.
           05 XD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05               pic x(2)  value spaces.
           05 XD-Amount      pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 XD-Reference   pic x(15).
       01 ExtractFooterLine.
           05               pic x(10) value "Debits: ".
           05 XF-Count       pic z(4)9.
           05               pic x(10) value "  Total: ".
           05 XF-Amount      pic $$$,$$$,$$9.99.
           05               pic x(12) value "  On hold: ".
           05 XF-Held        pic z(4)9.
       01 ExtractControlLine.
           05               pic x(14) value "NACHA entries:".
           05 XC-Entries     pic z(5)9.
           05               pic x(8)  value "  Hash: ".
           05 XC-Hash        pic 9(10).
           05               pic x(10) value "  Debits: ".
           05 XC-Debits      pic $$$,$$$,$$9.99.
           05               pic x(10) value "  Blocks: ".
           05 XC-Blocks      pic z(5)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               goback
           end-if

      *    No origination details, no file - the run is refused
      *    before anything is extracted or logged.
           move spaces to NACHA-AREA
           set NW-FUNC-OPEN to true
           move "ACH-DEBIT.DAT" to NW-FILE-NAME
           set NW-DEBITS to true
           move "LOAN PMT" to NW-ENTRY-DESCRIPTION
           call "NACHAWRT" using NACHA-AREA
           if not NW-OK
               display "ACHEXTR: ACH-DEBIT.DAT could not be started ("
                   NW-STATUS ") - no debits extracted."
               close loan-master
               move 16 to return-code
               goback
           end-if

           open input borrower-master
           if WS-BORROWER-STATUS = "00"
               set WS-BORROWER-OPEN to true
           end-if

           open output extract-report
           move ExtractHeader to XR-Line
           write XR-Line
               end-read
           end-perform

           set NW-FUNC-CLOSE to true
           call "NACHAWRT" using NACHA-AREA
           perform WriteExtractFooter
           close loan-master
           if WS-BORROWER-OPEN
               close borrower-master
           end-if
           close extract-report
           display "ACHEXTR: " WS-EXTRACT-SEQ " debit(s) written "
               "to ACH-DEBIT.DAT, " WS-RUN-HELD " held."
           goback.

      *-----------------------------------------------------------------
               exit paragraph
           end-if

           move LM-LOAN-NUMBER to HA-LOAN-NUMBER
           move WS-TODAY to HA-AS-OF-DATE
           call "HOLDCHK" using HOLD-AREA
           if HA-ON-HOLD
               add 1 to WS-RUN-HELD
               move LM-LOAN-NUMBER to XD-Loan
               move WS-NEXT-DUE-DATE to XD-DueDate
               move WS-NEXT-PAYMENT to XD-Amount
               move spaces to XD-Reference
               string "ON HOLD " HA-REASON
                   delimited by size into XD-Reference
               end-string
               move ExtractDetailLine to XR-Line
               write XR-Line
               exit paragraph
           end-if

      *    Already debited for this due date on an earlier day of
      *    the window - the settlement just hasn't come back yet.
           perform CheckAlreadyExtracted
           end-if

           add 1 to WS-EXTRACT-SEQ
           set NW-FUNC-ENTRY to true
           move LM-BANK-ROUTING to NW-ROUTING
           move LM-BANK-ACCOUNT to NW-ACCOUNT
           if LM-BANK-SAVINGS
               move "S" to NW-ACCOUNT-TYPE
           else
               move "C" to NW-ACCOUNT-TYPE
           end-if
           move WS-NEXT-PAYMENT to NW-AMOUNT
           move LM-LOAN-NUMBER to NW-INDIVIDUAL-ID
           perform NameTheBorrower
           call "NACHAWRT" using NACHA-AREA
           perform AppendExtractLog

           add WS-NEXT-PAYMENT to WS-RUN-AMOUNT
           move LM-LOAN-NUMBER to XD-Loan
           move WS-NEXT-DUE-DATE to XD-DueDate
           move WS-NEXT-PAYMENT to XD-Amount
           move NW-TRACE-NUMBER to XD-Reference
           move ExtractDetailLine to XR-Line
           write XR-Line.

      * The receiver's name on the entry - the borrower of record,
      * or the bare loan number when none is on file.
       NameTheBorrower.
           move spaces to NW-INDIVIDUAL-NAME
           if WS-BORROWER-OPEN and LM-BORROWER-NUMBER > 0
               move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
               read borrower-master
                   invalid key
                       continue
                   not invalid key
                       move BW-NAME to NW-INDIVIDUAL-NAME
               end-read
           end-if
           if NW-INDIVIDUAL-NAME = spaces
               string "LOAN " LM-LOAN-NUMBER
                   delimited by size into NW-INDIVIDUAL-NAME
               end-string
           end-if.

      *-----------------------------------------------------------------
      * The first unpaid schedule row - header plus paid rows
      * skipped, the same positioning the other servicing programs
      * use, and past any periods a forbearance plan deferred. The
      * row's due date column (YYYY-MM-DD) is folded back to a
      * plain YYYYMMDD for the window compare.
       FindNextDueRow.
           move "N" to WS-NEXT-FOUND-SW
           move LM-LOAN-NUMBER to DF-LOAN-NUMBER
           compute DF-FROM-PERIOD = LM-PAID-THRU-PERIOD + 1
           move DF-FROM-PERIOD to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           compute WS-SKIP-THRU = DF-FIRST-DUE-PERIOD - 1
           move "N" to WS-CSV-EOF
           move spaces to WS-CSV-FILENAME
           string "LOAN-SCHEDULE-" LM-LOAN-NUMBER ".CSV"
               at end set WS-AT-CSV-EOF to true
           end-read

      *    Already-paid and deferred periods.
           perform varying WS-SKIP-COUNT from 1 by 1
                   until WS-SKIP-COUNT > WS-SKIP-THRU
                   or WS-AT-CSV-EOF
               read loan-schedule-csv
                   at end set WS-AT-CSV-EOF to true
       WriteExtractFooter.
           move WS-EXTRACT-SEQ to XF-Count
           move WS-RUN-AMOUNT to XF-Amount
           move WS-RUN-HELD to XF-Held
           move spaces to XR-Line
           write XR-Line
           move ExtractFooterLine to XR-Line
           write XR-Line
           move NW-ENTRY-COUNT to XC-Entries
           move NW-ENTRY-HASH to XC-Hash
           move NW-TOTAL-DEBIT to XC-Debits
           move NW-BLOCK-COUNT to XC-Blocks
           move ExtractControlLine to XR-Line
           write XR-Line.
      *-----------------------------------------------------------------
