      * desk to chase. Anything else in the status column is an
      * exception too - a mangled response file must never move
      * money quietly.
      *
      * Returns also come back from the bank as a standard NACHA
      * return file (ACH-NACHA-RETURN.DAT - entry detail records
      * each followed by a 99 return addenda). Every return on it
      * is listed the same way, keyed by the trace number
      * ACHEXTR.cbl's debit went out under, with the loan from the
      * entry's individual ID, the batch's effective date, the
      * return reason code and what the code means. Either file may
      * be missing on a given day; the run is refused only when
      * both are.
      *
      * Each return is also raised on the shared exceptions file
      * (EXCLOG.cbl) for the collections desk - the borrower owes
      * the payment again - and a response with a status that is
      * neither S nor R for the cash desk, so neither waits on
      * somebody happening to read ACHPOST.RPT.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           assign to 'ACH-RETURN.DAT'
           organization is line sequential
           file status is WS-RETURN-STATUS.
       select nacha-return
           assign to 'ACH-NACHA-RETURN.DAT'
           organization is line sequential
           file status is WS-NACHA-STATUS.
       select payment-file
           assign to 'PAYMENTS.DAT'
           organization is line sequential
               88 AR-RETURNED       value "R".
           05 AR-REASON             pic x(3).

       fd nacha-return
           data record is NACHA-FILE-HEADER.
           COPY "nacha-record.cpy".

       fd payment-file
           data record is PAYMENT-RECORD.
           COPY "payment-record.cpy".
       01 WS-PAYMENT-STATUS  pic x(2).
       01 WS-RETURN-EOF      pic x(1) value "N".
           88 WS-AT-RETURN-EOF value "Y".
       01 WS-NACHA-STATUS    pic x(2).
       01 WS-NACHA-EOF       pic x(1) value "N".
           88 WS-AT-NACHA-EOF value "Y".
       01 WS-RETURN-AVAILABLE-SW pic x(1) value "N".
           88 WS-RETURN-AVAILABLE value "Y".
       01 WS-NACHA-AVAILABLE-SW pic x(1) value "N".
           88 WS-NACHA-AVAILABLE value "Y".

      * The NACHA return entry waiting for its addenda record.
       01 WS-NR-PENDING-SW   pic x(1) value "N".
           88 WS-NR-PENDING   value "Y".
       01 WS-NR-EFFECTIVE    pic 9(8) value 0.
       01 WS-NR-LOAN-TEXT    pic x(8).
       01 WS-NR-LOAN         pic 9(8).
       01 WS-NR-AMOUNT       pic 9(8)v99.
       01 WS-NR-TRACE        pic 9(15).
       01 WS-NR-REASON       pic x(3).

      * NACHA return reason codes the servicing desk sees most, with
      * what each one means for chasing the borrower. A code not in
      * the table is printed as it came.
       01 WS-REASON-VALUES.
           05 filler pic x(24) value "R01INSUFFICIENT FUNDS".
           05 filler pic x(24) value "R02ACCOUNT CLOSED".
           05 filler pic x(24) value "R03NO ACCOUNT/UNLOCATED".
           05 filler pic x(24) value "R04INVALID ACCOUNT NO".
           05 filler pic x(24) value "R05UNAUTHORIZED DEBIT".
           05 filler pic x(24) value "R06RETURNED PER ODFI".
           05 filler pic x(24) value "R07AUTHORIZATN REVOKED".
           05 filler pic x(24) value "R08PAYMENT STOPPED".
           05 filler pic x(24) value "R09UNCOLLECTED FUNDS".
           05 filler pic x(24) value "R10NOT AUTHORIZED".
           05 filler pic x(24) value "R11ENTRY NOT AS AUTH".
           05 filler pic x(24) value "R12BRANCH SOLD".
           05 filler pic x(24) value "R14PAYEE DECEASED".
           05 filler pic x(24) value "R15OWNER DECEASED".
           05 filler pic x(24) value "R16ACCOUNT FROZEN".
           05 filler pic x(24) value "R20NON-TRANSACTION ACCT".
           05 filler pic x(24) value "R23CREDIT REFUSED".
           05 filler pic x(24) value "R24DUPLICATE ENTRY".
           05 filler pic x(24) value "R29CORP NOT AUTHORIZED".
       01 WS-REASON-TABLE redefines WS-REASON-VALUES.
           05 WS-REASON-ENTRY occurs 19 times.
               10 WS-RT-CODE     pic x(3).
               10 WS-RT-TEXT     pic x(21).
       01 WS-REASON-SUB      pic 9(2).
       01 WS-REASON-CODE     pic x(3).
       01 WS-REASON-TEXT     pic x(21).

      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".

      * The settlements go out as one control-totaled batch
      * (header/trailer, PAYENTRY.cbl's discipline) so POSTPAY's
       01 WS-SETTLED-AMOUNT  pic 9(11)v99 value 0.

       01 ExceptionsHeader.
           05               pic x(17) value "Reference".
           05               pic x(10) value "Loan".
           05               pic x(10) value "Date".
           05               pic x(16) value "          Amount".
           05               pic x(16) value "  Status".
           05               pic x(21) value "Reason".
       01 ExceptionsDetailLine.
           05 XD-Reference   pic x(15).
           05               pic x(2)  value spaces.
           05 XD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 XD-Amount      pic $$$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 XD-Status      pic x(14).
           05               pic x(2)  value spaces.
           05 XD-Reason      pic x(21).
       01 ExceptionsFooterLine.
           05               pic x(10) value "Settled: ".
           05 XF-Settled     pic z(4)9.
      *-----------------------------------------------------------------
       MainLine.
           open input ach-return
           if WS-RETURN-STATUS = "00"
               set WS-RETURN-AVAILABLE to true
           end-if
           open input nacha-return
           if WS-NACHA-STATUS = "00"
               set WS-NACHA-AVAILABLE to true
           end-if
           if not WS-RETURN-AVAILABLE and not WS-NACHA-AVAILABLE
               display "ACHPOST: unable to open ACH-RETURN.DAT ("
                   WS-RETURN-STATUS ") or ACH-NACHA-RETURN.DAT ("
                   WS-NACHA-STATUS ") - nothing to post."
               move 16 to return-code
               goback
           end-if
           if WS-PAYMENT-STATUS not = "00"
               display "ACHPOST: unable to open PAYMENTS.DAT ("
                   WS-PAYMENT-STATUS ") - nothing posted."
               perform CloseResponseFiles
               move 16 to return-code
               goback
           end-if
           move ExceptionsHeader to XP-Line
           write XP-Line

           if not WS-RETURN-AVAILABLE
               set WS-AT-RETURN-EOF to true
           end-if
           perform until WS-AT-RETURN-EOF
               read ach-return
                   at end
               end-read
           end-perform

           if not WS-NACHA-AVAILABLE
               set WS-AT-NACHA-EOF to true
           end-if
           perform until WS-AT-NACHA-EOF
               read nacha-return
                   at end
                       set WS-AT-NACHA-EOF to true
                   not at end
                       perform ReadOneNachaReturn
               end-read
           end-perform
           if WS-NR-PENDING
               perform ListNachaReturn
           end-if

           perform WriteBatchTrailer
           close payment-file
           perform WriteExceptionsFooter
           perform CloseResponseFiles
           close exceptions-report
           display "ACHPOST: " WS-SETTLED-COUNT " settlement(s) "
               "written to PAYMENTS.DAT, " WS-EXCEPTION-COUNT
                   string "RETURNED " AR-REASON
                       delimited by size into XD-Status
                   end-string
                   move AR-REASON to WS-REASON-CODE
                   perform DescribeReturnReason
                   set XA-DESK-COLLECT to true
                   move spaces to XA-CODE
                   string "RET-" AR-REASON
                       delimited by size into XA-CODE
                   end-string
               when other
                   add 1 to WS-EXCEPTION-COUNT
                   move "BAD STATUS" to XD-Status
                   move spaces to WS-REASON-TEXT
                   set XA-DESK-CASH to true
                   move "BADSTAT" to XA-CODE
           end-evaluate
           move WS-REASON-TEXT to XD-Reason
           if not AR-SETTLED
               move AR-LOAN-NUMBER to XA-KEY
               move AR-AMOUNT to XA-AMOUNT
               move AR-SETTLE-DATE to XA-EVENT-DATE
               perform RaiseReturnException
           end-if

           move AR-REFERENCE to XD-Reference
           move AR-LOAN-NUMBER to XD-Loan
           move ExceptionsDetailLine to XP-Line
           write XP-Line.

      *-----------------------------------------------------------------
      * The bank's NACHA return file: the batch header carries the
      * effective date, each returned entry is followed by its 99
      * addenda with the reason code and our original trace. An
      * entry with no addenda is still a return - it is listed with
      * the reason left blank.
       ReadOneNachaReturn.
           evaluate NH-RECORD-TYPE
               when "5"
                   if WS-NR-PENDING
                       perform ListNachaReturn
                   end-if
                   compute WS-NR-EFFECTIVE =
                       20000000 + NB-EFFECTIVE-DATE
               when "6"
                   if WS-NR-PENDING
                       perform ListNachaReturn
                   end-if
                   move NE-INDIVIDUAL-ID(1:8) to WS-NR-LOAN-TEXT
                   if WS-NR-LOAN-TEXT is numeric
                       move WS-NR-LOAN-TEXT to WS-NR-LOAN
                   else
                       move 0 to WS-NR-LOAN
                   end-if
                   move NE-AMOUNT to WS-NR-AMOUNT
                   move NE-TRACE-NUMBER to WS-NR-TRACE
                   move spaces to WS-NR-REASON
                   set WS-NR-PENDING to true
               when "7"
                   if WS-NR-PENDING and NA-RETURN
                       move NA-RETURN-REASON to WS-NR-REASON
                       move NA-ORIGINAL-TRACE to WS-NR-TRACE
                       perform ListNachaReturn
                   end-if
               when other
                   if WS-NR-PENDING
                       perform ListNachaReturn
                   end-if
           end-evaluate.

       ListNachaReturn.
           move "N" to WS-NR-PENDING-SW
           add 1 to WS-EXCEPTION-COUNT
           move WS-NR-TRACE to XD-Reference
           move WS-NR-LOAN to XD-Loan
           move WS-NR-EFFECTIVE to XD-Date
           move WS-NR-AMOUNT to XD-Amount
           move spaces to XD-Status
           string "RETURNED " WS-NR-REASON
               delimited by size into XD-Status
           end-string
           move WS-NR-REASON to WS-REASON-CODE
           perform DescribeReturnReason
           move WS-REASON-TEXT to XD-Reason
           move ExceptionsDetailLine to XP-Line
           write XP-Line

           set XA-DESK-COLLECT to true
           move spaces to XA-CODE
           string "RET-" WS-NR-REASON
               delimited by size into XA-CODE
           end-string
           move WS-NR-LOAN to XA-KEY
           move WS-NR-AMOUNT to XA-AMOUNT
           move WS-NR-EFFECTIVE to XA-EVENT-DATE
           perform RaiseReturnException.

      * The exception just listed, onto the shared exceptions file -
      * desk, code, loan, amount and date set by the caller.
       RaiseReturnException.
           set XA-FUNC-RAISE to true
           move "ACHPOST" to XA-SOURCE
           set XA-KEY-LOAN to true
           move spaces to XA-TEXT
           if XA-CODE = "BADSTAT"
               move "ACH response status not S/R - not posted"
                   to XA-TEXT
           else
               string "ACH debit returned - " WS-REASON-TEXT
                   delimited by size into XA-TEXT
               end-string
           end-if
           call "EXCLOG" using EXCEPTION-AREA.

       DescribeReturnReason.
           move spaces to WS-REASON-TEXT
           perform varying WS-REASON-SUB from 1 by 1
                   until WS-REASON-SUB > 19
               if WS-RT-CODE(WS-REASON-SUB) = WS-REASON-CODE
                   move WS-RT-TEXT(WS-REASON-SUB) to WS-REASON-TEXT
               end-if
           end-perform.

       CloseResponseFiles.
           if WS-RETURN-AVAILABLE
               close ach-return
           end-if
           if WS-NACHA-AVAILABLE
               close nacha-return
           end-if.

      *-----------------------------------------------------------------
      * One ordinary payment transaction inside the run's batch,
      * through the shared copybook.
