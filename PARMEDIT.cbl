      *   09 escrow not numeric        10 orig date not numeric/valid
      *   11 interest-only not num     12 interest-only >= term
      *   13 re-am basis not numeric   14 re-am period >= term
      *
      * Each rejected loan is also raised on the shared exceptions
      * file (EXCLOG.cbl) for the accounting desk, with its reason
      * codes. A loan still rejected on the next night's run
      * refreshes the same open item rather than raising another,
      * so the item's age says how long the loan has been kept out
      * of the schedule batch.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-ACCEPT-COUNT    pic 9(5) value 0.
       01 WS-REJECT-COUNT    pic 9(5) value 0.

      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".

       01 EditReportHeader.
           05               pic x(40)
               value "Loan parameter edit - LOAN-PARMS.DAT".
               move WS-REASON-CODES to PE-REASON-CODES
               write PARM-ERROR-RECORD
               move "REJECTED" to ED-DISPOSITION
               perform RaiseParmException
           end-if

           move PARM-INPUT-RECORD(1:8) to ED-LOAN
       AddReasonCode.
           add 1 to WS-REASON-COUNT.

      * A record with no readable loan number cannot be matched to
      * an earlier sighting, so it is raised on its own.
       RaiseParmException.
           move "PARMEDIT" to XA-SOURCE
           set XA-DESK-ACCOUNTING to true
           set XA-KEY-LOAN to true
           move "PARM-ERR" to XA-CODE
           if PARM-LOAN-NUMBER numeric
               set XA-FUNC-CONDITION to true
               move PARM-LOAN-NUMBER to XA-KEY
           else
               set XA-FUNC-RAISE to true
               move 0 to XA-KEY
           end-if
           if PARM-PRINCIPAL numeric
               move PARM-PRINCIPAL to XA-AMOUNT
           else
               move 0 to XA-AMOUNT
           end-if
           move 0 to XA-EVENT-DATE
           move spaces to XA-TEXT
           string "parm rejected - codes " WS-REASON-CODES
               delimited by size into XA-TEXT
           end-string
           call "EXCLOG" using EXCEPTION-AREA.

       FlagInvalid.
           move "N" to WS-RECORD-VALID-SW.

