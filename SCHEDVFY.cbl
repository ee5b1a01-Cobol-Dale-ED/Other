      *   - clears the flag when master and stamp agree again
      * Return code 8 when anything is stale, so the close chain
      * halts until the schedule batch is rerun.
      *
      * A stale loan is also a standing condition on the shared
      * exceptions file (EXCLOG.cbl) for the accounting desk - one
      * open item per loan however many nights it stays stale, its
      * age running from the first - and the item is cleared here
      * the night the schedule is found matching again.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       01 WS-RUN-STALE       pic 9(5) value 0.
       01 WS-RUN-CLEARED     pic 9(5) value 0.

      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".

       01 VerifyHeader.
           05               pic x(10) value "Loan".
           05               pic x(12) value "Status".
               move WS-MISMATCH-FIELDS to VD-Fields
               move VerifyDetailLine to VR-Line
               write VR-Line
               set XA-FUNC-CONDITION to true
               move spaces to XA-TEXT
               string "schedule stale - " WS-MISMATCH-FIELDS
                   delimited by size into XA-TEXT
               end-string
               perform CallExceptionLog
           else
               if LM-SCHED-STALE
                   add 1 to WS-RUN-CLEARED
                   move spaces to VD-Fields
                   move VerifyDetailLine to VR-Line
                   write VR-Line
                   set XA-FUNC-CLEAR to true
                   move "schedule matches master again"
                       to XA-TEXT
                   perform CallExceptionLog
               end-if
           end-if.

      * The loan's STALE item on the shared exceptions file, raised
      * or cleared as the caller set XA-FUNCTION.
       CallExceptionLog.
           move "SCHEDVFY" to XA-SOURCE
           set XA-DESK-ACCOUNTING to true
           set XA-KEY-LOAN to true
           move LM-LOAN-NUMBER to XA-KEY
           move "STALE" to XA-CODE
           move LM-PRINCIPAL to XA-AMOUNT
           move 0 to XA-EVENT-DATE
           call "EXCLOG" using EXCEPTION-AREA.

       CompareStampFields.
           if LM-PRINCIPAL not = ST-PRINCIPAL
               perform FlagStale
