      *-----------------------------------------------------------------
      * Communication area for APPLOG.cbl, the one way a loan
      * application (application-record.cpy) is taken on or moved
      * through the pipeline, so every step lands on the application
      * history (APP-HISTORY.DAT) the same way. The application
      * itself travels in the caller's working copy of
      * APPLICATION-RECORD, passed second:
      *     CALL "APPLOG" USING APPLICATION-AREA APPLICATION-RECORD
      *   - AI-FUNC-NEW: take on a new application - fill in the
      *     record's borrower and requested terms; the next number
      *     is assigned (one past the highest on file), the status
      *     is received, and AI-APP-NUMBER comes back with it
      *   - AI-FUNC-READ: the record comes back for AI-APP-NUMBER
      *     (status "23" when there is none)
      *   - AI-FUNC-STATUS: move application AI-APP-NUMBER to
      *     status AI-NEW-STATUS, with AI-CODE and AI-REASON saying
      *     why; a decline also takes the payment-to-income figures
      *     in the record, and the updated record comes back.
      *     Only the pipeline's own moves are allowed - received or
      *     in review to approved, declined or withdrawn, received
      *     to in review, approved to boarded or withdrawn - anything
      *     else comes back status "21" and changes nothing
      * AI-OPERATOR is the operator making the change (zero for a
      * batch run) and AI-PROGRAM the program. AI-STATUS "00" is
      * success.
      *-----------------------------------------------------------------
       01 APPLICATION-AREA.
           05 AI-FUNCTION             pic x(1).
               88 AI-FUNC-NEW         value "N".
               88 AI-FUNC-READ        value "R".
               88 AI-FUNC-STATUS      value "S".
           05 AI-STATUS               pic x(2).
               88 AI-OK               value "00".
               88 AI-NOT-FOUND        value "23".
               88 AI-NOT-ALLOWED      value "21".
           05 AI-APP-NUMBER           pic 9(8).
           05 AI-NEW-STATUS           pic x(1).
           05 AI-CODE                 pic x(4).
           05 AI-REASON               pic x(40).
           05 AI-OPERATOR             pic 9(6).
           05 AI-PROGRAM              pic x(8).
