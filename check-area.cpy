      *-----------------------------------------------------------------
      * Communication area for CHKISSUE.cbl, the shared check
      * numbering and positive-pay issue step. Every run that writes
      * checks calls it:
      *   - CQ-FUNC-OPEN once before any money moves: status "00"
      *     when the check-stock control and the issue files are
      *     ready, otherwise the run must refuse
      *   - CQ-FUNC-ISSUE per check: set CQ-ISSUE-DATE, CQ-AMOUNT,
      *     CQ-PAYEE, CQ-SOURCE and CQ-REFERENCE; CQ-CHECK-NUMBER
      *     comes back with the check's number
      *   - CQ-FUNC-VOID to stop a check issued earlier: set
      *     CQ-CHECK-NUMBER and CQ-ISSUE-DATE (the void date); the
      *     check is marked void and a void record goes to the bank
      *     on the positive-pay file. Status "23" when the number
      *     was never issued, "92" when the bank has already paid
      *     it; a check already void comes back "00" unchanged
      *   - CQ-FUNC-CLOSE once at the end of the run
      *-----------------------------------------------------------------
       01 CHECK-AREA.
           05 CQ-FUNCTION             pic x(1).
               88 CQ-FUNC-OPEN        value "O".
               88 CQ-FUNC-ISSUE       value "I".
               88 CQ-FUNC-VOID        value "V".
               88 CQ-FUNC-CLOSE       value "C".
           05 CQ-STATUS               pic x(2).
               88 CQ-OK               value "00".
               88 CQ-NOT-ISSUED       value "23".
               88 CQ-ALREADY-PAID     value "92".
           05 CQ-ISSUE-DATE           pic 9(8).
           05 CQ-AMOUNT               pic 9(8)v99.
           05 CQ-PAYEE                pic x(30).
           05 CQ-SOURCE               pic x(8).
           05 CQ-REFERENCE            pic 9(8).
           05 CQ-CHECK-NUMBER         pic 9(8).
