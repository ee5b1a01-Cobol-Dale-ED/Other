      *-----------------------------------------------------------------
      * Communication area for NACHAWRT.cbl, the shared NACHA file
      * writer. One file of one batch per run unit:
      *   - NW-FUNC-OPEN: set NW-FILE-NAME, NW-SERVICE-CLASS (220
      *     credits, 225 debits) and NW-ENTRY-DESCRIPTION; the file
      *     and batch headers are written from ACH-CONTROL.DAT and
      *     NW-EFFECTIVE-DATE comes back. Status not "00" - no
      *     control record, or the file would not open - means the
      *     caller must refuse its run.
      *   - NW-FUNC-ENTRY: set NW-ROUTING, NW-ACCOUNT,
      *     NW-ACCOUNT-TYPE (C checking - the default - or S
      *     savings), NW-AMOUNT, NW-INDIVIDUAL-ID and
      *     NW-INDIVIDUAL-NAME; NW-TRACE-NUMBER comes back
      *   - NW-FUNC-CLOSE: batch control, file control and block
      *     fill are written; the counts, entry hash and totals
      *     come back for the caller's own control report
      *-----------------------------------------------------------------
       01 NACHA-AREA.
           05 NW-FUNCTION             pic x(1).
               88 NW-FUNC-OPEN        value "O".
               88 NW-FUNC-ENTRY       value "E".
               88 NW-FUNC-CLOSE       value "C".
           05 NW-STATUS               pic x(2).
               88 NW-OK               value "00".
           05 NW-FILE-NAME            pic x(30).
           05 NW-SERVICE-CLASS        pic 9(3).
               88 NW-CREDITS          value 220.
               88 NW-DEBITS           value 225.
           05 NW-ENTRY-DESCRIPTION    pic x(10).
           05 NW-EFFECTIVE-DATE       pic 9(8).
           05 NW-ROUTING              pic 9(9).
           05 NW-ACCOUNT              pic x(17).
           05 NW-ACCOUNT-TYPE         pic x(1).
               88 NW-SAVINGS          value "S".
           05 NW-AMOUNT               pic 9(8)v99.
           05 NW-INDIVIDUAL-ID        pic x(15).
           05 NW-INDIVIDUAL-NAME      pic x(22).
           05 NW-TRACE-NUMBER         pic 9(15).
           05 NW-ENTRY-COUNT          pic 9(6).
           05 NW-ENTRY-HASH           pic 9(10).
           05 NW-TOTAL-DEBIT          pic 9(10)v99.
           05 NW-TOTAL-CREDIT         pic 9(10)v99.
           05 NW-BLOCK-COUNT          pic 9(6).
