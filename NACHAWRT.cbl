      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. NACHAWRT.
      *-----------------------------------------------------------------
      * NACHA file writer (see nacha-area.cpy for the protocol and
      * nacha-record.cpy for the layout). ACH-DEBIT.DAT and
      * PAY-DISBURSE.DAT used to go to the bank in our own fixed
      * layouts and were retyped into the bank's format on a
      * spreadsheet; ACHEXTR.cbl and PAYROLL.cbl now hand every
      * entry here and get a bank-ready file: file header, one
      * batch header, an entry detail per debit or credit with the
      * transaction code for checking or savings, the batch control
      * and file control with their entry counts, entry hash and
      * debit/credit totals, and the last block filled out with
      * all-9 records. Company ID, origin and destination come from
      * ACH-CONTROL.DAT (ach-control-record.cpy). NACHABAL.cbl
      * proves the finished file before it is released.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select ach-control
           assign to 'ACH-CONTROL.DAT'
           organization is line sequential
           file status is WS-CONTROL-STATUS.
       select nacha-file
           assign dynamic WS-NACHA-FILENAME
           organization is line sequential
           file status is WS-NACHA-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd ach-control
           data record is AC-RECORD.
           COPY "ach-control-record.cpy".

       fd nacha-file
           data record is NACHA-FILE-HEADER.
           COPY "nacha-record.cpy".

       WORKING-STORAGE SECTION.
      * Business-day calendar (BUSDAY.cbl) - the default effective
      * date is the next business day after the run.
           COPY "busday-area.cpy".

       01 WS-CONTROL-STATUS  pic x(2).
       01 WS-NACHA-STATUS    pic x(2).
       01 WS-NACHA-FILENAME  pic x(30).
       01 WS-OPENED-SW       pic x(1) value "N".
           88 WS-FILE-OPEN    value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05 WS-CD-HHMM     pic 9(4).
           05               pic x(9).
       01 WS-DAY-NUMBER      pic s9(7).

      * Kept from the control record and the open call for the
      * batch control.
       01 WS-COMPANY-ID      pic x(10).
       01 WS-ODFI-ID         pic 9(8).
       01 WS-SERVICE-CLASS   pic 9(3).

      * Running file totals. The entry hash is the sum of the
      * receiving banks' 8-digit routing numbers, of which only the
      * rightmost ten digits go in the control records.
       01 WS-RECORD-COUNT    pic 9(7) value 0.
       01 WS-ENTRY-COUNT     pic 9(6) value 0.
       01 WS-HASH-SUM        pic 9(15) value 0.
       01 WS-TOTAL-DEBIT     pic 9(10)v99 value 0.
       01 WS-TOTAL-CREDIT    pic 9(10)v99 value 0.
       01 WS-BLOCK-COUNT     pic 9(6).

       LINKAGE SECTION.
           COPY "nacha-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using NACHA-AREA.
      *-----------------------------------------------------------------
       MainLine.
           move "00" to NW-STATUS
           evaluate true
               when NW-FUNC-OPEN
                   perform OpenNachaFile
               when NW-FUNC-ENTRY
                   perform WriteEntryDetail
               when NW-FUNC-CLOSE
                   perform CloseNachaFile
               when other
                   move "99" to NW-STATUS
           end-evaluate
           goback.

      *-----------------------------------------------------------------
       OpenNachaFile.
           open input ach-control
           if WS-CONTROL-STATUS not = "00"
               display "NACHAWRT: ACH-CONTROL.DAT not available ("
                   WS-CONTROL-STATUS ") - set up the origination "
                   "details first."
               move WS-CONTROL-STATUS to NW-STATUS
               exit paragraph
           end-if
           read ach-control
               at end
                   move spaces to AC-RECORD
           end-read
           close ach-control
           if AC-COMPANY-ID = spaces or AC-IMMEDIATE-DEST = spaces
               display "NACHAWRT: ACH-CONTROL.DAT has no company ID "
                   "or destination."
               move "90" to NW-STATUS
               exit paragraph
           end-if
           move AC-COMPANY-ID to WS-COMPANY-ID
           move AC-ODFI-ID to WS-ODFI-ID
           move NW-SERVICE-CLASS to WS-SERVICE-CLASS

           move function current-date to WS-CURRENT-DATE
           if AC-EFFECTIVE-DATE = 0
               compute WS-DAY-NUMBER =
                   function integer-of-date(WS-CD-YMD) + 1
               move function date-of-integer(WS-DAY-NUMBER)
                   to BD-DATE-IN
               call "BUSDAY" using BUSDAY-AREA
               move BD-DATE-OUT to NW-EFFECTIVE-DATE
           else
               move AC-EFFECTIVE-DATE to NW-EFFECTIVE-DATE
           end-if

           move NW-FILE-NAME to WS-NACHA-FILENAME
           open output nacha-file
           if WS-NACHA-STATUS not = "00"
               display "NACHAWRT: unable to open "
                   function trim(WS-NACHA-FILENAME) " ("
                   WS-NACHA-STATUS ")"
               move WS-NACHA-STATUS to NW-STATUS
               exit paragraph
           end-if
           set WS-FILE-OPEN to true
           move 0 to WS-RECORD-COUNT
           move 0 to WS-ENTRY-COUNT
           move 0 to WS-HASH-SUM
           move 0 to WS-TOTAL-DEBIT
           move 0 to WS-TOTAL-CREDIT

           move spaces to NACHA-FILE-HEADER
           move "1" to NH-RECORD-TYPE
           move "01" to NH-PRIORITY
           move AC-IMMEDIATE-DEST to NH-IMMEDIATE-DEST
           move AC-IMMEDIATE-ORIGIN to NH-IMMEDIATE-ORIGIN
           move WS-CD-YMD(3:6) to NH-CREATION-DATE
           move WS-CD-HHMM to NH-CREATION-TIME
           move "A" to NH-FILE-ID-MODIFIER
           move "094" to NH-RECORD-SIZE
           move "10" to NH-BLOCKING-FACTOR
           move "1" to NH-FORMAT-CODE
           move AC-DEST-NAME to NH-DEST-NAME
           move AC-ORIGIN-NAME to NH-ORIGIN-NAME
           perform WriteNachaRecord

           move spaces to NACHA-BATCH-HEADER
           move "5" to NB-RECORD-TYPE
           move WS-SERVICE-CLASS to NB-SERVICE-CLASS
           move AC-COMPANY-NAME to NB-COMPANY-NAME
           move WS-COMPANY-ID to NB-COMPANY-ID
           move "PPD" to NB-ENTRY-CLASS
           move NW-ENTRY-DESCRIPTION to NB-ENTRY-DESCRIPTION
           move NW-EFFECTIVE-DATE(3:6) to NB-EFFECTIVE-DATE
           move "1" to NB-ORIGINATOR-STATUS
           move WS-ODFI-ID to NB-ODFI-ID
           move 1 to NB-BATCH-NUMBER
           perform WriteNachaRecord.

      *-----------------------------------------------------------------
      * One debit or credit. The trace number is our bank's routing
      * plus the entry's sequence in the file - what the bank quotes
      * back on a return.
       WriteEntryDetail.
           if not WS-FILE-OPEN
               move "91" to NW-STATUS
               exit paragraph
           end-if
           add 1 to WS-ENTRY-COUNT
           move spaces to NACHA-ENTRY-DETAIL
           move "6" to NE-RECORD-TYPE
           evaluate true
               when NW-DEBITS and NW-SAVINGS
                   set NE-SAVINGS-DEBIT to true
               when NW-DEBITS
                   set NE-CHECKING-DEBIT to true
               when NW-SAVINGS
                   set NE-SAVINGS-CREDIT to true
               when other
                   set NE-CHECKING-CREDIT to true
           end-evaluate
           divide NW-ROUTING by 10 giving NE-RDFI-ID
               remainder NE-CHECK-DIGIT
           move NW-ACCOUNT to NE-ACCOUNT
           move NW-AMOUNT to NE-AMOUNT
           move NW-INDIVIDUAL-ID to NE-INDIVIDUAL-ID
           move NW-INDIVIDUAL-NAME to NE-INDIVIDUAL-NAME
           move 0 to NE-ADDENDA-INDICATOR
           compute NE-TRACE-NUMBER =
               WS-ODFI-ID * 10000000 + WS-ENTRY-COUNT
           move NE-TRACE-NUMBER to NW-TRACE-NUMBER
           add NE-RDFI-ID to WS-HASH-SUM
           if NW-DEBITS
               add NW-AMOUNT to WS-TOTAL-DEBIT
           else
               add NW-AMOUNT to WS-TOTAL-CREDIT
           end-if
           perform WriteNachaRecord.

      *-----------------------------------------------------------------
       CloseNachaFile.
           if not WS-FILE-OPEN
               move "91" to NW-STATUS
               exit paragraph
           end-if
           move spaces to NACHA-BATCH-CONTROL
           move "8" to NC-RECORD-TYPE
           move WS-SERVICE-CLASS to NC-SERVICE-CLASS
           move WS-ENTRY-COUNT to NC-ENTRY-COUNT
           move WS-HASH-SUM to NC-ENTRY-HASH
           move WS-TOTAL-DEBIT to NC-TOTAL-DEBIT
           move WS-TOTAL-CREDIT to NC-TOTAL-CREDIT
           move WS-COMPANY-ID to NC-COMPANY-ID
           move WS-ODFI-ID to NC-ODFI-ID
           move 1 to NC-BATCH-NUMBER
           perform WriteNachaRecord

      *    The file control counts itself in the blocks.
           compute WS-BLOCK-COUNT = (WS-RECORD-COUNT + 1 + 9) / 10
           move spaces to NACHA-FILE-CONTROL
           move "9" to NF-RECORD-TYPE
           move 1 to NF-BATCH-COUNT
           move WS-BLOCK-COUNT to NF-BLOCK-COUNT
           move WS-ENTRY-COUNT to NF-ENTRY-COUNT
           move WS-HASH-SUM to NF-ENTRY-HASH
           move WS-TOTAL-DEBIT to NF-TOTAL-DEBIT
           move WS-TOTAL-CREDIT to NF-TOTAL-CREDIT
           perform WriteNachaRecord

           perform until WS-RECORD-COUNT = WS-BLOCK-COUNT * 10
               move all "9" to NACHA-FILE-HEADER
               perform WriteNachaRecord
           end-perform
           close nacha-file
           move "N" to WS-OPENED-SW

           move WS-ENTRY-COUNT to NW-ENTRY-COUNT
           move WS-HASH-SUM to NW-ENTRY-HASH
           move WS-TOTAL-DEBIT to NW-TOTAL-DEBIT
           move WS-TOTAL-CREDIT to NW-TOTAL-CREDIT
           move WS-BLOCK-COUNT to NW-BLOCK-COUNT.

       WriteNachaRecord.
           write NACHA-FILE-HEADER
           add 1 to WS-RECORD-COUNT.
      *-----------------------------------------------------------------
