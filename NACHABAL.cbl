      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. NACHABAL.
      *-----------------------------------------------------------------
      * NACHA file balancing report. Reads a finished ACH file
      * (NACHABAL_FILE in the environment - ACH-DEBIT.DAT by
      * default, PAY-DISBURSE.DAT for the direct deposits) record by
      * record and proves it before it is released to the bank:
      *   - each batch's entries are counted, hashed and totaled as
      *     debits or credits by transaction code, and compared with
      *     the batch control record
      *   - the batches are totaled and compared with the file
      *     control record, along with the batch and block counts
      *   - the file must open with a file header and close with a
      *     file control, and every record type must be one NACHA
      *     defines
      * NACHABAL.RPT shows both sides of every figure and ends IN
      * BALANCE or OUT OF BALANCE - DO NOT RELEASE; return code 8
      * when out of balance.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select nacha-file
           assign dynamic WS-NACHA-FILENAME
           organization is line sequential
           file status is WS-NACHA-STATUS.
       select balance-report
           assign to 'NACHABAL.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd nacha-file
           data record is NACHA-FILE-HEADER.
           COPY "nacha-record.cpy".

       fd balance-report
           data record is BR-Line.
       01 BR-Line                  pic x(90).

       WORKING-STORAGE SECTION.
       01 WS-NACHA-STATUS    pic x(2).
       01 WS-NACHA-FILENAME  pic x(30).
       01 WS-NACHA-EOF       pic x(1) value "N".
           88 WS-AT-NACHA-EOF value "Y".
       01 WS-BALANCED-SW     pic x(1) value "Y".
           88 WS-BALANCED     value "Y".
       01 WS-HEADER-SEEN-SW  pic x(1) value "N".
           88 WS-HEADER-SEEN  value "Y".
       01 WS-CONTROL-SEEN-SW pic x(1) value "N".
           88 WS-CONTROL-SEEN value "Y".

      * What the records add up to, per batch and for the file.
       01 WS-RECORD-COUNT    pic 9(7) value 0.
       01 WS-BATCH-ENTRIES   pic 9(6).
       01 WS-BATCH-HASH      pic 9(15).
       01 WS-BATCH-DEBIT     pic 9(10)v99.
       01 WS-BATCH-CREDIT    pic 9(10)v99.
       01 WS-BATCH-HASH-10   pic 9(10).
       01 WS-BATCH-COUNT     pic 9(6) value 0.
       01 WS-FILE-ENTRIES    pic 9(8) value 0.
       01 WS-FILE-HASH       pic 9(15) value 0.
       01 WS-FILE-HASH-10    pic 9(10).
       01 WS-FILE-DEBIT      pic 9(10)v99 value 0.
       01 WS-FILE-CREDIT     pic 9(10)v99 value 0.
       01 WS-BLOCKS          pic 9(6).

      * The file control as read - checked once the fill records
      * after it have been counted.
       01 WS-FC-BATCH-COUNT  pic 9(6).
       01 WS-FC-BLOCK-COUNT  pic 9(6).
       01 WS-FC-ENTRY-COUNT  pic 9(8).
       01 WS-FC-ENTRY-HASH   pic 9(10).
       01 WS-FC-TOTAL-DEBIT  pic 9(10)v99.
       01 WS-FC-TOTAL-CREDIT pic 9(10)v99.

       01 CompareHeader.
           05               pic x(20) value "Figure".
           05               pic x(22) value "        Records".
           05               pic x(22) value "        Control".
           05               pic x(10) value "  Result".
       01 CompareLine.
           05 CL-Figure      pic x(20).
           05 CL-Amounts.
               10 CL-Computed    pic z,zzz,zzz,zzz,zz9.99.
               10               pic x(2).
               10 CL-Control     pic z,zzz,zzz,zzz,zz9.99.
           05 CL-Counts redefines CL-Amounts.
               10 CL-Computed-Count pic z(19)9.
               10               pic x(2).
               10 CL-Control-Count  pic z(19)9.
           05               pic x(2)  value spaces.
           05 CL-Result      pic x(10).
       01 WS-COMPARE-COMPUTED pic 9(15)v99.
       01 WS-COMPARE-CONTROL  pic 9(15)v99.
      * Counts and hashes print as whole numbers, totals as money.
       01 WS-COMPARE-MONEY-SW pic x(1).
           88 WS-COMPARE-MONEY value "Y".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           accept WS-NACHA-FILENAME from environment "NACHABAL_FILE"
           if WS-NACHA-FILENAME = spaces
               move "ACH-DEBIT.DAT" to WS-NACHA-FILENAME
           end-if
           open input nacha-file
           if WS-NACHA-STATUS not = "00"
               display "NACHABAL: unable to open "
                   function trim(WS-NACHA-FILENAME) " ("
                   WS-NACHA-STATUS ")"
               move 16 to return-code
               goback
           end-if

           open output balance-report
           move spaces to BR-Line
           string "ACH file balancing - "
               function trim(WS-NACHA-FILENAME)
               delimited by size into BR-Line
           end-string
           write BR-Line
           move spaces to BR-Line
           write BR-Line

           perform until WS-AT-NACHA-EOF
               read nacha-file
                   at end
                       set WS-AT-NACHA-EOF to true
                   not at end
                       add 1 to WS-RECORD-COUNT
                       perform ProveOneRecord
               end-read
           end-perform
           close nacha-file

           perform ProveFileControl

           move spaces to BR-Line
           write BR-Line
           if WS-BALANCED
               move "IN BALANCE" to BR-Line
           else
               move "OUT OF BALANCE - DO NOT RELEASE" to BR-Line
               move 8 to return-code
           end-if
           write BR-Line
           close balance-report
           display "NACHABAL: " function trim(WS-NACHA-FILENAME)
               " " function trim(BR-Line)
           goback.

      *-----------------------------------------------------------------
       ProveOneRecord.
           if WS-RECORD-COUNT = 1 and NH-RECORD-TYPE not = "1"
               move "First record is not a file header." to BR-Line
               write BR-Line
               move "N" to WS-BALANCED-SW
           end-if
           evaluate NH-RECORD-TYPE
               when "1"
                   set WS-HEADER-SEEN to true
               when "5"
                   add 1 to WS-BATCH-COUNT
                   move 0 to WS-BATCH-ENTRIES
                   move 0 to WS-BATCH-HASH
                   move 0 to WS-BATCH-DEBIT
                   move 0 to WS-BATCH-CREDIT
               when "6"
                   add 1 to WS-BATCH-ENTRIES
                   add NE-RDFI-ID to WS-BATCH-HASH
                   if NE-DEBIT
                       add NE-AMOUNT to WS-BATCH-DEBIT
                   else
                       add NE-AMOUNT to WS-BATCH-CREDIT
                   end-if
               when "7"
                   add 1 to WS-BATCH-ENTRIES
               when "8"
                   perform ProveBatchControl
               when "9"
                   if WS-CONTROL-SEEN
      *                All-9 block fill after the file control.
                       continue
                   else
                       set WS-CONTROL-SEEN to true
                       move NF-BATCH-COUNT to WS-FC-BATCH-COUNT
                       move NF-BLOCK-COUNT to WS-FC-BLOCK-COUNT
                       move NF-ENTRY-COUNT to WS-FC-ENTRY-COUNT
                       move NF-ENTRY-HASH to WS-FC-ENTRY-HASH
                       move NF-TOTAL-DEBIT to WS-FC-TOTAL-DEBIT
                       move NF-TOTAL-CREDIT to WS-FC-TOTAL-CREDIT
                   end-if
               when other
                   move spaces to BR-Line
                   string "Record " WS-RECORD-COUNT
                       " has unknown record type " NH-RECORD-TYPE
                       delimited by size into BR-Line
                   end-string
                   write BR-Line
                   move "N" to WS-BALANCED-SW
           end-evaluate.

       ProveBatchControl.
           move spaces to BR-Line
           string "Batch " NC-BATCH-NUMBER
               delimited by size into BR-Line
           end-string
           write BR-Line
           move CompareHeader to BR-Line
           write BR-Line
           move WS-BATCH-HASH to WS-BATCH-HASH-10
           move "N" to WS-COMPARE-MONEY-SW

           move "Entry/addenda count" to CL-Figure
           move WS-BATCH-ENTRIES to WS-COMPARE-COMPUTED
           move NC-ENTRY-COUNT to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Entry hash" to CL-Figure
           move WS-BATCH-HASH-10 to WS-COMPARE-COMPUTED
           move NC-ENTRY-HASH to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Y" to WS-COMPARE-MONEY-SW
           move "Total debits" to CL-Figure
           move WS-BATCH-DEBIT to WS-COMPARE-COMPUTED
           move NC-TOTAL-DEBIT to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Total credits" to CL-Figure
           move WS-BATCH-CREDIT to WS-COMPARE-COMPUTED
           move NC-TOTAL-CREDIT to WS-COMPARE-CONTROL
           perform WriteCompareLine

           add WS-BATCH-ENTRIES to WS-FILE-ENTRIES
           add WS-BATCH-HASH to WS-FILE-HASH
           add WS-BATCH-DEBIT to WS-FILE-DEBIT
           add WS-BATCH-CREDIT to WS-FILE-CREDIT.

      *-----------------------------------------------------------------
       ProveFileControl.
           move spaces to BR-Line
           write BR-Line
           if not WS-HEADER-SEEN or not WS-CONTROL-SEEN
               move "File header or file control record missing."
                   to BR-Line
               write BR-Line
               move "N" to WS-BALANCED-SW
               exit paragraph
           end-if
           move "File" to BR-Line
           write BR-Line
           move CompareHeader to BR-Line
           write BR-Line
           move WS-FILE-HASH to WS-FILE-HASH-10
           compute WS-BLOCKS = (WS-RECORD-COUNT + 9) / 10
           move "N" to WS-COMPARE-MONEY-SW

           move "Batch count" to CL-Figure
           move WS-BATCH-COUNT to WS-COMPARE-COMPUTED
           move WS-FC-BATCH-COUNT to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Block count" to CL-Figure
           move WS-BLOCKS to WS-COMPARE-COMPUTED
           move WS-FC-BLOCK-COUNT to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Entry/addenda count" to CL-Figure
           move WS-FILE-ENTRIES to WS-COMPARE-COMPUTED
           move WS-FC-ENTRY-COUNT to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Entry hash" to CL-Figure
           move WS-FILE-HASH-10 to WS-COMPARE-COMPUTED
           move WS-FC-ENTRY-HASH to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Y" to WS-COMPARE-MONEY-SW
           move "Total debits" to CL-Figure
           move WS-FILE-DEBIT to WS-COMPARE-COMPUTED
           move WS-FC-TOTAL-DEBIT to WS-COMPARE-CONTROL
           perform WriteCompareLine
           move "Total credits" to CL-Figure
           move WS-FILE-CREDIT to WS-COMPARE-COMPUTED
           move WS-FC-TOTAL-CREDIT to WS-COMPARE-CONTROL
           perform WriteCompareLine.

       WriteCompareLine.
           move spaces to CL-Amounts
           if WS-COMPARE-MONEY
               move WS-COMPARE-COMPUTED to CL-Computed
               move WS-COMPARE-CONTROL to CL-Control
           else
               move WS-COMPARE-COMPUTED to CL-Computed-Count
               move WS-COMPARE-CONTROL to CL-Control-Count
           end-if
           if WS-COMPARE-COMPUTED = WS-COMPARE-CONTROL
               move "ok" to CL-Result
           else
               move "MISMATCH" to CL-Result
               move "N" to WS-BALANCED-SW
           end-if
           move CompareLine to BR-Line
           write BR-Line.
      *-----------------------------------------------------------------
