      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EXCRPT.
      *-----------------------------------------------------------------
      * Morning exceptions report. Every open item on the shared
      * exceptions file (EXCEPTIONS.DAT, exception-record.cpy) -
      * whatever run raised it and however many mornings ago - on
      * one report (EXCRPT.RPT), grouped by the desk that owns it:
      * cash, collections, payroll, accounting. Within a desk the
      * items run oldest first, each with its age in days since it
      * was first raised, NEW when it was raised today, and how many
      * runs have seen it. Items older than N days - N from the
      * EXCEPTION_AGE_DAYS environment variable, default 5 - are
      * starred and counted, and each desk's footer also counts what
      * it resolved since yesterday (EXCRSLV.cbl). Nothing is
      * dropped from one morning to the next until it is resolved.
      * Return code 4 when anything is past the age limit.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select exceptions-file
           assign to 'EXCEPTIONS.DAT'
           organization is indexed
           access mode is dynamic
           record key is EX-ITEM-NUMBER
           file status is WS-EXC-STATUS.
       select exceptions-report
           assign to 'EXCRPT.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd exceptions-file
           data record is EXCEPTION-RECORD.
           COPY "exception-record.cpy".

       fd exceptions-report
           data record is ER-Line.
       01 ER-Line                  pic x(132).

       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS      pic x(2).
       01 WS-EXC-EOF         pic x(1).
           88 WS-AT-EXC-EOF   value "Y".
       01 WS-AGE-TEXT        pic x(3).
       01 WS-AGE-LIMIT       pic 9(3) value 0.
       01 WS-TODAY           pic 9(8).
       01 WS-AGE-DAYS        pic 9(5).

      * The desks in report order, with their headings.
       01 WS-DESK-VALUES.
           05 filler pic x(21) value "CCash desk".
           05 filler pic x(21) value "LCollections desk".
           05 filler pic x(21) value "PPayroll desk".
           05 filler pic x(21) value "AAccounting desk".
       01 WS-DESK-TABLE redefines WS-DESK-VALUES.
           05 WS-DESK-ENTRY occurs 4 times.
               10 WS-DT-CODE     pic x(1).
               10 WS-DT-NAME     pic x(20).
       01 WS-DESK-SUB        pic 9.

      * One desk's figures, then the whole file's.
       01 WS-DESK-OPEN       pic 9(5).
       01 WS-DESK-NEW        pic 9(5).
       01 WS-DESK-AGED       pic 9(5).
       01 WS-DESK-RESOLVED   pic 9(5).
       01 WS-DESK-AMOUNT     pic 9(11)v99.
       01 WS-DESK-OLDEST     pic 9(5).
       01 WS-TOTAL-OPEN      pic 9(5) value 0.
       01 WS-TOTAL-AGED      pic 9(5) value 0.
       01 WS-TOTAL-RESOLVED  pic 9(5) value 0.
       01 WS-TOTAL-AMOUNT    pic 9(11)v99 value 0.

       01 ReportTitle.
           05               pic x(36)
               value "Morning exceptions report - as of ".
           05 RT-RunDate     pic 9(8).
           05               pic x(20) value "   (* = older than ".
           05 RT-Limit       pic zz9.
           05               pic x(7)  value " days)".
       01 DeskHeading.
           05               pic x(4)  value "--- ".
           05 DH-Name        pic x(20).
       01 ColumnHeader.
           05               pic x(10) value "Item".
           05               pic x(10) value "Source".
           05               pic x(11) value "Loan/Emp".
           05               pic x(10) value "Code".
           05               pic x(15) value "       Amount".
           05               pic x(10) value "Date".
           05               pic x(8)  value "  Age".
           05               pic x(6)  value "Seen".
           05               pic x(40) value "Detail".
       01 ExceptionLine.
           05 EL-Item        pic 9(8).
           05               pic x(2)  value spaces.
           05 EL-Source      pic x(8).
           05               pic x(2)  value spaces.
           05 EL-KeyType     pic x(1).
           05 EL-Key         pic 9(8).
           05               pic x(2)  value spaces.
           05 EL-Code        pic x(8).
           05               pic x(2)  value spaces.
           05 EL-Amount      pic zz,zzz,zz9.99.
           05               pic x(2)  value spaces.
           05 EL-Date        pic 9(8).
           05               pic x(2)  value spaces.
           05 EL-Age         pic x(5).
           05 EL-AgeFlag     pic x(1).
           05               pic x(2)  value spaces.
           05 EL-Seen        pic zzz9.
           05               pic x(2)  value spaces.
           05 EL-Text        pic x(40).
       01 WS-AGE-EDITED      pic zzzz9.
       01 DeskFooter.
           05               pic x(8)  value "  Open: ".
           05 DF-Open        pic zzzz9.
           05               pic x(8)  value "  New: ".
           05 DF-New         pic zzzz9.
           05               pic x(9)  value "  Aged*: ".
           05 DF-Aged        pic zzzz9.
           05               pic x(11) value "  Oldest: ".
           05 DF-Oldest      pic zzzz9.
           05               pic x(13) value " day(s)  Amt ".
           05 DF-Amount      pic zzz,zzz,zzz,zz9.99.
           05               pic x(26)
               value "  Resolved since yesterday".
           05               pic x(2)  value ": ".
           05 DF-Resolved    pic zzzz9.
       01 ReportFooter.
           05               pic x(18) value "All desks - open: ".
           05 RF-Open        pic zzzz9.
           05               pic x(10) value "  aged*: ".
           05 RF-Aged        pic zzzz9.
           05               pic x(10) value "  amount ".
           05 RF-Amount      pic zzz,zzz,zzz,zz9.99.
           05               pic x(13) value "  resolved: ".
           05 RF-Resolved    pic zzzz9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-AGE-TEXT
           accept WS-AGE-TEXT from environment "EXCEPTION_AGE_DAYS"
           if WS-AGE-TEXT not = spaces
               move WS-AGE-TEXT to WS-AGE-LIMIT
           end-if
           if WS-AGE-LIMIT = 0
               move 5 to WS-AGE-LIMIT
           end-if
           move function current-date(1:8) to WS-TODAY

           open output exceptions-report
           move WS-TODAY to RT-RunDate
           move WS-AGE-LIMIT to RT-Limit
           move ReportTitle to ER-Line
           write ER-Line

           open input exceptions-file
           if WS-EXC-STATUS = "00"
               perform varying WS-DESK-SUB from 1 by 1
                       until WS-DESK-SUB > 4
                   perform ReportOneDesk
               end-perform
               close exceptions-file
           else
               move spaces to ER-Line
               write ER-Line
               move "No exceptions on file." to ER-Line
               write ER-Line
           end-if

           move spaces to ER-Line
           write ER-Line
           move WS-TOTAL-OPEN to RF-Open
           move WS-TOTAL-AGED to RF-Aged
           move WS-TOTAL-AMOUNT to RF-Amount
           move WS-TOTAL-RESOLVED to RF-Resolved
           move ReportFooter to ER-Line
           write ER-Line
           close exceptions-report

           display "EXCRPT: " WS-TOTAL-OPEN " open exception(s), "
               WS-TOTAL-AGED " over " WS-AGE-LIMIT " day(s)."
           if WS-TOTAL-AGED > 0
               move 4 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
      * One pass of the file per desk. Items number in the order they
      * were raised, so key order is oldest first.
       ReportOneDesk.
           move 0 to WS-DESK-OPEN
           move 0 to WS-DESK-NEW
           move 0 to WS-DESK-AGED
           move 0 to WS-DESK-RESOLVED
           move 0 to WS-DESK-AMOUNT
           move 0 to WS-DESK-OLDEST

           move spaces to ER-Line
           write ER-Line
           move WS-DT-NAME(WS-DESK-SUB) to DH-Name
           move DeskHeading to ER-Line
           write ER-Line
           move ColumnHeader to ER-Line
           write ER-Line

           move "N" to WS-EXC-EOF
           move 0 to EX-ITEM-NUMBER
           start exceptions-file key is greater than or equal to
                   EX-ITEM-NUMBER
               invalid key
                   set WS-AT-EXC-EOF to true
           end-start
           perform until WS-AT-EXC-EOF
               read exceptions-file next record
                   at end
                       set WS-AT-EXC-EOF to true
                   not at end
                       if EX-DESK = WS-DT-CODE(WS-DESK-SUB)
                           perform ReportOneItem
                       end-if
               end-read
           end-perform

           move WS-DESK-OPEN to DF-Open
           move WS-DESK-NEW to DF-New
           move WS-DESK-AGED to DF-Aged
           move WS-DESK-OLDEST to DF-Oldest
           move WS-DESK-AMOUNT to DF-Amount
           move WS-DESK-RESOLVED to DF-Resolved
           move DeskFooter to ER-Line
           write ER-Line

           add WS-DESK-OPEN to WS-TOTAL-OPEN
           add WS-DESK-AGED to WS-TOTAL-AGED
           add WS-DESK-AMOUNT to WS-TOTAL-AMOUNT
           add WS-DESK-RESOLVED to WS-TOTAL-RESOLVED.

      * Open items are listed; resolved ones only count toward the
      * desk's "resolved since yesterday" when they are that recent.
       ReportOneItem.
           if EX-RESOLVED
               if EX-RESOLVED-DATE > 0
                   and function integer-of-date(WS-TODAY)
                     - function integer-of-date(EX-RESOLVED-DATE)
                     not > 1
                   add 1 to WS-DESK-RESOLVED
               end-if
               exit paragraph
           end-if
           if not EX-OPEN
               exit paragraph
           end-if

           compute WS-AGE-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(EX-RAISED-DATE)
           add 1 to WS-DESK-OPEN
           add EX-AMOUNT to WS-DESK-AMOUNT
           if WS-AGE-DAYS > WS-DESK-OLDEST
               move WS-AGE-DAYS to WS-DESK-OLDEST
           end-if

           move EX-ITEM-NUMBER to EL-Item
           move EX-SOURCE to EL-Source
           move EX-KEY-TYPE to EL-KeyType
           move EX-KEY to EL-Key
           move EX-CODE to EL-Code
           move EX-AMOUNT to EL-Amount
           move EX-EVENT-DATE to EL-Date
           move EX-OCCURRENCES to EL-Seen
           move EX-TEXT to EL-Text
           move space to EL-AgeFlag
           if WS-AGE-DAYS = 0
               add 1 to WS-DESK-NEW
               move "  NEW" to EL-Age
           else
               move WS-AGE-DAYS to WS-AGE-EDITED
               move WS-AGE-EDITED to EL-Age
               if WS-AGE-DAYS > WS-AGE-LIMIT
                   add 1 to WS-DESK-AGED
                   move "*" to EL-AgeFlag
               end-if
           end-if
           move ExceptionLine to ER-Line
           write ER-Line.
      *-----------------------------------------------------------------
