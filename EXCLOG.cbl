      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EXCLOG.
      *-----------------------------------------------------------------
      * Shared exceptions file access (see exception-area.cpy for the
      * protocol). Every batch run that finds something a desk has
      * to deal with - POSTPAY, ACHPOST, PARMEDIT, HRIMPORT,
      * SCHEDVFY, AGING, PAYROLL - writes it to EXCEPTIONS.DAT
      * through here, so numbering and the "same condition seen
      * again" rule are done one way: the next item number is one
      * past the highest on file, and a standing condition already
      * open under the same source, key and code is refreshed rather
      * than raised twice.
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

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd exceptions-file
           data record is EXCEPTION-RECORD.
           COPY "exception-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EXC-STATUS      pic x(2).
       01 WS-EXC-EOF         pic x(1).
           88 WS-AT-EXC-EOF   value "Y".
       01 WS-LAST-ITEM       pic 9(8).
       01 WS-MATCH-ITEM      pic 9(8).
       01 WS-TODAY           pic 9(8).

       LINKAGE SECTION.
           COPY "exception-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using EXCEPTION-AREA.
      *-----------------------------------------------------------------
       MainLine.
           move "99" to XA-STATUS
           move 0 to XA-ITEM-NUMBER
           move function current-date(1:8) to WS-TODAY
           if XA-EVENT-DATE = 0
               move WS-TODAY to XA-EVENT-DATE
           end-if

      *    First use creates the file, the same status-35 fallback
      *    the other indexed files get.
           open i-o exceptions-file
           if WS-EXC-STATUS = "35"
               open output exceptions-file
               close exceptions-file
               open i-o exceptions-file
           end-if
           if WS-EXC-STATUS not = "00"
               display "EXCLOG: unable to open EXCEPTIONS.DAT ("
                   WS-EXC-STATUS ") - " XA-SOURCE " exception "
                   XA-CODE " not recorded."
               move WS-EXC-STATUS to XA-STATUS
               goback
           end-if

           perform ScanExceptions
           evaluate true
               when XA-FUNC-RAISE
                   perform WriteNewItem
               when XA-FUNC-CONDITION
                   if WS-MATCH-ITEM = 0
                       perform WriteNewItem
                   else
                       perform RefreshOpenItem
                   end-if
               when XA-FUNC-CLEAR
                   if WS-MATCH-ITEM = 0
                       move "23" to XA-STATUS
                   else
                       perform ClearOpenItem
                   end-if
           end-evaluate
           close exceptions-file
           goback.

      *-----------------------------------------------------------------
      * One pass for the highest item number and, for a condition
      * or a clear, the open item it matches.
       ScanExceptions.
           move 0 to WS-LAST-ITEM
           move 0 to WS-MATCH-ITEM
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
                       move EX-ITEM-NUMBER to WS-LAST-ITEM
                       if EX-OPEN
                           and EX-SOURCE = XA-SOURCE
                           and EX-KEY-TYPE = XA-KEY-TYPE
                           and EX-KEY = XA-KEY
                           and EX-CODE = XA-CODE
                           move EX-ITEM-NUMBER to WS-MATCH-ITEM
                       end-if
               end-read
           end-perform.

      *-----------------------------------------------------------------
       WriteNewItem.
           move spaces to EXCEPTION-RECORD
           compute EX-ITEM-NUMBER = WS-LAST-ITEM + 1
           move XA-SOURCE to EX-SOURCE
           move XA-DESK to EX-DESK
           move XA-KEY-TYPE to EX-KEY-TYPE
           move XA-KEY to EX-KEY
           move XA-CODE to EX-CODE
           move XA-AMOUNT to EX-AMOUNT
           move XA-EVENT-DATE to EX-EVENT-DATE
           move WS-TODAY to EX-RAISED-DATE
           move WS-TODAY to EX-LAST-SEEN-DATE
           move 1 to EX-OCCURRENCES
           move XA-TEXT to EX-TEXT
           set EX-OPEN to true
           move 0 to EX-RESOLVED-DATE
           move 0 to EX-RESOLVED-BY
           write EXCEPTION-RECORD
               invalid key
                   display "EXCLOG: write failed (" WS-EXC-STATUS
                       ") - " XA-SOURCE " exception " XA-CODE
                       " not recorded."
                   move WS-EXC-STATUS to XA-STATUS
                   exit paragraph
           end-write
           move EX-ITEM-NUMBER to XA-ITEM-NUMBER
           move "00" to XA-STATUS.

      * Seen again - the amount and text are the latest sighting's;
      * the raised date (and so the age) stays the first one's.
       RefreshOpenItem.
           move WS-MATCH-ITEM to EX-ITEM-NUMBER
           read exceptions-file
               invalid key
                   move "23" to XA-STATUS
                   exit paragraph
           end-read
           move XA-AMOUNT to EX-AMOUNT
           move XA-EVENT-DATE to EX-EVENT-DATE
           move XA-TEXT to EX-TEXT
           if EX-LAST-SEEN-DATE not = WS-TODAY
               move WS-TODAY to EX-LAST-SEEN-DATE
               if EX-OCCURRENCES < 9999
                   add 1 to EX-OCCURRENCES
               end-if
           end-if
           rewrite EXCEPTION-RECORD
           move EX-ITEM-NUMBER to XA-ITEM-NUMBER
           move "00" to XA-STATUS.

       ClearOpenItem.
           move WS-MATCH-ITEM to EX-ITEM-NUMBER
           read exceptions-file
               invalid key
                   move "23" to XA-STATUS
                   exit paragraph
           end-read
           set EX-RESOLVED to true
           move WS-TODAY to EX-RESOLVED-DATE
           move 0 to EX-RESOLVED-BY
           move XA-TEXT to EX-RESOLUTION-NOTE
           rewrite EXCEPTION-RECORD
           move EX-ITEM-NUMBER to XA-ITEM-NUMBER
           move "00" to XA-STATUS.
      *-----------------------------------------------------------------
