      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. EXCRSLV.
      *-----------------------------------------------------------------
      * Exception resolution - the desk's side of the shared
      * exceptions file (EXCEPTIONS.DAT, exception-record.cpy). The
      * signed-on operator (OPERID.cbl) picks a desk - cash,
      * collections, payroll, accounting, or all of them - sees that
      * desk's open items oldest first with their age, and resolves
      * them one at a time with a note saying what was done. A note
      * is required: "resolved" on its own tells the next person
      * nothing. The item keeps who resolved it, when, and the note,
      * and the resolution is stamped on AUDIT.LOG under the
      * operator. Anything not resolved simply stays open and is on
      * tomorrow's EXCRPT.cbl morning report, a day older.
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
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd exceptions-file
           data record is EXCEPTION-RECORD.
           COPY "exception-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * The desk operator (OPERID.cbl).
           COPY "operator-area.cpy".

       01 WS-EXC-STATUS      pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-EXC-EOF         pic x(1).
           88 WS-AT-EXC-EOF   value "Y".

       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".
       01 WS-DESK            pic x(1).
           88 WS-DESK-VALID   value "C" "L" "P" "A" " ".
       01 WS-TODAY           pic 9(8).
       01 WS-AGE-DAYS        pic 9(5).
       01 WS-OPEN-COUNT      pic 9(5).
       01 WS-WANT-ITEM       pic 9(8).
       01 WS-NOTE            pic x(40).
       01 WS-AMOUNT-EDITED   pic $$,$$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "EXCRSLV: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if
           move function current-date(1:8) to WS-TODAY

           display "Desk - C=Cash L=Collections P=Payroll "
               "A=Accounting (blank for all): " with no advancing
           move space to WS-DESK
           accept WS-DESK
           if not WS-DESK-VALID
               display "EXCRSLV: unknown desk " WS-DESK
                   " - run refused."
               move 8 to return-code
               goback
           end-if

           perform until not WS-KEEP-RUNNING
               perform ListOpenItems
               if WS-OPEN-COUNT = 0
                   display "No open exceptions for this desk."
                   move "N" to WS-CONTINUE-SW
               else
                   display "Item to resolve (0 to finish): "
                       with no advancing
                   accept WS-WANT-ITEM
                   if WS-WANT-ITEM = 0
                       move "N" to WS-CONTINUE-SW
                   else
                       perform ResolveOneItem
                   end-if
               end-if
           end-perform
           display "Exception resolution - goodbye."
           goback.

      *-----------------------------------------------------------------
      * The desk's open items, oldest first.
       ListOpenItems.
           move 0 to WS-OPEN-COUNT
           open input exceptions-file
           if WS-EXC-STATUS not = "00"
               exit paragraph
           end-if
           display " "
           display "================================================"
           display " Open exceptions - operator " OA-ID
           display "================================================"
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
                       if EX-OPEN
                           and (WS-DESK = space or EX-DESK = WS-DESK)
                           add 1 to WS-OPEN-COUNT
                           perform ShowOpenItem
                       end-if
               end-read
           end-perform
           close exceptions-file.

       ShowOpenItem.
           compute WS-AGE-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(EX-RAISED-DATE)
           move EX-AMOUNT to WS-AMOUNT-EDITED
           display " " EX-ITEM-NUMBER " " EX-DESK " " EX-SOURCE " "
               EX-KEY-TYPE EX-KEY " " EX-CODE " " WS-AMOUNT-EDITED
               " " WS-AGE-DAYS "d"
           display "          " EX-TEXT.

      *-----------------------------------------------------------------
       ResolveOneItem.
           open i-o exceptions-file
           if WS-EXC-STATUS not = "00"
               display "EXCRSLV: unable to open EXCEPTIONS.DAT ("
                   WS-EXC-STATUS ")"
               exit paragraph
           end-if
           move WS-WANT-ITEM to EX-ITEM-NUMBER
           read exceptions-file
               invalid key
                   display "No item " WS-WANT-ITEM " on file."
                   close exceptions-file
                   exit paragraph
           end-read
           if not EX-OPEN
               display "Item " WS-WANT-ITEM " is already resolved."
               close exceptions-file
               exit paragraph
           end-if
           if WS-DESK not = space and EX-DESK not = WS-DESK
               display "Item " WS-WANT-ITEM " belongs to another "
                   "desk."
               close exceptions-file
               exit paragraph
           end-if

           display "Resolution note: " with no advancing
           move spaces to WS-NOTE
           accept WS-NOTE
           if WS-NOTE = spaces
               display "A note is required - item " WS-WANT-ITEM
                   " left open."
               close exceptions-file
               exit paragraph
           end-if

           set EX-RESOLVED to true
           move WS-TODAY to EX-RESOLVED-DATE
           move OA-ID to EX-RESOLVED-BY
           move WS-NOTE to EX-RESOLUTION-NOTE
           rewrite EXCEPTION-RECORD
           close exceptions-file
           display "Item " WS-WANT-ITEM " resolved."

           move OA-ID to WS-AUDIT-EMP-ID
           move "EXC-RSLV" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "item " EX-ITEM-NUMBER " " EX-CODE
               delimited by size into WS-AUDIT-DETAIL
           end-string
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.
      *-----------------------------------------------------------------
