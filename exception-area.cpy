      *-----------------------------------------------------------------
      * Communication area for EXCLOG.cbl, the one way onto the
      * shared exceptions file (exception-record.cpy):
      *   - XA-FUNC-RAISE: a new item every call - for one-off events
      *     (a rejected payment, a returned debit, a short check)
      *   - XA-FUNC-CONDITION: one open item per source, key and
      *     code - for a standing condition a program finds again on
      *     every run (a stale schedule, a delinquent loan); a second
      *     sighting refreshes the open item's amount, text and
      *     last-seen date instead of raising another
      *   - XA-FUNC-CLEAR: the condition is gone - the open item for
      *     that source, key and code is resolved with XA-TEXT as the
      *     note (status "23" when there was none)
      * Fill in source, desk, key type, key, code, amount, event date
      * and text; XA-ITEM-NUMBER comes back with the item written or
      * refreshed. XA-STATUS "00" is success. A failure is displayed
      * and returned but never stops the caller's run - the
      * exception is still on the caller's own report.
      *-----------------------------------------------------------------
       01 EXCEPTION-AREA.
           05 XA-FUNCTION             pic x(1).
               88 XA-FUNC-RAISE       value "R".
               88 XA-FUNC-CONDITION   value "C".
               88 XA-FUNC-CLEAR       value "X".
           05 XA-STATUS               pic x(2).
               88 XA-OK               value "00".
           05 XA-ITEM-NUMBER          pic 9(8).
           05 XA-SOURCE               pic x(8).
           05 XA-DESK                 pic x(1).
               88 XA-DESK-CASH        value "C".
               88 XA-DESK-COLLECT     value "L".
               88 XA-DESK-PAYROLL     value "P".
               88 XA-DESK-ACCOUNTING  value "A".
           05 XA-KEY-TYPE             pic x(1).
               88 XA-KEY-LOAN         value "L".
               88 XA-KEY-EMPLOYEE     value "E".
           05 XA-KEY                  pic 9(8).
           05 XA-CODE                 pic x(8).
           05 XA-AMOUNT               pic 9(9)v99.
           05 XA-EVENT-DATE           pic 9(8).
           05 XA-TEXT                 pic x(40).
