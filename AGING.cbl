      * found overdue also gets its master status flipped to
      * delinquent, and a delinquent loan found caught up flipped back
      * to active.
      *
      * Periods a forbearance plan deferred (DEFERCHK.cbl) are not
      * due: they neither count as missed nor price into the
      * overdue amount, and days overdue run from the oldest period
      * actually owed.
      *
      * Every loan found behind is a standing condition on the
      * shared exceptions file (EXCLOG.cbl) for the collections
      * desk: one open DELQ item per loan, refreshed each run with
      * its current bucket and overdue amount, so the item's age is
      * how long the loan has been behind. A loan found caught up
      * has its item cleared, and so does one that has left
      * servicing behind (paid off, charged off, refinanced, closed
      * or archived) - after the aging pass the run reads the open
      * AGING DELQ items back off EXCEPTIONS.DAT and clears those
      * whose loan is no longer active or delinquent.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       select aging-report
           assign to 'AGING.RPT'
           organization is line sequential.
      * Read only, for the open DELQ items left on loans that are
      * no longer serviced - every change still goes through EXCLOG.
       select exceptions-file
           assign to 'EXCEPTIONS.DAT'
           organization is indexed
           access mode is dynamic
           record key is EX-ITEM-NUMBER
           file status is WS-EXC-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
           data record is AR-Line.
       01 AR-Line                  pic x(100).

       fd exceptions-file
           data record is EXCEPTION-RECORD.
           COPY "exception-record.cpy".

       WORKING-STORAGE SECTION.
      * In-use lock over the loan master (FILELOCK.cbl) - this run
      * rewrites status flags, so it takes the same lock the other
      * payment nobody could have made.
           COPY "busday-area.cpy".

      * Forbearance plans (DEFERCHK.cbl) - periods a plan deferred
      * are not due and are never aged.
           COPY "defer-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-MASTER-EOF      pic x(1) value "N".
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-SM-AVAILABLE-SW pic x(1) value "N".
           88 WS-SM-AVAILABLE value "Y".
       01 WS-EXC-STATUS      pic x(2).
       01 WS-EXC-EOF         pic x(1).
           88 WS-AT-EXC-EOF   value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YEAR     pic 9(4).
       01 WS-MISSED-PERIODS  pic s9(4).
       01 WS-DAYS-OVERDUE    pic s9(5).
       01 WS-ADVANCE-PERIOD  pic 9(4).
       01 WS-FIRST-DUE       pic 9(4).
       01 WS-SUM-PERIOD      pic 9(4).
       01 WS-SUM-COUNT       pic 9(4).
       01 WS-OVERDUE-AMOUNT  pic s9(9)v99.

       01 WS-BUCKET          pic x(7).

      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".
       01 WS-MISSED-EDITED   pic zzz9.
       01 WS-DAYS-EDITED     pic zzzz9.

      * Loans whose DELQ item is still open but which have left
      * servicing - gathered with EXCEPTIONS.DAT open for reading,
      * cleared through EXCLOG once it is closed again. Any past
      * the table's end are left for the next run.
       01 WS-STALE-MAX       pic 9(4) value 500.
       01 WS-STALE-COUNT     pic 9(4).
       01 WS-STALE-SUB       pic 9(4).
       01 WS-STALE-LEFT      pic 9(5).
       01 WS-STALE-TABLE.
           05 WS-STALE-LOAN  pic 9(8) occurs 500 times.

      * Per-bucket portfolio totals for the trailer.
       01 WS-CURRENT-COUNT   pic 9(5) value 0.
       01 WS-CURRENT-AMOUNT  pic 9(9)v99 value 0.
           end-perform

           perform PrintBucketTotals
           perform ClearUnservicedItems
           close loan-master
           if WS-SM-AVAILABLE
               close sched-master
           if WS-MISSED-PERIODS < 0
               move 0 to WS-MISSED-PERIODS
           end-if
           perform TakeOutPlanPeriods

      *    A single newly missed period may sit inside the roll
      *    window: its raw arithmetic due date has passed but the
      *    missed yet. Only the missed=1 case can fall in that
      *    window - older arrears are past any roll.
           if WS-MISSED-PERIODS = 1
               move WS-FIRST-DUE to WS-ADVANCE-PERIOD
               perform ComputeDueDate
               move WS-DUE-DATE to BD-DATE-IN
               call "BUSDAY" using BUSDAY-AREA
           if WS-MISSED-PERIODS = 0 and LM-DELINQUENT
               set LM-ACTIVE to true
               rewrite LOAN-MASTER-RECORD
               set XA-FUNC-CLEAR to true
               move "loan brought current" to XA-TEXT
               perform CallExceptionLog
           end-if
           if WS-MISSED-PERIODS > 0
               set XA-FUNC-CONDITION to true
               move WS-MISSED-PERIODS to WS-MISSED-EDITED
               move WS-DAYS-OVERDUE to WS-DAYS-EDITED
               move spaces to XA-TEXT
               string "bucket " delimited by size
                   WS-BUCKET delimited by space
                   " - " WS-MISSED-EDITED " period(s), "
                   WS-DAYS-EDITED " days" delimited by size
                   into XA-TEXT
               end-string
               perform CallExceptionLog
           end-if

           perform WriteAgingDetail.

      * The loan's DELQ item on the shared exceptions file, raised
      * (refreshed) or cleared as the caller set XA-FUNCTION.
       CallExceptionLog.
           move "AGING" to XA-SOURCE
           set XA-DESK-COLLECT to true
           set XA-KEY-LOAN to true
           move LM-LOAN-NUMBER to XA-KEY
           move "DELQ" to XA-CODE
           if WS-OVERDUE-AMOUNT > 0
               move WS-OVERDUE-AMOUNT to XA-AMOUNT
           else
               move 0 to XA-AMOUNT
           end-if
           move WS-TODAY to XA-EVENT-DATE
           call "EXCLOG" using EXCEPTION-AREA.

      *-----------------------------------------------------------------
      * A loan that left servicing while behind keeps its open DELQ
      * item otherwise - the aging pass never sees it again. Each
      * open AGING DELQ item whose loan is gone from the master, or
      * no longer active or delinquent, is cleared. No exceptions
      * file yet means nothing to clear.
       ClearUnservicedItems.
           move 0 to WS-STALE-COUNT
           move 0 to WS-STALE-LEFT
           open input exceptions-file
           if WS-EXC-STATUS not = "00"
               exit paragraph
           end-if
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
                       if EX-OPEN and EX-SOURCE = "AGING"
                               and EX-CODE = "DELQ"
                           perform CheckItemLoanServiced
                       end-if
               end-read
           end-perform
           close exceptions-file

           move 0 to WS-OVERDUE-AMOUNT
           perform varying WS-STALE-SUB from 1 by 1
                   until WS-STALE-SUB > WS-STALE-COUNT
               move WS-STALE-LOAN(WS-STALE-SUB) to LM-LOAN-NUMBER
               set XA-FUNC-CLEAR to true
               move "loan no longer serviced" to XA-TEXT
               perform CallExceptionLog
           end-perform
           if WS-STALE-LEFT > 0
               display "AGING: " WS-STALE-LEFT " more DELQ item(s) "
                   "on loans no longer serviced - left for the "
                   "next run."
           end-if.

       CheckItemLoanServiced.
           move EX-KEY to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   continue
               not invalid key
                   if LM-ACTIVE or LM-DELINQUENT
                       exit paragraph
                   end-if
           end-read
           if WS-STALE-COUNT < WS-STALE-MAX
               add 1 to WS-STALE-COUNT
               move EX-KEY to WS-STALE-LOAN(WS-STALE-COUNT)
           else
               add 1 to WS-STALE-LEFT
           end-if.

      *-----------------------------------------------------------------
      * Periods a forbearance plan deferred are not due: they come
      * out of the missed count, and the oldest period owed is the
      * first one past the paid-through period that no plan covers.
       TakeOutPlanPeriods.
           compute WS-FIRST-DUE = LM-PAID-THRU-PERIOD + 1
           if WS-MISSED-PERIODS = 0
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to DF-LOAN-NUMBER
           move WS-FIRST-DUE to DF-FROM-PERIOD
           move WS-PERIODS-DUE to DF-THRU-PERIOD
           call "DEFERCHK" using DEFER-AREA
           subtract DF-PLAN-PERIODS from WS-MISSED-PERIODS
           move DF-FIRST-DUE-PERIOD to WS-FIRST-DUE.

      *-----------------------------------------------------------------
      * How many scheduled periods have come due between origination
      * and today, by the loan's own payment frequency. A period only
                   invalid key
                       compute WS-SUM-COUNT = WS-MISSED-PERIODS
                   not invalid key
      *                A forbearance period carries no payment and
      *                is not one of the missed.
                       if SM-PAYMENT > 0
                           add SM-PAYMENT to WS-OVERDUE-AMOUNT
                           add 1 to WS-SUM-COUNT
                       end-if
               end-read
           end-perform

               exit paragraph
           end-if

           move WS-FIRST-DUE to WS-ADVANCE-PERIOD
           perform ComputeDueDate
           move WS-DUE-DATE to BD-DATE-IN
           call "BUSDAY" using BUSDAY-AREA
