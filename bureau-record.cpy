      *-----------------------------------------------------------------
      * Credit bureau furnishing file record (BUREAU.DAT, fixed
      * 200-byte records, written monthly by BUREAU.cbl). One header,
      * one base record per loan reported, one trailer carrying the
      * record counts the bureaus balance the file against. Money
      * is whole dollars, as the bureaus take it; dates are
      * YYYYMMDD, zero when there is none to report.
      *
      * Account status codes:
      *   11 current           71 30-59 days past due
      *   78 60-89 days        80 90-119 days
      *   82 120-149 days      83 150-179 days
      *   84 180 days or more  13 paid or closed, zero balance
      *   97 charged off, balance unpaid
      *   64 charged off, since paid in full by recoveries
      *-----------------------------------------------------------------
       01 CB-BASE-RECORD.
           05 CB-RECORD-ID          pic x(6).
               88 CB-IS-HEADER      value "HEADER".
               88 CB-IS-BASE        value "BASE".
               88 CB-IS-TRAILER     value "TRAILR".
           05 CB-ACCOUNT-NUMBER     pic 9(8).
      * I = installment.
           05 CB-PORTFOLIO-TYPE     pic x(1).
           05 CB-DATE-OPENED        pic 9(8).
           05 CB-ORIGINAL-AMOUNT    pic 9(9).
           05 CB-TERMS-DURATION     pic 9(3).
      * M monthly, B biweekly, Q quarterly - LM-FREQUENCY as is.
           05 CB-TERMS-FREQUENCY    pic x(1).
           05 CB-SCHEDULED-PAYMENT  pic 9(9).
           05 CB-ACCOUNT-STATUS     pic x(2).
           05 CB-CURRENT-BALANCE    pic 9(9).
           05 CB-AMOUNT-PAST-DUE    pic 9(9).
           05 CB-CHARGE-OFF-AMOUNT  pic 9(9).
           05 CB-DATE-LAST-PAYMENT  pic 9(8).
           05 CB-DATE-CLOSED        pic 9(8).
      * Consumer identity off BORROWER.DAT.
           05 CB-NAME               pic x(30).
           05 CB-ADDRESS            pic x(30).
           05 CB-CITY               pic x(20).
           05 CB-STATE              pic x(2).
           05 CB-ZIP                pic x(9).
           05 CB-PHONE              pic x(10).
           05 filler                pic x(9).

       01 CB-HEADER-RECORD redefines CB-BASE-RECORD.
           05 filler                pic x(6).
           05 CB-HDR-FURNISHER-ID   pic x(10).
           05 CB-HDR-FURNISHER-NAME pic x(30).
      * The month-end date the file reports as of, and the day it
      * was built.
           05 CB-HDR-ACTIVITY-DATE  pic 9(8).
           05 CB-HDR-CREATED-DATE   pic 9(8).
           05 filler                pic x(138).

       01 CB-TRAILER-RECORD redefines CB-BASE-RECORD.
           05 filler                pic x(6).
           05 CB-TRL-BASE-COUNT     pic 9(9).
           05 CB-TRL-STATUS-11      pic 9(9).
           05 CB-TRL-STATUS-71      pic 9(9).
           05 CB-TRL-STATUS-78      pic 9(9).
           05 CB-TRL-STATUS-80      pic 9(9).
           05 CB-TRL-STATUS-82      pic 9(9).
           05 CB-TRL-STATUS-83      pic 9(9).
           05 CB-TRL-STATUS-84      pic 9(9).
           05 CB-TRL-STATUS-13      pic 9(9).
           05 CB-TRL-STATUS-97      pic 9(9).
           05 CB-TRL-STATUS-64      pic 9(9).
           05 CB-TRL-TOTAL-BALANCE  pic 9(12).
           05 filler                pic x(83).
