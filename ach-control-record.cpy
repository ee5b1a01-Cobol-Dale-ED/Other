      *-----------------------------------------------------------------
      * ACH origination control record (ACH-CONTROL.DAT, one line
      * sequential record, set up by operations from the bank's
      * origination agreement). Everything NACHAWRT.cbl puts in the
      * file and batch headers that is ours rather than the run's:
      * the bank the file goes to and its name, our origin and name,
      * the company name and ID the borrower's statement shows, and
      * the originating bank's routing (first eight digits). The
      * effective entry date is the next business day after the run
      * unless AC-EFFECTIVE-DATE names one (YYYYMMDD, zero - next
      * business day), for a holiday-week run the bank asks to have
      * settle on a particular day.
      *-----------------------------------------------------------------
       01 AC-RECORD.
           05 AC-IMMEDIATE-DEST     pic x(10).
           05 AC-DEST-NAME          pic x(23).
           05 AC-IMMEDIATE-ORIGIN   pic x(10).
           05 AC-ORIGIN-NAME        pic x(23).
           05 AC-COMPANY-NAME       pic x(16).
           05 AC-COMPANY-ID         pic x(10).
           05 AC-ODFI-ID            pic 9(8).
           05 AC-EFFECTIVE-DATE     pic 9(8).
