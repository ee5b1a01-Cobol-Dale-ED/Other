      *-----------------------------------------------------------------
      * Archived-loan tombstone (LOAN-TOMBSTONE.DAT, indexed on
      * TB-LOAN-NUMBER). LOANARCH.cbl leaves one behind for every
      * loan it moves off LOAN-MASTER.DAT into the dated archive
      * files, so that:
      *   - the loan number can never be boarded again - LOANMSTR,
      *     LOANBRD and LOANREFI refuse a number found here
      *   - SERVINQ.cbl can say where the loan went, and read its
      *     master image back out of ARCH-LOAN-<TB-ARCHIVE-DATE>.DAT
      *   - INTEGCHK.cbl does not report what is left on other files
      *     against the loan as orphaned
      *-----------------------------------------------------------------
       01 TOMBSTONE-RECORD.
           05 TB-LOAN-NUMBER        pic 9(8).
           05 TB-EMP-ID             pic 9(6).
           05 TB-BORROWER-NUMBER    pic 9(6).
           05 TB-STATUS             pic x(1).
           05 TB-ORIG-DATE          pic 9(8).
           05 TB-PRINCIPAL          pic 9(9)v99.
      * Date of the last payment (or refinance funding) - the date
      * the retention period ran from.
           05 TB-CLOSED-DATE        pic 9(8).
      * The run date that names the archive files the loan's
      * records were moved to.
           05 TB-ARCHIVE-DATE       pic 9(8).
           05 filler                pic x(20).
