      *-----------------------------------------------------------------
      * ARM reset computation record (ARM-RESETS.DAT, line
      * sequential, appended by ARMRESET.cbl). One per reset the run
      * writes to RATE-CHANGES.DAT, with the figures it came from -
      * the index and the value read, the margin, the rounded rate
      * before any cap, and the cap or floor that limited it - so
      * ARMNOTIF.cbl's notice can show the borrower the working.
      *-----------------------------------------------------------------
       01 ARM-RESET-RECORD.
           05 AR-LOAN-NUMBER        pic 9(8).
           05 AR-EFFECTIVE-PERIOD   pic 999.
           05 AR-RUN-DATE           pic 9(8).
           05 AR-INDEX-NAME         pic x(8).
           05 AR-INDEX-DATE         pic 9(8).
           05 AR-INDEX-RATE         pic 9v9999.
           05 AR-MARGIN             pic 9v9999.
           05 AR-UNCAPPED-RATE      pic 9v9999.
           05 AR-PRIOR-RATE         pic 9v9999.
           05 AR-NEW-RATE           pic 9v9999.
           05 AR-CAP-APPLIED        pic x(8).
               88 AR-NOT-CAPPED     value spaces.
