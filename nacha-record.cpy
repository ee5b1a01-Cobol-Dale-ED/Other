      *-----------------------------------------------------------------
      * ACH file record in the standard NACHA layout - 94-byte
      * records, blocked ten to a block. Written by NACHAWRT.cbl for
      * ACHEXTR.cbl's debits (ACH-DEBIT.DAT) and PAYROLL.cbl's
      * direct deposits (PAY-DISBURSE.DAT), proven by NACHABAL.cbl,
      * and read back by ACHPOST.cbl from the bank's return file:
      *   1  file header    - once, first
      *   5  batch header   - company, entry class, effective date
      *   6  entry detail   - one per debit or credit
      *   7  addenda        - return files only: type 99 carries the
      *                       return reason code
      *   8  batch control  - entry count, entry hash, totals
      *   9  file control   - the file's counts and totals, then
      *                       all-9 records to fill the last block
      * Positions follow the NACHA layout; amounts are whole cents
      * with no decimal point, dates YYMMDD.
      *-----------------------------------------------------------------
       01 NACHA-FILE-HEADER.
           05 NH-RECORD-TYPE        pic x(1).
           05 NH-PRIORITY           pic x(2).
           05 NH-IMMEDIATE-DEST     pic x(10).
           05 NH-IMMEDIATE-ORIGIN   pic x(10).
           05 NH-CREATION-DATE      pic 9(6).
           05 NH-CREATION-TIME      pic 9(4).
           05 NH-FILE-ID-MODIFIER   pic x(1).
           05 NH-RECORD-SIZE        pic x(3).
           05 NH-BLOCKING-FACTOR    pic x(2).
           05 NH-FORMAT-CODE        pic x(1).
           05 NH-DEST-NAME          pic x(23).
           05 NH-ORIGIN-NAME        pic x(23).
           05 NH-REFERENCE-CODE     pic x(8).

       01 NACHA-BATCH-HEADER REDEFINES NACHA-FILE-HEADER.
           05 NB-RECORD-TYPE        pic x(1).
           05 NB-SERVICE-CLASS      pic 9(3).
               88 NB-CREDITS-ONLY   value 220.
               88 NB-DEBITS-ONLY    value 225.
           05 NB-COMPANY-NAME       pic x(16).
           05 NB-DISCRETIONARY      pic x(20).
           05 NB-COMPANY-ID         pic x(10).
           05 NB-ENTRY-CLASS        pic x(3).
           05 NB-ENTRY-DESCRIPTION  pic x(10).
           05 NB-DESCRIPTIVE-DATE   pic x(6).
           05 NB-EFFECTIVE-DATE     pic 9(6).
           05 NB-SETTLEMENT-DATE    pic x(3).
           05 NB-ORIGINATOR-STATUS  pic x(1).
           05 NB-ODFI-ID            pic 9(8).
           05 NB-BATCH-NUMBER       pic 9(7).

       01 NACHA-ENTRY-DETAIL REDEFINES NACHA-FILE-HEADER.
           05 NE-RECORD-TYPE        pic x(1).
      * 22/32 credit and 27/37 debit to checking/savings; the
      * return file carries the original entry's code.
           05 NE-TRANSACTION-CODE   pic 9(2).
               88 NE-CHECKING-CREDIT value 22.
               88 NE-CHECKING-DEBIT  value 27.
               88 NE-SAVINGS-CREDIT  value 32.
               88 NE-SAVINGS-DEBIT   value 37.
               88 NE-DEBIT           value 27, 37.
           05 NE-RDFI-ID            pic 9(8).
           05 NE-CHECK-DIGIT        pic 9(1).
           05 NE-ACCOUNT            pic x(17).
           05 NE-AMOUNT             pic 9(8)v99.
           05 NE-INDIVIDUAL-ID      pic x(15).
           05 NE-INDIVIDUAL-NAME    pic x(22).
           05 NE-DISCRETIONARY      pic x(2).
           05 NE-ADDENDA-INDICATOR  pic 9(1).
           05 NE-TRACE-NUMBER       pic 9(15).

       01 NACHA-RETURN-ADDENDA REDEFINES NACHA-FILE-HEADER.
           05 NA-RECORD-TYPE        pic x(1).
           05 NA-ADDENDA-TYPE       pic x(2).
               88 NA-RETURN         value "99".
           05 NA-RETURN-REASON      pic x(3).
           05 NA-ORIGINAL-TRACE     pic 9(15).
           05 NA-DATE-OF-DEATH      pic x(6).
           05 NA-ORIGINAL-RDFI      pic x(8).
           05 NA-INFORMATION        pic x(44).
           05 NA-TRACE-NUMBER       pic 9(15).

       01 NACHA-BATCH-CONTROL REDEFINES NACHA-FILE-HEADER.
           05 NC-RECORD-TYPE        pic x(1).
           05 NC-SERVICE-CLASS      pic 9(3).
           05 NC-ENTRY-COUNT        pic 9(6).
           05 NC-ENTRY-HASH         pic 9(10).
           05 NC-TOTAL-DEBIT        pic 9(10)v99.
           05 NC-TOTAL-CREDIT       pic 9(10)v99.
           05 NC-COMPANY-ID         pic x(10).
           05 NC-AUTHENTICATION     pic x(19).
           05 filler                pic x(6).
           05 NC-ODFI-ID            pic 9(8).
           05 NC-BATCH-NUMBER       pic 9(7).

       01 NACHA-FILE-CONTROL REDEFINES NACHA-FILE-HEADER.
           05 NF-RECORD-TYPE        pic x(1).
           05 NF-BATCH-COUNT        pic 9(6).
           05 NF-BLOCK-COUNT        pic 9(6).
           05 NF-ENTRY-COUNT        pic 9(8).
           05 NF-ENTRY-HASH         pic 9(10).
           05 NF-TOTAL-DEBIT        pic 9(10)v99.
           05 NF-TOTAL-CREDIT       pic 9(10)v99.
           05 filler                pic x(39).
