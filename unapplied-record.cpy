      *-----------------------------------------------------------------
      * Unapplied-cash record (UNAPPLIED.DAT, indexed on
      * UA-ITEM-NUMBER). POSTPAY.cbl writes one per payment it cannot
      * apply - no such loan, a loan that is not active or
      * delinquent, a stale schedule, a curtailment it refuses - so
      * money already deposited is never just a REJECTED line on a
      * POSTING.RPT the next run overwrites. The posting run
      * journals each item into the UNAPPLIED account; UNAPPMNT.cbl
      * researches the item and clears it out of UNAPPLIED by
      * re-applying it to the right loan, refunding it, or writing
      * it off, and the account balance always equals the open
      * items on this file.
      *-----------------------------------------------------------------
       01 UA-RECORD.
           05 UA-ITEM-NUMBER        pic 9(6).
      * The transaction as it arrived on PAYMENTS.DAT.
           05 UA-LOAN-NUMBER        pic 9(8).
           05 UA-PAYMENT-DATE       pic 9(8).
           05 UA-AMOUNT             pic 9(7)v99.
           05 UA-TYPE               pic x(1).
           05 UA-FUNDING            pic x(1).
               88 UA-FUND-CASH      value "C", " ".
               88 UA-FUND-PAYROLL   value "P".
           05 UA-REFERENCE          pic 9(12).
      * Why the posting run could not apply it.
           05 UA-REASON             pic x(8).
               88 UA-NO-LOAN        value "NO-LOAN".
               88 UA-NOT-OWING      value "INACTIVE".
               88 UA-STALE          value "STALE".
               88 UA-CURTAIL        value "CURTAIL".
           05 UA-RECEIVED-DATE      pic 9(8).
      * Open until researched and cleared one of three ways.
           05 UA-STATUS             pic x(1).
               88 UA-OPEN           value "O".
               88 UA-REAPPLIED      value "A".
               88 UA-REFUNDED       value "F".
               88 UA-WRITTEN-OFF    value "W".
           05 UA-RESOLVED-DATE      pic 9(8).
           05 UA-RESOLVED-BY        pic 9(6).
      * The loan a re-applied item was queued against.
           05 UA-APPLIED-LOAN       pic 9(8).
      * The researcher's note - what the money turned out to be.
           05 UA-NOTE               pic x(30).
           05 filler                pic x(10).
