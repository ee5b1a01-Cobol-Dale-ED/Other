      *-----------------------------------------------------------------
      * Dual-control approval queue (APPROVAL-QUEUE.DAT, indexed on
      * AQ-ITEM-NUMBER). Monetary maintenance no longer takes effect
      * when it is keyed: a reversal or curtailment in PAYENTRY.cbl,
      * a modification in LOANMOD.cbl, a bank-account change in
      * BANKMNT.cbl or an escrow disbursement in ESCDISB.cbl is
      * written here instead, pending, under the operator who keyed
      * it (the maker - see APPRQUE.cbl). A different operator of a
      * higher OPERATORS.DAT level (the checker) approves or rejects
      * it from APPROVE.cbl; only approval applies the change, by
      * running the originating program against the item. The item
      * is rewritten "being applied" under the checker before that
      * program runs, and the program will apply nothing else - so
      * a pending item cannot be applied by pointing the program at
      * it, and an applied one cannot come back up for approval if
      * the approval run dies before it is marked approved.
      * APPRAGE.cbl lists items left pending too long.
      *-----------------------------------------------------------------
       01 APPROVAL-RECORD.
           05 AQ-ITEM-NUMBER        pic 9(8).
      * Which change the item holds - and so which program applies
      * it once approved.
           05 AQ-FUNCTION           pic x(8).
               88 AQ-FN-REVERSAL    value "REVERSAL".
               88 AQ-FN-CURTAIL     value "CURTAIL".
               88 AQ-FN-LOANMOD     value "LOANMOD".
               88 AQ-FN-BANKMNT     value "BANKMNT".
               88 AQ-FN-ESCDISB     value "ESCDISB".
           05 AQ-STATUS             pic x(1).
               88 AQ-PENDING        value "P".
               88 AQ-APPLYING       value "X".
               88 AQ-APPROVED       value "A".
               88 AQ-REJECTED       value "R".
           05 AQ-MAKER-ID           pic 9(6).
      * The maker's level when the item was keyed - the checker's
      * has to be higher.
           05 AQ-MAKER-LEVEL        pic 9.
           05 AQ-ENTERED-DATE       pic 9(8).
           05 AQ-ENTERED-TIME       pic 9(6).
           05 AQ-CHECKER-ID         pic 9(6).
           05 AQ-DECIDED-DATE       pic 9(8).
      * Loan number (or EMP-ID for a bank-account change) and the
      * money involved, for the checker's list.
           05 AQ-KEY                pic 9(8).
           05 AQ-AMOUNT             pic 9(7)v99.
           05 AQ-SUMMARY            pic x(40).
      * The rejection reason, or why an approval could not be
      * applied.
           05 AQ-DECISION-NOTE      pic x(30).
      * What was keyed, as the applying program needs it.
           05 AQ-DETAIL             pic x(40).
           05 AQ-PAYMENT-DETAIL redefines AQ-DETAIL.
               10 AQ-PT-TYPE        pic x(1).
               10 AQ-PT-DATE        pic 9(8).
               10 AQ-PT-ELECTION    pic x(1).
               10 filler            pic x(30).
           05 AQ-MOD-DETAIL redefines AQ-DETAIL.
               10 AQ-MD-EFFECTIVE-DATE pic 9(8).
               10 AQ-MD-NEW-RATE    pic 9v9999.
               10 AQ-MD-NEW-TERM    pic 9(3).
               10 filler            pic x(24).
           05 AQ-BANK-DETAIL redefines AQ-DETAIL.
               10 AQ-BK-ACTION      pic x(1).
                   88 AQ-BK-ADD     value "A".
                   88 AQ-BK-UPDATE  value "U".
                   88 AQ-BK-DELETE  value "D".
               10 AQ-BK-ROUTING     pic 9(9).
               10 AQ-BK-ACCOUNT     pic x(17).
               10 AQ-BK-TYPE        pic x(1).
               10 filler            pic x(12).
           05 AQ-DISB-DETAIL redefines AQ-DETAIL.
               10 AQ-ED-DATE        pic 9(8).
               10 AQ-ED-TYPE        pic x(1).
               10 AQ-ED-PAYEE       pic x(20).
               10 filler            pic x(11).
      * The checker's OPERATORS.DAT level when the item was
      * released for applying.
           05 AQ-CHECKER-LEVEL      pic 9.
           05 filler                pic x(20).
