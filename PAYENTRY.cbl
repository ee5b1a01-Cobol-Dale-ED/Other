      * when the borrower called. This program keys payments a batch
      * at a time: a header record opens the batch, each item is
      * validated as it is keyed (loan on the master, positive
      * amount, type P, R, C or W), and the closing trailer carries the
      * item count and dollar total the keying accumulated. POSTPAY
      * re-proves those control totals against the items before
      * applying anything - the same discipline PARMEDIT.cbl brought
      *
      * Batches append, so a day's several entry sittings stack up
      * for one posting run.
      *
      * Reversals and curtailments are under dual control: keyed
      * here, they go to the approval queue (APPRQUE.cbl) under the
      * keying operator instead of into the batch. When a checker
      * approves one in APPROVE.cbl, this program is run against
      * the item (APPROVAL_ITEM) and writes it to PAYMENTS.DAT as a
      * one-item batch of its own, numbered for the queue item, for
      * the next posting run. It releases only an item APPROVE.cbl
      * has handed to the signed-on operator as its checker
      * (APPRQUE.cbl proves the checker is not the maker and
      * outranks them) - anything else is refused with return
      * code 16.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
           05 PRF-POSTED-DATE       pic 9(8).

       WORKING-STORAGE SECTION.
      * The keying operator (OPERID.cbl), asked for the first time
      * a reversal or curtailment goes to the approval queue.
           COPY "operator-area.cpy".
           COPY "approval-area.cpy".
           COPY "approval-record.cpy".

       01 WS-PAYMENT-STATUS  pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-REFS-STATUS     pic x(2).

       01 WS-BATCH-NUMBER    pic 9(6).
       01 WS-ITEM-COUNT      pic 9(5) value 0.
       01 WS-QUEUED-COUNT    pic 9(5) value 0.
       01 WS-APPROVAL-ENV    pic x(8).
       01 WS-OPERATOR-SW     pic x(1) value "N".
           88 WS-OPERATOR-KNOWN value "Y".
       01 WS-BATCH-TOTAL     pic 9(9)v99 value 0.

       01 WS-WORK-TYPE       pic x(1).
       01 WS-WORK-LOAN       pic 9(8).
       01 WS-WORK-DATE       pic 9(8).
       01 WS-WORK-AMOUNT     pic 9(7)v99.
       01 WS-WORK-FEE-PERIOD pic 9(4).
       01 WS-LOAN-FOUND-SW   pic x(1).
           88 WS-LOAN-FOUND   value "Y".
       01 WS-MORE-SW         pic x(1) value "Y".
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-APPROVAL-ENV
           accept WS-APPROVAL-ENV from environment "APPROVAL_ITEM"
           if WS-APPROVAL-ENV is numeric
                   and WS-APPROVAL-ENV not = "00000000"
               perform ReleaseApprovedItem
               goback
           end-if

           display "Payment batch entry (PAYMENTS.DAT)"
           display "Batch number (6 digits): " with no advancing
           accept WS-BATCH-NUMBER
           move WS-BATCH-TOTAL to WS-TOTAL-EDITED
           display "Batch " WS-BATCH-NUMBER " closed: "
               WS-ITEM-COUNT " item(s), total " WS-TOTAL-EDITED
           if WS-QUEUED-COUNT > 0
               display WS-QUEUED-COUNT " reversal/curtailment "
                   "item(s) queued for approval."
           end-if
           goback.

      *-----------------------------------------------------------------
      * this program exists to catch at the keyboard, not in the
      * posting run.
       KeyOneItem.
           display "Type P=Payment R=Reversal C=Curtailment "
               "W=Fee waiver: " with no advancing
           accept WS-WORK-TYPE
           perform until WS-WORK-TYPE = "P" or WS-WORK-TYPE = "R"
                   or WS-WORK-TYPE = "C" or WS-WORK-TYPE = "W"
               display "Enter P, R, C or W."
               display "Type P=Payment R=Reversal C=Curtailment "
                   "W=Fee waiver: " with no advancing
               accept WS-WORK-TYPE
           end-perform

           display "Payment date (YYYYMMDD): " with no advancing
           accept WS-WORK-DATE

      *    A waiver names the assessed period it forgives; its amount
      *    may be zero, meaning all that period still owes.
           move 0 to WS-WORK-FEE-PERIOD
           if WS-WORK-TYPE = "W"
               display "Fee period waived: " with no advancing
               accept WS-WORK-FEE-PERIOD
               perform until WS-WORK-FEE-PERIOD > 0
                   display "Period must be greater than zero."
                   display "Fee period waived: " with no advancing
                   accept WS-WORK-FEE-PERIOD
               end-perform
               display "Amount waived (0 = whole fee): "
                   with no advancing
               accept WS-WORK-AMOUNT
           else
               display "Amount: " with no advancing
               accept WS-WORK-AMOUNT
               perform until WS-WORK-AMOUNT > 0
                   display "Amount must be greater than zero."
                   display "Amount: " with no advancing
                   accept WS-WORK-AMOUNT
               end-perform
           end-if

           if WS-WORK-TYPE = "R" or WS-WORK-TYPE = "C"
               perform QueueForApproval
               exit paragraph
           end-if

           move spaces to PAYMENT-RECORD
           move WS-WORK-TYPE to PT-TYPE
           if WS-WORK-TYPE = "C"
               move WS-WORK-ELECTION to PT-ELECTION
           end-if
           if WS-WORK-TYPE = "W"
               move WS-WORK-FEE-PERIOD to PT-FEE-PERIOD
           end-if
           add 1 to WS-ITEM-COUNT
      *    Source digit 1 is this program's reference space - see
      *    payment-record.cpy.

           add WS-WORK-AMOUNT to WS-BATCH-TOTAL.

      *-----------------------------------------------------------------
      * A reversal or curtailment goes to the approval queue, not
      * the batch - it posts only once a checker approves it.
       QueueForApproval.
           if not WS-OPERATOR-KNOWN
               call "OPERID" using OPERATOR-AREA
               if not OA-OK
                   display "No valid operator - item not queued "
                       "and not entered."
                   exit paragraph
               end-if
               set WS-OPERATOR-KNOWN to true
           end-if

           move spaces to APPROVAL-RECORD
           if WS-WORK-TYPE = "R"
               set AQ-FN-REVERSAL to true
           else
               set AQ-FN-CURTAIL to true
           end-if
           move OA-ID to AQ-MAKER-ID
           move OA-LEVEL to AQ-MAKER-LEVEL
           move WS-WORK-LOAN to AQ-KEY
           move WS-WORK-AMOUNT to AQ-AMOUNT
           move WS-WORK-TYPE to AQ-PT-TYPE
           move WS-WORK-DATE to AQ-PT-DATE
           move WS-WORK-ELECTION to AQ-PT-ELECTION
           if WS-WORK-TYPE = "R"
               string "reversal dated " WS-WORK-DATE
                   delimited by size into AQ-SUMMARY
               end-string
           else
               string "curtailment dated " WS-WORK-DATE
                   " election " WS-WORK-ELECTION
                   delimited by size into AQ-SUMMARY
               end-string
           end-if

           set AA-FUNC-QUEUE to true
           move APPROVAL-RECORD to AA-ITEM
           call "APPRQUE" using APPROVAL-AREA
           if AA-OK
               add 1 to WS-QUEUED-COUNT
               display "Queued for approval as item " AA-ITEM-NUMBER
                   " - not in this batch until approved."
           else
               display "Item could not be queued - not entered."
           end-if.

      *-----------------------------------------------------------------
      * Run by APPROVE.cbl for an approved reversal or curtailment:
      * the item is written as a one-item batch numbered for the
      * queue item (its low six digits) in the approval queue's
      * reference space.
       ReleaseApprovedItem.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "PAYENTRY: no valid operator - approval item "
                   WS-APPROVAL-ENV " not released."
               move 16 to return-code
               exit paragraph
           end-if
           move WS-APPROVAL-ENV to AA-ITEM-NUMBER
           move OA-ID to AA-OPERATOR-ID
           set AA-FUNC-APPLY to true
           call "APPRQUE" using APPROVAL-AREA
           if not AA-OK
               evaluate AA-STATUS
                   when "94"
                       display "PAYENTRY: approval item "
                           WS-APPROVAL-ENV " has not been released "
                           "by a checker - nothing posted."
                   when "95"
                       display "PAYENTRY: operator " OA-ID
                           " is not a valid checker for approval "
                           "item " WS-APPROVAL-ENV
                           " - nothing posted."
                   when other
                       display "PAYENTRY: approval item "
                           WS-APPROVAL-ENV " not found."
               end-evaluate
               move 16 to return-code
               exit paragraph
           end-if
           move AA-ITEM to APPROVAL-RECORD
           if not (AQ-FN-REVERSAL or AQ-FN-CURTAIL)
               display "PAYENTRY: approval item " AQ-ITEM-NUMBER
                   " is not a reversal or curtailment."
               move 16 to return-code
               exit paragraph
           end-if

           open extend payment-file
           if WS-PAYMENT-STATUS = "35"
               open output payment-file
           end-if
           if WS-PAYMENT-STATUS not = "00"
               display "PAYENTRY: unable to open PAYMENTS.DAT ("
                   WS-PAYMENT-STATUS ")"
               move 16 to return-code
               exit paragraph
           end-if

           move AQ-ITEM-NUMBER to WS-BATCH-NUMBER
           perform WriteBatchHeader
           move spaces to PAYMENT-RECORD
           move AQ-PT-TYPE to PT-TYPE
           move AQ-KEY to PT-LOAN-NUMBER
           move AQ-PT-DATE to PT-PAYMENT-DATE
           move AQ-AMOUNT to PT-AMOUNT
           if AQ-FN-CURTAIL
               move AQ-PT-ELECTION to PT-ELECTION
           end-if
           move 1 to WS-ITEM-COUNT
      *    Source digit 6 is the approval queue's reference space -
      *    see payment-record.cpy.
           compute PT-REFERENCE = 600000000000
               + WS-BATCH-NUMBER * 100000 + WS-ITEM-COUNT
           write PAYMENT-RECORD
           move AQ-AMOUNT to WS-BATCH-TOTAL
           perform WriteBatchTrailer
           close payment-file
           display "PAYENTRY: approval item " AQ-ITEM-NUMBER
               " released to PAYMENTS.DAT for posting.".

      *-----------------------------------------------------------------
       WriteBatchTrailer.
           move spaces to PAYMENT-RECORD
