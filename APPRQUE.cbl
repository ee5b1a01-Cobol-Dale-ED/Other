      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPRQUE.
      *-----------------------------------------------------------------
      * Dual-control approval queue access (see approval-area.cpy
      * for the protocol). The programs whose changes now need a
      * second operator - PAYENTRY, LOANMOD, BANKMNT, ESCDISB - all
      * queue through here, so item numbering and the maker's
      * AUDIT.LOG line are done one way: the next item number is
      * one past the highest on APPROVAL-QUEUE.DAT, and each queued
      * item is audited under the maker's operator ID. The same
      * programs fetch an approved item back through here when
      * APPROVE.cbl has them apply it - and the dual-control rules
      * are proved here once for all of them: the item must have
      * been released for applying, to the operator now signed on,
      * by a checker who is not the maker and outranks them.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select approval-queue
           assign to 'APPROVAL-QUEUE.DAT'
           organization is indexed
           access mode is dynamic
           record key is AQ-ITEM-NUMBER
           file status is WS-QUEUE-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd approval-queue
           data record is APPROVAL-RECORD.
           COPY "approval-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       WORKING-STORAGE SECTION.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

       01 WS-QUEUE-STATUS    pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-QUEUE-EOF       pic x(1).
           88 WS-AT-QUEUE-EOF value "Y".
       01 WS-LAST-ITEM       pic 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05 WS-CD-HMS      pic 9(6).
           05               pic x(7).

       LINKAGE SECTION.
           COPY "approval-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using APPROVAL-AREA.
      *-----------------------------------------------------------------
       MainLine.
           move "99" to AA-STATUS
           evaluate true
               when AA-FUNC-QUEUE
                   perform QueueItem
               when AA-FUNC-FETCH
                   perform FetchItem
               when AA-FUNC-APPLY
                   perform FetchItem
                   if AA-OK
                       perform CheckReleasedForApply
                   end-if
           end-evaluate
           goback.

      *-----------------------------------------------------------------
      * First use creates the queue, the same status-35 fallback the
      * other indexed files get.
       QueueItem.
           open i-o approval-queue
           if WS-QUEUE-STATUS = "35"
               open output approval-queue
               close approval-queue
               open i-o approval-queue
           end-if
           if WS-QUEUE-STATUS not = "00"
               display "APPRQUE: unable to open APPROVAL-QUEUE.DAT ("
                   WS-QUEUE-STATUS ") - item not queued."
               move WS-QUEUE-STATUS to AA-STATUS
               exit paragraph
           end-if

           move 0 to WS-LAST-ITEM
           move "N" to WS-QUEUE-EOF
           move 0 to AQ-ITEM-NUMBER
           start approval-queue key is greater than or equal to
                   AQ-ITEM-NUMBER
               invalid key
                   set WS-AT-QUEUE-EOF to true
           end-start
           perform until WS-AT-QUEUE-EOF
               read approval-queue next record
                   at end
                       set WS-AT-QUEUE-EOF to true
                   not at end
                       move AQ-ITEM-NUMBER to WS-LAST-ITEM
               end-read
           end-perform

           move function current-date to WS-CURRENT-DATE
           move AA-ITEM to APPROVAL-RECORD
           compute AQ-ITEM-NUMBER = WS-LAST-ITEM + 1
           set AQ-PENDING to true
           move WS-CD-YMD to AQ-ENTERED-DATE
           move WS-CD-HMS to AQ-ENTERED-TIME
           move 0 to AQ-CHECKER-ID
           move 0 to AQ-CHECKER-LEVEL
           move 0 to AQ-DECIDED-DATE
           move spaces to AQ-DECISION-NOTE
           write APPROVAL-RECORD
               invalid key
                   display "APPRQUE: write failed ("
                       WS-QUEUE-STATUS ") - item not queued."
                   move WS-QUEUE-STATUS to AA-STATUS
                   close approval-queue
                   exit paragraph
           end-write
           close approval-queue

           move AQ-ITEM-NUMBER to AA-ITEM-NUMBER
           move APPROVAL-RECORD to AA-ITEM
           move "00" to AA-STATUS

           move AQ-MAKER-ID to WS-AUDIT-EMP-ID
           move "APPR-QUEUE" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "item " AQ-ITEM-NUMBER " " AQ-FUNCTION
               delimited by size into WS-AUDIT-DETAIL
           end-string
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.

      *-----------------------------------------------------------------
       FetchItem.
           open input approval-queue
           if WS-QUEUE-STATUS not = "00"
               move WS-QUEUE-STATUS to AA-STATUS
               exit paragraph
           end-if
           move AA-ITEM-NUMBER to AQ-ITEM-NUMBER
           read approval-queue
               invalid key
                   move "23" to AA-STATUS
               not invalid key
                   move APPROVAL-RECORD to AA-ITEM
                   move "00" to AA-STATUS
           end-read
           close approval-queue.

       CheckReleasedForApply.
           evaluate true
               when not AQ-APPLYING
                   move "94" to AA-STATUS
               when AQ-CHECKER-ID not = AA-OPERATOR-ID
                   or AQ-CHECKER-ID = AQ-MAKER-ID
                   or AQ-CHECKER-LEVEL not > AQ-MAKER-LEVEL
                   move "95" to AA-STATUS
           end-evaluate.
      *-----------------------------------------------------------------
