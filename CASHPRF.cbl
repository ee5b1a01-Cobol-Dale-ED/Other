      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CASHPRF.
      *-----------------------------------------------------------------
      * Daily cash proof. Money moves through the servicing account
      * four ways - keyed check batches (PAYENTRY.cbl), ACH
      * settlements (ACHPOST.cbl), payroll deductions (PAYROLL.cbl,
      * and TERMEMP.cbl's final-pay deductions), and checks out
      * (CLOSEOUT.cbl's escrow refunds and the rest of the
      * CHKISSUE.cbl stock) - and nothing used to prove that what we
      * posted is what the bank moved. This run loads the bank's
      * daily activity file (BANK-ACTIVITY.DAT,
      * bank-activity-record.cpy) and, for every date on it, sets
      * each of the bank's totals beside ours for the same date:
      *   - check deposits against the keyed batches' trailer totals
      *     (PB-TOTAL-AMOUNT, less any fee waivers in the batch -
      *     they move no money), with approved curtailments released
      *     from the dual-control queue
      *   - returned checks against the approved reversals
      *   - ACH settlements against the settled debits ACHPOST.cbl
      *     put on PAYMENTS.DAT
      *   - payroll transfers against the payroll-funded deductions
      *   - checks paid against what CHECK-ISSUE.DAT says each of
      *     those checks was issued for
      * Each line is IN BALANCE or shows its variance (bank less
      * ours). A bank item the proof cannot place - an unknown
      * transaction type, a paid check we never issued, voided, or
      * issued for another amount - is listed first.
      *
      * It also follows up the ACH debits ACHEXTR.cbl sent
      * (ACH-EXTRACTED.DAT): a debit due more than CASHPRF_ACH_DAYS
      * (environment, default 5) days ago with neither a settlement
      * on PAYMENTS.DAT nor a return on the exceptions file since
      * its due date (and before the loan's next debit) is listed,
      * and raised on the shared exceptions file (EXCLOG.cbl) for
      * the cash desk - cleared again once the bank answers. Debits
      * due more than 120 days back are not followed up.
      *
      * Writes CASHPRF.RPT. Return code 8 when any channel is out
      * of balance or a bank item cannot be placed, otherwise 4 when
      * an ACH debit is still unanswered. More than 31 dates to
      * prove, or more settlements, returns or extracted debits
      * inside the follow-up horizon than the 2000-entry tables
      * hold, refuses the run (return code 16) rather than prove
      * part of the activity.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select bank-activity
           assign to 'BANK-ACTIVITY.DAT'
           organization is line sequential
           file status is WS-BANK-STATUS.
       select payment-file
           assign to 'PAYMENTS.DAT'
           organization is line sequential
           file status is WS-PAYMENT-STATUS.
       select check-issue
           assign to 'CHECK-ISSUE.DAT'
           organization is indexed
           access mode is dynamic
           record key is CI-CHECK-NUMBER
           file status is WS-ISSUE-STATUS.
       select extract-log
           assign to 'ACH-EXTRACTED.DAT'
           organization is line sequential
           file status is WS-LOG-STATUS.
       select exceptions-file
           assign to 'EXCEPTIONS.DAT'
           organization is indexed
           access mode is dynamic
           record key is EX-ITEM-NUMBER
           file status is WS-EXC-STATUS.
       select proof-report
           assign to 'CASHPRF.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd bank-activity
           data record is BANK-ACTIVITY-RECORD.
           COPY "bank-activity-record.cpy".

       fd payment-file
           data record is PAYMENT-RECORD.
           COPY "payment-record.cpy".

       fd check-issue
           data record is CHECK-ISSUE-RECORD.
           COPY "check-issue-record.cpy".

       fd extract-log
           data record is AX-RECORD.
       01 AX-RECORD.
           05 AX-LOAN-NUMBER        pic 9(8).
           05 AX-DUE-DATE           pic 9(8).

       fd exceptions-file
           data record is EXCEPTION-RECORD.
           COPY "exception-record.cpy".

       fd proof-report
           data record is PR-Line.
       01 PR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
      * Shared exceptions file (EXCLOG.cbl).
           COPY "exception-area.cpy".

       01 WS-BANK-STATUS     pic x(2).
       01 WS-PAYMENT-STATUS  pic x(2).
       01 WS-ISSUE-STATUS    pic x(2).
       01 WS-LOG-STATUS      pic x(2).
       01 WS-EXC-STATUS      pic x(2).
       01 WS-FILE-EOF        pic x(1).
           88 WS-AT-FILE-EOF  value "Y".
       01 WS-ISSUE-OPEN-SW   pic x(1) value "N".
           88 WS-ISSUE-OPEN   value "Y".

       01 WS-TODAY           pic 9(8).
       01 WS-DAYS-TEXT       pic x(3).
       01 WS-ACH-DAYS        pic 9(3) value 5.
       01 WS-HORIZON-DAYS    pic 9(3) value 120.
       01 WS-AGED-CUTOFF     pic 9(8).
       01 WS-HORIZON-START   pic 9(8).
       01 WS-DAY-NUMBER      pic s9(7).

      * The bank's transaction types, one per proof channel, in
      * report order.
       01 WS-CHANNEL-VALUES.
           05 filler pic x(23) value "DEPCheck deposits".
           05 filler pic x(23) value "RCKReturned checks".
           05 filler pic x(23) value "ACHACH settlements".
           05 filler pic x(23) value "PAYPayroll deductions".
           05 filler pic x(23) value "CHKChecks paid".
       01 WS-CHANNEL-TABLE redefines WS-CHANNEL-VALUES.
           05 WS-CHANNEL-ENTRY occurs 5 times.
               10 WS-CH-TYPE     pic x(3).
               10 WS-CH-NAME     pic x(20).
       01 WS-CHANNEL-SUB     pic 9.
       01 WS-TYPE-SUB        pic 9.

      * Bank and posted totals by date and channel - the bank file
      * is one day's activity, so a month's room is plenty.
       01 WS-FIRST-DATE      pic 9(8) value 0.
       01 WS-LAST-DATE       pic 9(8) value 0.
       01 WS-LOOK-DATE       pic 9(8).
       01 WS-DATE-COUNT      pic 99 value 0.
       01 WS-DATE-SUB        pic 99.
       01 WS-DATE-SUB-2      pic 99.
       01 WS-DATE-OVERFLOW-SW pic x(1) value "N".
           88 WS-DATE-OVERFLOW value "Y".
       01 WS-DATE-TABLE.
           05 WS-PROOF-DAY occurs 31 times.
               10 WS-PD-DATE     pic 9(8).
               10 WS-PD-CHANNEL occurs 5 times.
                   15 WS-PD-BANK     pic 9(9)v99.
                   15 WS-PD-OURS     pic 9(9)v99.
       01 WS-PRINTED-DATE    pic 9(8).
       01 WS-NEXT-DATE       pic 9(8).
       01 WS-VARIANCE        pic s9(9)v99.
       01 WS-AMOUNT-EDITED   pic zz,zzz,zz9.99.
       01 WS-DAYS-EDITED     pic zz9.

      * The PAYMENTS.DAT batch being read.
       01 WS-REF-SOURCE      pic 9.
       01 WS-BATCH-SOURCE    pic 9.
       01 WS-BATCH-DATE      pic 9(8).
       01 WS-BATCH-KIND      pic x(1).
       01 WS-BATCH-WAIVED    pic 9(9)v99.
       01 WS-POST-AMOUNT     pic 9(9)v99.

      * ACH follow-up: the debits sent inside the horizon, and the
      * bank's answers to them - a settlement (S, from PAYMENTS.DAT)
      * or a return (R, from the exceptions file).
       01 WS-DEBIT-COUNT     pic 9(4) value 0.
       01 WS-DEBIT-SUB       pic 9(4).
       01 WS-DEBIT-SUB-2     pic 9(4).
       01 WS-DEBIT-OVERFLOW-SW pic x(1) value "N".
           88 WS-DEBIT-OVERFLOW value "Y".
       01 WS-DEBIT-TABLE.
           05 WS-DEBIT occurs 2000 times.
               10 WS-DB-LOAN     pic 9(8).
               10 WS-DB-DUE      pic 9(8).
               10 WS-DB-OPEN-SW  pic x(1).
                   88 WS-DB-UNANSWERED value "Y".
       01 WS-EVENT-COUNT     pic 9(4) value 0.
       01 WS-EVENT-SUB       pic 9(4).
       01 WS-EVENT-OVERFLOW-SW pic x(1) value "N".
           88 WS-EVENT-OVERFLOW value "Y".
       01 WS-EVENT-TABLE.
           05 WS-EVENT occurs 2000 times.
               10 WS-EV-LOAN     pic 9(8).
               10 WS-EV-DATE     pic 9(8).
               10 WS-EV-KIND     pic x(1).
       01 WS-NEXT-DUE        pic 9(8).
       01 WS-ANSWERED-SW     pic x(1).
           88 WS-ANSWERED     value "Y".
       01 WS-LOAN-OPEN-SW    pic x(1).
           88 WS-LOAN-HAS-OPEN value "Y".
       01 WS-FIRST-FOR-LOAN-SW pic x(1).
           88 WS-FIRST-FOR-LOAN value "Y".

       01 WS-RUN-BANK-ITEMS  pic 9(5) value 0.
       01 WS-RUN-UNPLACED    pic 9(5) value 0.
       01 WS-RUN-BALANCED    pic 9(5) value 0.
       01 WS-RUN-VARIANCES   pic 9(5) value 0.
       01 WS-RUN-UNANSWERED  pic 9(5) value 0.

       01 ReportTitle.
           05               pic x(33)
               value "Daily cash proof against the bank".
           05               pic x(8)  value "  - run ".
           05 RT-RunDate     pic 9(8).
       01 SectionHeading.
           05               pic x(4)  value "--- ".
           05 SH-Text        pic x(60).
       01 UnplacedHeader.
           05               pic x(10) value "Date".
           05               pic x(6)  value "Type".
           05               pic x(16) value "          Amount".
           05               pic x(2)  value spaces.
           05               pic x(18) value "Bank reference".
           05               pic x(30) value "Why".
       01 UnplacedLine.
           05 UL-Date        pic 9(8).
           05               pic x(2)  value spaces.
           05 UL-Type        pic x(3).
           05               pic x(3)  value spaces.
           05 UL-Amount      pic zzz,zzz,zz9.99.
           05               pic x(4)  value spaces.
           05 UL-Reference   pic x(16).
           05               pic x(2)  value spaces.
           05 UL-Why         pic x(30).
       01 ProofHeader.
           05               pic x(10) value "Date".
           05               pic x(22) value "Channel".
           05               pic x(16) value "            Bank".
           05               pic x(16) value "          Posted".
           05               pic x(17) value "        Variance".
           05               pic x(10) value "  Status".
       01 ProofLine.
           05 PL-Date        pic 9(8).
           05               pic x(2)  value spaces.
           05 PL-Channel     pic x(20).
           05               pic x(2)  value spaces.
           05 PL-Bank        pic zzz,zzz,zz9.99.
           05               pic x(2)  value spaces.
           05 PL-Ours        pic zzz,zzz,zz9.99.
           05               pic x(2)  value spaces.
           05 PL-Variance    pic -zzz,zzz,zz9.99.
           05               pic x(2)  value spaces.
           05 PL-Status      pic x(10).
       01 AchHeader.
           05               pic x(10) value "Loan".
           05               pic x(10) value "Due".
           05               pic x(8)  value "    Days".
       01 AchLine.
           05 AL-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 AL-Due         pic 9(8).
           05               pic x(2)  value spaces.
           05 AL-Days        pic z(5)9.
           05               pic x(2)  value spaces.
           05 AL-Note        pic x(40).
       01 ProofFooter.
           05               pic x(12) value "In balance: ".
           05 PF-Balanced    pic z(4)9.
           05               pic x(14) value "  Variances: ".
           05 PF-Variances   pic z(4)9.
           05               pic x(13) value "  Unplaced: ".
           05 PF-Unplaced    pic z(4)9.
           05               pic x(24) value "  ACH debits unanswered:".
           05 PF-Unanswered  pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date(1:8) to WS-TODAY
           accept WS-DAYS-TEXT from environment "CASHPRF_ACH_DAYS"
           if WS-DAYS-TEXT not = spaces
               move WS-DAYS-TEXT to WS-ACH-DAYS
           end-if
           compute WS-DAY-NUMBER =
               function integer-of-date(WS-TODAY) - WS-ACH-DAYS
           move function date-of-integer(WS-DAY-NUMBER)
               to WS-AGED-CUTOFF
           compute WS-DAY-NUMBER =
               function integer-of-date(WS-TODAY) - WS-HORIZON-DAYS
           move function date-of-integer(WS-DAY-NUMBER)
               to WS-HORIZON-START

           open input bank-activity
           if WS-BANK-STATUS not = "00"
               display "CASHPRF: unable to open BANK-ACTIVITY.DAT ("
                   WS-BANK-STATUS ") - no proof."
               move 16 to return-code
               goback
           end-if
      *    No check register yet just means every paid check is one
      *    we cannot place.
           open input check-issue
           if WS-ISSUE-STATUS = "00"
               set WS-ISSUE-OPEN to true
           end-if

           move 0 to WS-DATE-COUNT
           initialize WS-DATE-TABLE
           open output proof-report
           move WS-TODAY to RT-RunDate
           move ReportTitle to PR-Line
           write PR-Line
           move spaces to PR-Line
           write PR-Line
           move spaces to SH-Text
           move "Bank items the proof cannot place" to SH-Text
           perform WriteSectionHeading
           move UnplacedHeader to PR-Line
           write PR-Line

           perform LoadBankActivity
           close bank-activity
           if WS-ISSUE-OPEN
               close check-issue
           end-if
           perform CheckTableOverflow
           if WS-RUN-UNPLACED = 0
               move "  (none)" to PR-Line
               write PR-Line
           end-if

           perform LoadPostings
           perform CheckTableOverflow
           perform WriteProofByDate
           perform FollowUpAchDebits

           move WS-RUN-BALANCED to PF-Balanced
           move WS-RUN-VARIANCES to PF-Variances
           move WS-RUN-UNPLACED to PF-Unplaced
           move WS-RUN-UNANSWERED to PF-Unanswered
           move spaces to PR-Line
           write PR-Line
           move ProofFooter to PR-Line
           write PR-Line
           close proof-report

           display "CASHPRF: " WS-RUN-BANK-ITEMS " bank item(s), "
               WS-RUN-BALANCED " in balance, " WS-RUN-VARIANCES
               " variance(s), " WS-RUN-UNPLACED " unplaced, "
               WS-RUN-UNANSWERED " ACH debit(s) unanswered."
           if WS-RUN-VARIANCES > 0 or WS-RUN-UNPLACED > 0
               move 8 to return-code
           else
               if WS-RUN-UNANSWERED > 0
                   move 4 to return-code
               end-if
           end-if
           goback.

      *-----------------------------------------------------------------
      * The bank's side, by date and channel. A paid check also
      * takes our side from the check register as it goes - the
      * proof of a paid check is what we issued it for.
       LoadBankActivity.
           move "N" to WS-FILE-EOF
           perform until WS-AT-FILE-EOF
               read bank-activity
                   at end
                       set WS-AT-FILE-EOF to true
                   not at end
                       add 1 to WS-RUN-BANK-ITEMS
                       perform TakeOneBankItem
               end-read
           end-perform.

       TakeOneBankItem.
           move 0 to WS-CHANNEL-SUB
           perform varying WS-TYPE-SUB from 1 by 1
                   until WS-TYPE-SUB > 5
               if WS-CH-TYPE(WS-TYPE-SUB) = BA-TYPE
                   move WS-TYPE-SUB to WS-CHANNEL-SUB
               end-if
           end-perform
           if WS-CHANNEL-SUB = 0
               move "UNKNOWN TRANSACTION TYPE" to UL-Why
               perform WriteUnplacedLine
               exit paragraph
           end-if

           if WS-FIRST-DATE = 0 or BA-POST-DATE < WS-FIRST-DATE
               move BA-POST-DATE to WS-FIRST-DATE
           end-if
           if BA-POST-DATE > WS-LAST-DATE
               move BA-POST-DATE to WS-LAST-DATE
           end-if
           move BA-POST-DATE to WS-LOOK-DATE
           perform FindProofDate
           if WS-DATE-SUB = 0
               exit paragraph
           end-if
           add BA-AMOUNT to WS-PD-BANK(WS-DATE-SUB, WS-CHANNEL-SUB)

           if BA-CHECK-PAID
               perform PlacePaidCheck
           end-if.

       PlacePaidCheck.
           if not WS-ISSUE-OPEN or BA-CHECK-NUMBER not numeric
               move "CHECK NOT ISSUED BY US" to UL-Why
               perform WriteUnplacedLine
               exit paragraph
           end-if
           move BA-CHECK-NUMBER to CI-CHECK-NUMBER
           read check-issue
               invalid key
                   move "CHECK NOT ISSUED BY US" to UL-Why
                   perform WriteUnplacedLine
                   exit paragraph
           end-read
           if CI-VOIDED
               move "CHECK WAS VOIDED" to UL-Why
               perform WriteUnplacedLine
               exit paragraph
           end-if
           add CI-AMOUNT to WS-PD-OURS(WS-DATE-SUB, WS-CHANNEL-SUB)
           if CI-AMOUNT not = BA-AMOUNT
               move CI-AMOUNT to WS-AMOUNT-EDITED
               move spaces to UL-Why
               string "ISSUED FOR " function trim(WS-AMOUNT-EDITED)
                   delimited by size into UL-Why
               end-string
               perform WriteUnplacedLine
           end-if.

       WriteUnplacedLine.
           add 1 to WS-RUN-UNPLACED
           move BA-POST-DATE to UL-Date
           move BA-TYPE to UL-Type
           move BA-AMOUNT to UL-Amount
           move BA-REFERENCE to UL-Reference
           move UnplacedLine to PR-Line
           write PR-Line.

      * The proof day for WS-LOOK-DATE, added if new - zero in
      * WS-DATE-SUB, and the overflow switch set, when the table is
      * full.
       FindProofDate.
           perform varying WS-DATE-SUB from 1 by 1
                   until WS-DATE-SUB > WS-DATE-COUNT
               if WS-PD-DATE(WS-DATE-SUB) = WS-LOOK-DATE
                   exit paragraph
               end-if
           end-perform
           if WS-DATE-COUNT >= 31
               set WS-DATE-OVERFLOW to true
               move 0 to WS-DATE-SUB
               exit paragraph
           end-if
           add 1 to WS-DATE-COUNT
           move WS-DATE-COUNT to WS-DATE-SUB
           move WS-LOOK-DATE to WS-PD-DATE(WS-DATE-SUB).

      *-----------------------------------------------------------------
      * Our side, off PAYMENTS.DAT - every writer's batches stay on
      * it (POSTPAY.cbl skips what it has already applied), so a
      * day's postings are all there. The reference's source digit
      * (payment-record.cpy) says which channel an item came in by:
      *   1 - keyed check batch, proved on its trailer total
      *   2 - ACH settlement
      *   3, 4 - payroll deduction (PAYROLL.cbl, TERMEMP.cbl)
      *   6 - an approved curtailment (a check deposit) or reversal
      *       (a returned check), one item to a batch
      * UNAPPMNT.cbl's re-applications (5) are money already
      * deposited and are left out. Settled ACH debits are also kept
      * for the follow-up.
       LoadPostings.
           open input payment-file
           if WS-PAYMENT-STATUS not = "00"
               exit paragraph
           end-if
           move 0 to WS-BATCH-DATE
           move "N" to WS-FILE-EOF
           perform until WS-AT-FILE-EOF
               read payment-file
                   at end
                       set WS-AT-FILE-EOF to true
                   not at end
                       evaluate true
                           when PT-BATCH-HEADER
                               move 0 to WS-BATCH-SOURCE
                               move 0 to WS-BATCH-DATE
                               move 0 to WS-BATCH-WAIVED
                               move space to WS-BATCH-KIND
                           when PT-BATCH-TRAILER
                               perform CloseOneBatch
                           when other
                               perform TakeOnePosting
                       end-evaluate
               end-read
           end-perform
           close payment-file.

       TakeOnePosting.
           divide PT-REFERENCE by 100000000000 giving WS-REF-SOURCE
           if PT-FEE-WAIVER
               add PT-AMOUNT to WS-BATCH-WAIVED
               exit paragraph
           end-if
           if WS-BATCH-DATE = 0
               move PT-PAYMENT-DATE to WS-BATCH-DATE
               move WS-REF-SOURCE to WS-BATCH-SOURCE
               move PT-TYPE to WS-BATCH-KIND
           end-if

           move PT-PAYMENT-DATE to WS-LOOK-DATE
           move PT-AMOUNT to WS-POST-AMOUNT
           evaluate WS-REF-SOURCE
               when 2
                   if PT-PAYMENT
                       move 3 to WS-CHANNEL-SUB
                       perform AddPostedAmount
                       perform KeepSettlement
                   end-if
               when 3
               when 4
                   move 4 to WS-CHANNEL-SUB
                   perform AddPostedAmount
           end-evaluate.

      * A check batch is proved on its trailer, dated by its first
      * money item - a keyed batch is one day's deposit.
       CloseOneBatch.
           if WS-BATCH-DATE = 0
               exit paragraph
           end-if
           move WS-BATCH-DATE to WS-LOOK-DATE
           evaluate WS-BATCH-SOURCE
               when 1
                   compute WS-POST-AMOUNT =
                       PB-TOTAL-AMOUNT - WS-BATCH-WAIVED
                   move 1 to WS-CHANNEL-SUB
                   perform AddPostedAmount
               when 6
                   move PB-TOTAL-AMOUNT to WS-POST-AMOUNT
                   if WS-BATCH-KIND = "R"
                       move 2 to WS-CHANNEL-SUB
                   else
                       move 1 to WS-CHANNEL-SUB
                   end-if
                   perform AddPostedAmount
           end-evaluate
           move 0 to WS-BATCH-DATE.

      * Only dates the bank file covers are proved - our postings
      * from other days belong to other days' proofs.
       AddPostedAmount.
           if WS-LOOK-DATE < WS-FIRST-DATE
               or WS-LOOK-DATE > WS-LAST-DATE
               exit paragraph
           end-if
           perform FindProofDate
           if WS-DATE-SUB = 0
               exit paragraph
           end-if
           add WS-POST-AMOUNT
               to WS-PD-OURS(WS-DATE-SUB, WS-CHANNEL-SUB).

       KeepSettlement.
           if PT-PAYMENT-DATE < WS-HORIZON-START
               exit paragraph
           end-if
           if WS-EVENT-COUNT >= 2000
               set WS-EVENT-OVERFLOW to true
               exit paragraph
           end-if
           add 1 to WS-EVENT-COUNT
           move PT-LOAN-NUMBER to WS-EV-LOAN(WS-EVENT-COUNT)
           move PT-PAYMENT-DATE to WS-EV-DATE(WS-EVENT-COUNT)
           move "S" to WS-EV-KIND(WS-EVENT-COUNT).

      *-----------------------------------------------------------------
      * The proof itself, in date order, one line for each channel
      * either side moved money in.
       WriteProofByDate.
           move spaces to PR-Line
           write PR-Line
           move spaces to SH-Text
           move "Proof by date and channel" to SH-Text
           perform WriteSectionHeading
           move ProofHeader to PR-Line
           write PR-Line
           if WS-DATE-COUNT = 0
               move "  (no bank activity on file)" to PR-Line
               write PR-Line
               exit paragraph
           end-if

           move 0 to WS-PRINTED-DATE
           perform varying WS-DATE-SUB-2 from 1 by 1
                   until WS-DATE-SUB-2 > WS-DATE-COUNT
               move 99999999 to WS-NEXT-DATE
               perform varying WS-DATE-SUB from 1 by 1
                       until WS-DATE-SUB > WS-DATE-COUNT
                   if WS-PD-DATE(WS-DATE-SUB) > WS-PRINTED-DATE
                       and WS-PD-DATE(WS-DATE-SUB) < WS-NEXT-DATE
                       move WS-PD-DATE(WS-DATE-SUB) to WS-NEXT-DATE
                   end-if
               end-perform
               move WS-NEXT-DATE to WS-LOOK-DATE
               perform FindProofDate
               perform WriteOneProofDay
               move WS-NEXT-DATE to WS-PRINTED-DATE
           end-perform.

       WriteOneProofDay.
           perform varying WS-CHANNEL-SUB from 1 by 1
                   until WS-CHANNEL-SUB > 5
               if WS-PD-BANK(WS-DATE-SUB, WS-CHANNEL-SUB) not = 0
                   or WS-PD-OURS(WS-DATE-SUB, WS-CHANNEL-SUB)
                       not = 0
                   perform WriteOneProofLine
               end-if
           end-perform.

       WriteOneProofLine.
           compute WS-VARIANCE =
               WS-PD-BANK(WS-DATE-SUB, WS-CHANNEL-SUB)
               - WS-PD-OURS(WS-DATE-SUB, WS-CHANNEL-SUB)
           move WS-PD-DATE(WS-DATE-SUB) to PL-Date
           move WS-CH-NAME(WS-CHANNEL-SUB) to PL-Channel
           move WS-PD-BANK(WS-DATE-SUB, WS-CHANNEL-SUB) to PL-Bank
           move WS-PD-OURS(WS-DATE-SUB, WS-CHANNEL-SUB) to PL-Ours
           move WS-VARIANCE to PL-Variance
           if WS-VARIANCE = 0
               move "IN BALANCE" to PL-Status
               add 1 to WS-RUN-BALANCED
           else
               move "VARIANCE" to PL-Status
               add 1 to WS-RUN-VARIANCES
           end-if
           move ProofLine to PR-Line
           write PR-Line.

      *-----------------------------------------------------------------
      * ACH debits the bank has not answered. A debit is answered by
      * a settlement or a return for its loan dated on or after its
      * due date and before the loan's next debit.
       FollowUpAchDebits.
           perform LoadAchReturns
           perform LoadExtractedDebits
           perform CheckTableOverflow

           move spaces to PR-Line
           write PR-Line
           move spaces to SH-Text
           move WS-ACH-DAYS to WS-DAYS-EDITED
           string "ACH debits with no settlement or return after "
               function trim(WS-DAYS-EDITED) " days"
               delimited by size into SH-Text
           end-string
           perform WriteSectionHeading
           move AchHeader to PR-Line
           write PR-Line

           perform varying WS-DEBIT-SUB from 1 by 1
                   until WS-DEBIT-SUB > WS-DEBIT-COUNT
               if WS-DB-DUE(WS-DEBIT-SUB) not > WS-AGED-CUTOFF
                   perform CheckOneDebit
               end-if
           end-perform
           if WS-RUN-UNANSWERED = 0
               move "  (none)" to PR-Line
               write PR-Line
           end-if

      *    A loan whose aged debits are all answered now has its
      *    item cleared (no item at all is fine).
           perform varying WS-DEBIT-SUB from 1 by 1
                   until WS-DEBIT-SUB > WS-DEBIT-COUNT
               if WS-DB-DUE(WS-DEBIT-SUB) not > WS-AGED-CUTOFF
                   perform ClearLoanIfAnswered
               end-if
           end-perform.

       CheckOneDebit.
           move "N" to WS-DB-OPEN-SW(WS-DEBIT-SUB)
           move 99999999 to WS-NEXT-DUE
           perform varying WS-DEBIT-SUB-2 from 1 by 1
                   until WS-DEBIT-SUB-2 > WS-DEBIT-COUNT
               if WS-DB-LOAN(WS-DEBIT-SUB-2) = WS-DB-LOAN(WS-DEBIT-SUB)
                   and WS-DB-DUE(WS-DEBIT-SUB-2)
                       > WS-DB-DUE(WS-DEBIT-SUB)
                   and WS-DB-DUE(WS-DEBIT-SUB-2) < WS-NEXT-DUE
                   move WS-DB-DUE(WS-DEBIT-SUB-2) to WS-NEXT-DUE
               end-if
           end-perform

           move "N" to WS-ANSWERED-SW
           perform varying WS-EVENT-SUB from 1 by 1
                   until WS-EVENT-SUB > WS-EVENT-COUNT
                   or WS-ANSWERED
               if WS-EV-LOAN(WS-EVENT-SUB) = WS-DB-LOAN(WS-DEBIT-SUB)
                   and WS-EV-DATE(WS-EVENT-SUB)
                       not < WS-DB-DUE(WS-DEBIT-SUB)
                   and WS-EV-DATE(WS-EVENT-SUB) < WS-NEXT-DUE
                   set WS-ANSWERED to true
               end-if
           end-perform
           if WS-ANSWERED
               exit paragraph
           end-if

           set WS-DB-UNANSWERED(WS-DEBIT-SUB) to true
           add 1 to WS-RUN-UNANSWERED
           move WS-DB-LOAN(WS-DEBIT-SUB) to AL-Loan
           move WS-DB-DUE(WS-DEBIT-SUB) to AL-Due
           compute AL-Days = function integer-of-date(WS-TODAY)
               - function integer-of-date(WS-DB-DUE(WS-DEBIT-SUB))
           move "NO SETTLEMENT OR RETURN" to AL-Note
           move AchLine to PR-Line
           write PR-Line

           set XA-FUNC-CONDITION to true
           move spaces to XA-TEXT
           string "ACH debit due " WS-DB-DUE(WS-DEBIT-SUB)
               " - bank has not answered"
               delimited by size into XA-TEXT
           end-string
           move WS-DB-DUE(WS-DEBIT-SUB) to XA-EVENT-DATE
           perform CallExceptionLog.

      * Once per loan (at its first aged debit): no aged debit left
      * unanswered clears the loan's item.
       ClearLoanIfAnswered.
           move "Y" to WS-FIRST-FOR-LOAN-SW
           move "N" to WS-LOAN-OPEN-SW
           perform varying WS-DEBIT-SUB-2 from 1 by 1
                   until WS-DEBIT-SUB-2 > WS-DEBIT-COUNT
               if WS-DB-LOAN(WS-DEBIT-SUB-2) = WS-DB-LOAN(WS-DEBIT-SUB)
                   and WS-DB-DUE(WS-DEBIT-SUB-2)
                       not > WS-AGED-CUTOFF
                   if WS-DEBIT-SUB-2 < WS-DEBIT-SUB
                       move "N" to WS-FIRST-FOR-LOAN-SW
                   end-if
                   if WS-DB-UNANSWERED(WS-DEBIT-SUB-2)
                       set WS-LOAN-HAS-OPEN to true
                   end-if
               end-if
           end-perform
           if not WS-FIRST-FOR-LOAN or WS-LOAN-HAS-OPEN
               exit paragraph
           end-if
           set XA-FUNC-CLEAR to true
           move "bank has answered the ACH debit" to XA-TEXT
           move 0 to XA-EVENT-DATE
           perform CallExceptionLog.

      * The loan's unanswered-debit item on the shared exceptions
      * file, raised or cleared as the caller set XA-FUNCTION.
       CallExceptionLog.
           move "CASHPRF" to XA-SOURCE
           set XA-DESK-CASH to true
           set XA-KEY-LOAN to true
           move WS-DB-LOAN(WS-DEBIT-SUB) to XA-KEY
           move "ACHNORSP" to XA-CODE
           move 0 to XA-AMOUNT
           call "EXCLOG" using EXCEPTION-AREA.

      * Returns ACHPOST.cbl raised (codes RET-xx), read before any
      * EXCLOG call opens the file for update.
       LoadAchReturns.
           open input exceptions-file
           if WS-EXC-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-FILE-EOF
           perform until WS-AT-FILE-EOF
               read exceptions-file next record
                   at end
                       set WS-AT-FILE-EOF to true
                   not at end
                       if EX-SOURCE = "ACHPOST" and EX-KEY-LOAN
                           and EX-CODE(1:4) = "RET-"
                           and EX-EVENT-DATE not < WS-HORIZON-START
                           perform KeepAchReturn
                       end-if
               end-read
           end-perform
           close exceptions-file.

       KeepAchReturn.
           if WS-EVENT-COUNT >= 2000
               set WS-EVENT-OVERFLOW to true
               exit paragraph
           end-if
           add 1 to WS-EVENT-COUNT
           move EX-KEY to WS-EV-LOAN(WS-EVENT-COUNT)
           move EX-EVENT-DATE to WS-EV-DATE(WS-EVENT-COUNT)
           move "R" to WS-EV-KIND(WS-EVENT-COUNT).

       LoadExtractedDebits.
           open input extract-log
           if WS-LOG-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-FILE-EOF
           perform until WS-AT-FILE-EOF
               read extract-log
                   at end
                       set WS-AT-FILE-EOF to true
                   not at end
                       if AX-DUE-DATE not < WS-HORIZON-START
                           perform KeepExtractedDebit
                       end-if
               end-read
           end-perform
           close extract-log.

       KeepExtractedDebit.
           if WS-DEBIT-COUNT >= 2000
               set WS-DEBIT-OVERFLOW to true
               exit paragraph
           end-if
           add 1 to WS-DEBIT-COUNT
           move AX-LOAN-NUMBER to WS-DB-LOAN(WS-DEBIT-COUNT)
           move AX-DUE-DATE to WS-DB-DUE(WS-DEBIT-COUNT)
           move "N" to WS-DB-OPEN-SW(WS-DEBIT-COUNT).

      *-----------------------------------------------------------------
      * A table too small for what is on file refuses the run - a
      * proof of part of the activity would read as a clean one.
      * Only the report is open at each point this is checked.
       CheckTableOverflow.
           if not WS-DATE-OVERFLOW and not WS-EVENT-OVERFLOW
                   and not WS-DEBIT-OVERFLOW
               exit paragraph
           end-if
           evaluate true
               when WS-DATE-OVERFLOW
                   display "CASHPRF: more than 31 dates to prove - "
                       "run refused rather than proving part of the "
                       "activity."
               when WS-EVENT-OVERFLOW
                   display "CASHPRF: more than 2000 ACH settlements "
                       "and returns inside the horizon - run refused "
                       "rather than following up part of them."
               when other
                   display "CASHPRF: ACH-EXTRACTED.DAT has more than "
                       "2000 debits inside the horizon - run refused "
                       "rather than following up part of them."
           end-evaluate
           move spaces to PR-Line
           write PR-Line
           move "*** RUN REFUSED - TABLE OVERFLOW, PROOF INCOMPLETE ***"
               to PR-Line
           write PR-Line
           close proof-report
           move 16 to return-code
           goback.

       WriteSectionHeading.
           move SectionHeading to PR-Line
           write PR-Line.
      *-----------------------------------------------------------------
