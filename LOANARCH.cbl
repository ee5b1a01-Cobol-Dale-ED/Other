      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. LOANARCH.
      *-----------------------------------------------------------------
      * Archive and purge of long-closed loans. Nothing ever left
      * LOAN-MASTER.DAT, SCHED-MASTER.DAT or PAY-HISTORY.DAT, so
      * every nightly pass (AGING, ACCRUE, STMTGEN, TRIALBAL,
      * ACHEXTR) read through years of finished loans. This
      * retention run takes every loan closed, paid off or
      * refinanced more than N years ago - N from ARCHIVE-PARMS.DAT
      * - and moves it, with its schedule rows, payment history,
      * late-fee history and modification history, into archive
      * files named for the run date:
      *   ARCH-LOAN-yyyymmdd.DAT     master records
      *   ARCH-SCHED-yyyymmdd.DAT    schedule repository rows
      *   ARCH-PAYHIST-yyyymmdd.DAT  PAY-HISTORY.DAT entries
      *   ARCH-FEEHIST-yyyymmdd.DAT  FEE-HISTORY.DAT entries
      *   ARCH-MODHIST-yyyymmdd.DAT  MOD-HISTORY.DAT records
      * Each archived loan leaves a tombstone on LOAN-TOMBSTONE.DAT
      * (loan-tombstone-record.cpy) so its number can never be
      * boarded again and SERVINQ.cbl can still find it.
      *
      * The retention period runs from LM-PAID-THRU-DATE - the last
      * payment, or the funding date for a refinanced loan - or from
      * origination for a loan that never took a payment. A loan is
      * refused (listed, left on the live files) while it still has
      * a late-fee balance, a partial payment held in suspense, or
      * an escrow balance: escrow collected on the paid schedule
      * rows, less ESCROW-DISB.DAT disbursements, less the refund
      * checks CLOSEOUT.cbl or LOANREFI.cbl issued for it
      * (CHECK-ISSUE.DAT, voided ones excluded), must come to
      * exactly zero.
      *
      * The two line-sequential history files are rewritten in
      * place through a .KEEP work copy; any entry left on them
      * against a loan already on the tombstone file (an
      * interrupted earlier run) is moved as well. LOANARCH.RPT is
      * the control report - one line per loan considered, with the
      * counts and amounts moved and the totals.
      *
      * Nothing live is deleted or replaced until its archive copy
      * (and, for the histories, the whole work copy) was written
      * "00". The first archive or work file that will not open or
      * write stops the purge there - the loans not reached stay on
      * the live files - and the run ends with return code 16.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select archive-parms
           assign to 'ARCHIVE-PARMS.DAT'
           organization is line sequential
           file status is WS-PARMS-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select sched-master
           assign to 'SCHED-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           file status is WS-SM-STATUS.
       select mod-history
           assign to 'MOD-HISTORY.DAT'
           organization is indexed
           access mode is dynamic
           record key is MH-KEY
           file status is WS-MODHIST-STATUS.
       select tombstone-file
           assign to 'LOAN-TOMBSTONE.DAT'
           organization is indexed
           access mode is dynamic
           record key is TB-LOAN-NUMBER
           file status is WS-TOMB-STATUS.
       select escrow-disb
           assign to 'ESCROW-DISB.DAT'
           organization is line sequential
           file status is WS-DISB-STATUS.
       select check-issue
           assign to 'CHECK-ISSUE.DAT'
           organization is indexed
           access mode is dynamic
           record key is CI-CHECK-NUMBER
           file status is WS-ISSUE-STATUS.
       select pay-history
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
       select fee-history
           assign to 'FEE-HISTORY.DAT'
           organization is line sequential
           file status is WS-FEEHIST-STATUS.
      * Work copy the kept history entries are written to, then
      * copied back over the live file.
       select keep-file
           assign dynamic WS-KEEP-FILENAME
           organization is line sequential
           file status is WS-KEEP-STATUS.
       select arch-loan
           assign dynamic WS-ARCH-LOAN-NAME
           organization is line sequential
           file status is WS-ARCH-STATUS.
       select arch-sched
           assign dynamic WS-ARCH-SCHED-NAME
           organization is line sequential
           file status is WS-ARCH-STATUS.
       select arch-modhist
           assign dynamic WS-ARCH-MODHIST-NAME
           organization is line sequential
           file status is WS-ARCH-STATUS.
       select arch-history
           assign dynamic WS-ARCH-HISTORY-NAME
           organization is line sequential
           file status is WS-ARCH-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
      * Forward-recovery journal - every master record moved off
      * is journaled as a delete, so a LOANRCVR replay over an
      * older backup removes it again.
       select loan-journal
           assign to 'LOAN-JOURNAL.DAT'
           organization is line sequential
           file status is WS-LJOURNAL-STATUS.
       select archive-report
           assign to 'LOANARCH.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * Retention period in whole years - a loan closed longer ago
      * than this is archived.
       fd archive-parms
           data record is AP-RECORD.
       01 AP-RECORD.
           05 AP-RETENTION-YEARS    pic 9(2).

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

       fd mod-history
           data record is MOD-HISTORY-RECORD.
           COPY "mod-history-record.cpy".

       fd tombstone-file
           data record is TOMBSTONE-RECORD.
           COPY "loan-tombstone-record.cpy".

       fd escrow-disb
           data record is ED-RECORD.
           COPY "escrow-disb-record.cpy".

       fd check-issue
           data record is CHECK-ISSUE-RECORD.
           COPY "check-issue-record.cpy".

       fd pay-history
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd fee-history
           data record is FH-RECORD.
           COPY "fee-history-record.cpy".

      * The work and archive files hold the source records exactly
      * as they were, one per line.
       fd keep-file
           data record is KP-Line.
       01 KP-Line                  pic x(140).

       fd arch-loan
           data record is AL-Line.
       01 AL-Line                  pic x(140).

       fd arch-sched
           data record is AS-Line.
       01 AS-Line                  pic x(140).

       fd arch-modhist
           data record is AM-Line.
       01 AM-Line                  pic x(140).

       fd arch-history
           data record is AH-Line.
       01 AH-Line                  pic x(140).

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       fd loan-journal
           data record is LJ-RECORD.
           COPY "loan-journal-record.cpy".

       fd archive-report
           data record is AR-Line.
       01 AR-Line                  pic x(120).

       WORKING-STORAGE SECTION.
      * In-use lock over the loan master (FILELOCK.cbl) - this run
      * deletes master records.
           COPY "file-lock.cpy".

           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

       01 WS-LJOURNAL-STATUS pic x(2).
       01 WS-LJ-BEFORE       pic x(130).
       01 WS-LJ-ACTION       pic x(1).
       01 WS-PARMS-STATUS    pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-MODHIST-STATUS  pic x(2).
       01 WS-TOMB-STATUS     pic x(2).
       01 WS-DISB-STATUS     pic x(2).
       01 WS-ISSUE-STATUS    pic x(2).
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-FEEHIST-STATUS  pic x(2).
       01 WS-KEEP-STATUS     pic x(2).
       01 WS-ARCH-STATUS     pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).

       01 WS-MASTER-EOF      pic x(1).
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-SM-EOF          pic x(1).
           88 WS-AT-SM-EOF    value "Y".
       01 WS-MODHIST-EOF     pic x(1).
           88 WS-AT-MODHIST-EOF value "Y".
       01 WS-DISB-EOF        pic x(1).
           88 WS-AT-DISB-EOF  value "Y".
       01 WS-ISSUE-EOF       pic x(1).
           88 WS-AT-ISSUE-EOF value "Y".
       01 WS-HISTORY-EOF     pic x(1).
           88 WS-AT-HISTORY-EOF value "Y".
       01 WS-KEEP-EOF        pic x(1).
           88 WS-AT-KEEP-EOF  value "Y".
       01 WS-MODHIST-OPEN-SW pic x(1) value "N".
           88 WS-MODHIST-OPEN value "Y".
      * An archive or work-copy open or write that did not come back
      * "00": nothing more is purged and the run ends RC 16.
       01 WS-ARCHIVE-FAILED-SW pic x(1) value "N".
           88 WS-ARCHIVE-FAILED value "Y".
       01 WS-HISTORY-FAILED-SW pic x(1).
           88 WS-HISTORY-FAILED value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-RETENTION-YEARS pic 9(2).
       01 WS-CUTOFF-DATE     pic 9(8).
       01 WS-CUTOFF-PARTS redefines WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY pic 9(4).
           05 WS-CUTOFF-MMDD pic 9(4).
       01 WS-CLOSED-DATE     pic 9(8).

       01 WS-KEEP-FILENAME   pic x(30).
       01 WS-ARCH-LOAN-NAME  pic x(30).
       01 WS-ARCH-SCHED-NAME pic x(30).
       01 WS-ARCH-MODHIST-NAME pic x(30).
       01 WS-ARCH-HISTORY-NAME pic x(30).

      * The loans considered this run, held until every history
      * pass is done so the control report can show what moved for
      * each - same capacity thinking as GENSWEEP.cbl's catalog
      * table: past the capacity the rest wait for the next run.
       01 WS-CAND-CAPACITY   pic 9(4) value 500.
       01 WS-CAND-COUNT      pic 9(4) value 0.
       01 WS-CAND-SUB        pic 9(4).
       01 WS-FOUND-SUB       pic 9(4).
       01 WS-CAPACITY-SW     pic x(1) value "N".
           88 WS-CAPACITY-REACHED value "Y".
       01 WS-CAND-TABLE.
           05 WS-CAND-ENTRY occurs 500 times.
               10 WS-CA-LOAN        pic 9(8).
               10 WS-CA-STATUS      pic x(1).
               10 WS-CA-CLOSED      pic 9(8).
               10 WS-CA-PRINCIPAL   pic 9(9)v99.
               10 WS-CA-OK-SW       pic x(1).
                   88 WS-CA-OK      value "Y".
               10 WS-CA-REASON      pic x(30).
               10 WS-CA-COLLECTED   pic 9(9)v99.
               10 WS-CA-DISBURSED   pic 9(9)v99.
               10 WS-CA-REFUNDED    pic 9(9)v99.
               10 WS-CA-SCHED-ROWS  pic 9(5).
               10 WS-CA-MODS        pic 9(3).
               10 WS-CA-PAYMENTS    pic 9(5).
               10 WS-CA-PAY-AMOUNT  pic 9(9)v99.
               10 WS-CA-FEES        pic 9(5).
               10 WS-CA-FEE-AMOUNT  pic 9(7)v99.
       01 WS-ESCROW-LEFT     pic s9(9)v99.

       01 WS-TOMBSTONED-SW   pic x(1).
           88 WS-TOMBSTONED   value "Y".
       01 WS-MOVED-ANY-SW    pic x(1).
           88 WS-MOVED-ANY    value "Y".

       01 WS-RUN-ARCHIVED    pic 9(5) value 0.
       01 WS-RUN-REFUSED     pic 9(5) value 0.
       01 WS-RUN-PRINCIPAL   pic 9(11)v99 value 0.
       01 WS-RUN-SCHED-ROWS  pic 9(7) value 0.
       01 WS-RUN-MODS        pic 9(7) value 0.
       01 WS-RUN-PAYMENTS    pic 9(7) value 0.
       01 WS-RUN-PAY-AMOUNT  pic 9(11)v99 value 0.
       01 WS-RUN-FEES        pic 9(7) value 0.
       01 WS-RUN-FEE-AMOUNT  pic 9(9)v99 value 0.
       01 WS-RUN-LEFTOVERS   pic 9(7) value 0.

       01 ArchiveTitle.
           05               pic x(19) value "Loan archive - run ".
           05 AT-RunDate     pic 9(8).
           05               pic x(13) value ", retention ".
           05 AT-Years       pic z9.
           05               pic x(24) value " year(s), closed before ".
           05 AT-Cutoff      pic 9(8).
       01 ArchiveHeader.
           05               pic x(10) value "Loan".
           05               pic x(3)  value "St".
           05               pic x(10) value "Closed".
           05               pic x(15) value "Principal".
           05               pic x(7)  value "Sched".
           05               pic x(20) value "Payments".
           05               pic x(17) value "Fees".
           05               pic x(6)  value "Mods".
           05               pic x(30) value "Disposition".
       01 ArchiveDetailLine.
           05 AD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 AD-Status      pic x(1).
           05               pic x(2)  value spaces.
           05 AD-Closed      pic 9(8).
           05               pic x(2)  value spaces.
           05 AD-Principal   pic zzz,zzz,zz9.99.
           05               pic x(1)  value spaces.
           05 AD-Sched       pic z(4)9.
           05               pic x(2)  value spaces.
           05 AD-Payments    pic z(4)9.
           05               pic x(1)  value spaces.
           05 AD-PayAmount   pic zzz,zzz,zz9.99.
           05               pic x(1)  value spaces.
           05 AD-Fees        pic z(4)9.
           05               pic x(1)  value spaces.
           05 AD-FeeAmount   pic zz,zz9.99.
           05               pic x(2)  value spaces.
           05 AD-Mods        pic zz9.
           05               pic x(3)  value spaces.
           05 AD-Disposition pic x(30).
       01 ArchiveTotalLine.
           05 AX-Label       pic x(34).
           05 AX-Count       pic z,zzz,zz9.
           05               pic x(2)  value spaces.
           05 AX-Amount      pic z,zzz,zzz,zz9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY

           perform ReadRetentionParms
           perform ComputeCutoffDate

           move "LOANMSTR" to FL-FILE-ID
           move "LOANARCH" to FL-HOLDER
           set FL-FUNC-TAKE to true
           call "FILELOCK" using FILE-LOCK-AREA
           if not FL-OK
               display "LOANARCH: LOAN-MASTER.DAT is in use by "
                   FL-HELD-BY " since " FL-HELD-SINCE
                   " - run refused."
               move 8 to return-code
               goback
           end-if

           perform OpenArchiveFiles
           perform BuildArchiveNames

           perform SelectCandidates
           perform SumEscrowDisbursed
           perform SumEscrowRefunded
           perform varying WS-CAND-SUB from 1 by 1
                   until WS-CAND-SUB > WS-CAND-COUNT
               perform CheckEscrowSettled
           end-perform

           perform varying WS-CAND-SUB from 1 by 1
                   until WS-CAND-SUB > WS-CAND-COUNT
               if WS-CA-OK(WS-CAND-SUB)
                   if WS-ARCHIVE-FAILED
                       move "N" to WS-CA-OK-SW(WS-CAND-SUB)
                       move "NOT ARCHIVED - run stopped"
                           to WS-CA-REASON(WS-CAND-SUB)
                   else
                       perform ArchiveOneLoan
                   end-if
               end-if
           end-perform

      *    The history passes only move entries of loans already
      *    tombstoned, so they still run after a stopped loan.
           perform ArchivePayHistory
           perform ArchiveFeeHistory

           perform WriteControlReport
           if WS-ARCHIVE-FAILED
               display "LOANARCH: an archive or work file could not "
                   "be written - run stopped, see LOANARCH.RPT."
               move 16 to return-code
           end-if

           close loan-master
           close sched-master
           close tombstone-file
           if WS-MODHIST-OPEN
               close mod-history
           end-if
           perform FreeMasterLock

           display "LOANARCH: " WS-RUN-ARCHIVED " loan(s) archived, "
               WS-RUN-REFUSED " refused - see LOANARCH.RPT."
           goback.

      *-----------------------------------------------------------------
      * The retention period has to be set - there is no safe
      * default for how much history to move out of reach.
       ReadRetentionParms.
           move 0 to WS-RETENTION-YEARS
           open input archive-parms
           if WS-PARMS-STATUS = "00"
               read archive-parms
                   at end
                       continue
                   not at end
                       if AP-RETENTION-YEARS is numeric
                           move AP-RETENTION-YEARS
                               to WS-RETENTION-YEARS
                       end-if
               end-read
               close archive-parms
           end-if
           if WS-RETENTION-YEARS = 0
               display "LOANARCH: ARCHIVE-PARMS.DAT missing or its "
                   "retention years not set - nothing archived."
               move 16 to return-code
               goback
           end-if.

      * Today less the retention years - a Feb 29 run date falls
      * back to Feb 28 in a year that has none.
       ComputeCutoffDate.
           move WS-TODAY to WS-CUTOFF-DATE
           subtract WS-RETENTION-YEARS from WS-CUTOFF-YYYY
           if WS-CUTOFF-MMDD = 0229
               move 0228 to WS-CUTOFF-MMDD
           end-if.

       OpenArchiveFiles.
           open i-o loan-master
           if WS-MASTER-STATUS not = "00"
               display "LOANARCH: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if
           open i-o sched-master
           if WS-SM-STATUS not = "00"
               display "LOANARCH: unable to open SCHED-MASTER.DAT ("
                   WS-SM-STATUS ") - escrow cannot be proved, "
                   "nothing archived."
               close loan-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if
           open i-o tombstone-file
           if WS-TOMB-STATUS = "35"
               open output tombstone-file
               close tombstone-file
               open i-o tombstone-file
           end-if
           if WS-TOMB-STATUS not = "00"
               display "LOANARCH: unable to open LOAN-TOMBSTONE.DAT ("
                   WS-TOMB-STATUS ")"
               close loan-master
               close sched-master
               perform FreeMasterLock
               move 16 to return-code
               goback
           end-if
      *    No modification history yet simply means no loan was
      *    ever modified.
           open i-o mod-history
           if WS-MODHIST-STATUS = "00"
               set WS-MODHIST-OPEN to true
           end-if.

       BuildArchiveNames.
           move spaces to WS-ARCH-LOAN-NAME WS-ARCH-SCHED-NAME
               WS-ARCH-MODHIST-NAME
           string "ARCH-LOAN-" WS-TODAY ".DAT"
               delimited by size into WS-ARCH-LOAN-NAME
           end-string
           string "ARCH-SCHED-" WS-TODAY ".DAT"
               delimited by size into WS-ARCH-SCHED-NAME
           end-string
           string "ARCH-MODHIST-" WS-TODAY ".DAT"
               delimited by size into WS-ARCH-MODHIST-NAME
           end-string.

       FreeMasterLock.
           move "LOANMSTR" to FL-FILE-ID
           set FL-FUNC-FREE to true
           call "FILELOCK" using FILE-LOCK-AREA.

      *-----------------------------------------------------------------
      * Every finished loan past the retention period is considered;
      * the fee and suspense edits and the escrow collected on its
      * paid rows are taken here, the escrow paid out afterwards.
       SelectCandidates.
           move "N" to WS-MASTER-EOF
           move 0 to LM-LOAN-NUMBER
           start loan-master key is greater than or equal to
                   LM-LOAN-NUMBER
               invalid key
                   set WS-AT-MASTER-EOF to true
           end-start
           perform until WS-AT-MASTER-EOF
               read loan-master next record
                   at end
                       set WS-AT-MASTER-EOF to true
                   not at end
                       if LM-CLOSED or LM-PAID-OFF or LM-REFINANCED
                           perform ConsiderOneLoan
                       end-if
               end-read
           end-perform.

       ConsiderOneLoan.
           if LM-PAID-THRU-DATE = 0
               move LM-ORIG-DATE to WS-CLOSED-DATE
           else
               move LM-PAID-THRU-DATE to WS-CLOSED-DATE
           end-if
           if WS-CLOSED-DATE not < WS-CUTOFF-DATE
               exit paragraph
           end-if
           if WS-CAND-COUNT = WS-CAND-CAPACITY
               set WS-CAPACITY-REACHED to true
               exit paragraph
           end-if

           add 1 to WS-CAND-COUNT
           move WS-CAND-COUNT to WS-CAND-SUB
           initialize WS-CAND-ENTRY(WS-CAND-SUB)
           move LM-LOAN-NUMBER to WS-CA-LOAN(WS-CAND-SUB)
           move LM-STATUS to WS-CA-STATUS(WS-CAND-SUB)
           move WS-CLOSED-DATE to WS-CA-CLOSED(WS-CAND-SUB)
           move LM-PRINCIPAL to WS-CA-PRINCIPAL(WS-CAND-SUB)
           move "Y" to WS-CA-OK-SW(WS-CAND-SUB)
           evaluate true
               when LM-FEE-BALANCE > 0
                   move "N" to WS-CA-OK-SW(WS-CAND-SUB)
                   move "REFUSED - fee balance left"
                       to WS-CA-REASON(WS-CAND-SUB)
               when LM-CARRY-AMOUNT > 0
                   move "N" to WS-CA-OK-SW(WS-CAND-SUB)
                   move "REFUSED - suspense balance left"
                       to WS-CA-REASON(WS-CAND-SUB)
           end-evaluate
           perform SumEscrowCollected.

      * Escrow collected: the escrow column over the paid rows, the
      * figure CLOSEOUT.cbl refunds from.
       SumEscrowCollected.
           if LM-PAID-THRU-PERIOD = 0
               exit paragraph
           end-if
           move "N" to WS-SM-EOF
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           move 1 to SM-PERIOD
           start sched-master key is greater than or equal to SM-KEY
               invalid key
                   set WS-AT-SM-EOF to true
           end-start
           perform until WS-AT-SM-EOF
               read sched-master next record
                   at end
                       set WS-AT-SM-EOF to true
                   not at end
                       if SM-LOAN-NUMBER not = LM-LOAN-NUMBER
                           or SM-PERIOD > LM-PAID-THRU-PERIOD
                           set WS-AT-SM-EOF to true
                       else
                           add SM-ESCROW
                               to WS-CA-COLLECTED(WS-CAND-SUB)
                       end-if
               end-read
           end-perform.

      *-----------------------------------------------------------------
      * Escrow paid out for the candidates, one pass over the
      * disbursement history.
       SumEscrowDisbursed.
           if WS-CAND-COUNT = 0
               exit paragraph
           end-if
           open input escrow-disb
           if WS-DISB-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-DISB-EOF
           perform until WS-AT-DISB-EOF
               read escrow-disb
                   at end
                       set WS-AT-DISB-EOF to true
                   not at end
                       move ED-LOAN-NUMBER to LM-LOAN-NUMBER
                       perform FindCandidate
                       if WS-FOUND-SUB > 0
                           add ED-AMOUNT
                               to WS-CA-DISBURSED(WS-FOUND-SUB)
                       end-if
               end-read
           end-perform
           close escrow-disb.

      * Escrow refunded to the borrower at closeout or refinance -
      * CLOSEOUT's and LOANREFI's checks reference the loan number.
      * A voided check was never paid, so its refund is still owed.
       SumEscrowRefunded.
           if WS-CAND-COUNT = 0
               exit paragraph
           end-if
           open input check-issue
           if WS-ISSUE-STATUS not = "00"
               exit paragraph
           end-if
           move "N" to WS-ISSUE-EOF
           move 0 to CI-CHECK-NUMBER
           start check-issue key is greater than or equal to
                   CI-CHECK-NUMBER
               invalid key
                   set WS-AT-ISSUE-EOF to true
           end-start
           perform until WS-AT-ISSUE-EOF
               read check-issue next record
                   at end
                       set WS-AT-ISSUE-EOF to true
                   not at end
                       if (CI-SOURCE = "CLOSEOUT"
                           or CI-SOURCE = "LOANREFI")
                           and not CI-VOIDED
                           move CI-REFERENCE to LM-LOAN-NUMBER
                           perform FindCandidate
                           if WS-FOUND-SUB > 0
                               add CI-AMOUNT
                                   to WS-CA-REFUNDED(WS-FOUND-SUB)
                           end-if
                       end-if
               end-read
           end-perform
           close check-issue.

       CheckEscrowSettled.
           if not WS-CA-OK(WS-CAND-SUB)
               exit paragraph
           end-if
           compute WS-ESCROW-LEFT =
               WS-CA-COLLECTED(WS-CAND-SUB)
               - WS-CA-DISBURSED(WS-CAND-SUB)
               - WS-CA-REFUNDED(WS-CAND-SUB)
           if WS-ESCROW-LEFT not = 0
               move "N" to WS-CA-OK-SW(WS-CAND-SUB)
               move "REFUSED - escrow balance left"
                   to WS-CA-REASON(WS-CAND-SUB)
           end-if.

      * The candidate entry for the loan number in LM-LOAN-NUMBER,
      * or zero.
       FindCandidate.
           move 0 to WS-FOUND-SUB
           perform varying WS-CAND-SUB from 1 by 1
                   until WS-CAND-SUB > WS-CAND-COUNT
                   or WS-FOUND-SUB > 0
               if WS-CA-LOAN(WS-CAND-SUB) = LM-LOAN-NUMBER
                   move WS-CAND-SUB to WS-FOUND-SUB
               end-if
           end-perform.

      *-----------------------------------------------------------------
      * Moves one loan: its schedule rows (the period-0 stamp
      * included) and modification history, then its master record
      * and tombstone. A live record is deleted only after its
      * archive copy was written "00", and the master goes last, so
      * a loan stopped part way is still a candidate on the next
      * run and nothing is ever left without a copy.
       ArchiveOneLoan.
           move WS-CA-LOAN(WS-CAND-SUB) to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   move "N" to WS-CA-OK-SW(WS-CAND-SUB)
                   move "REFUSED - not found on re-read"
                       to WS-CA-REASON(WS-CAND-SUB)
                   exit paragraph
           end-read

           perform ArchiveScheduleRows
           if WS-ARCHIVE-FAILED
               perform StopArchivedLoan
               exit paragraph
           end-if
           if WS-MODHIST-OPEN
               perform ArchiveModHistory
               if WS-ARCHIVE-FAILED
                   perform StopArchivedLoan
                   exit paragraph
               end-if
           end-if

           open extend arch-loan
           if WS-ARCH-STATUS = "35"
               open output arch-loan
           end-if
           if WS-ARCH-STATUS not = "00"
               display "LOANARCH: unable to open " WS-ARCH-LOAN-NAME
                   " (" WS-ARCH-STATUS ") - loan "
                   LM-LOAN-NUMBER " not archived."
               set WS-ARCHIVE-FAILED to true
               perform StopArchivedLoan
               exit paragraph
           end-if
           move LOAN-MASTER-RECORD to AL-Line
           write AL-Line
           if WS-ARCH-STATUS not = "00"
               display "LOANARCH: write to " WS-ARCH-LOAN-NAME
                   " failed (" WS-ARCH-STATUS ") - loan "
                   LM-LOAN-NUMBER " not archived."
               close arch-loan
               set WS-ARCHIVE-FAILED to true
               perform StopArchivedLoan
               exit paragraph
           end-if
           close arch-loan

           move LM-LOAN-NUMBER to TB-LOAN-NUMBER
           move LM-EMP-ID to TB-EMP-ID
           move LM-BORROWER-NUMBER to TB-BORROWER-NUMBER
           move LM-STATUS to TB-STATUS
           move LM-ORIG-DATE to TB-ORIG-DATE
           move LM-PRINCIPAL to TB-PRINCIPAL
           move WS-CA-CLOSED(WS-CAND-SUB) to TB-CLOSED-DATE
           move WS-TODAY to TB-ARCHIVE-DATE
           write TOMBSTONE-RECORD
               invalid key
                   rewrite TOMBSTONE-RECORD
           end-write

           move LOAN-MASTER-RECORD to WS-LJ-BEFORE
           delete loan-master
               invalid key
                   display "LOANARCH: master delete failed for loan "
                       LM-LOAN-NUMBER " (" WS-MASTER-STATUS ")"
               not invalid key
                   move "D" to WS-LJ-ACTION
                   perform WriteRecoveryJournal
           end-delete

           add 1 to WS-RUN-ARCHIVED
           add WS-CA-PRINCIPAL(WS-CAND-SUB) to WS-RUN-PRINCIPAL
           move "ARCHIVED" to WS-CA-REASON(WS-CAND-SUB)

           move TB-EMP-ID to WS-AUDIT-EMP-ID
           move "LOAN-ARCH" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " TB-LOAN-NUMBER " archived " WS-TODAY
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditEntry.

      * The loan keeps its master record; the rows already moved are
      * on the archive file, the rest stay live for the next run.
       StopArchivedLoan.
           move "N" to WS-CA-OK-SW(WS-CAND-SUB)
           move "STOPPED - archive not written"
               to WS-CA-REASON(WS-CAND-SUB).

       ArchiveScheduleRows.
           open extend arch-sched
           if WS-ARCH-STATUS = "35"
               open output arch-sched
           end-if
           if WS-ARCH-STATUS not = "00"
               display "LOANARCH: unable to open " WS-ARCH-SCHED-NAME
                   " (" WS-ARCH-STATUS ") - loan "
                   LM-LOAN-NUMBER " not archived."
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           move "N" to WS-SM-EOF
           move LM-LOAN-NUMBER to SM-LOAN-NUMBER
           move 0 to SM-PERIOD
           start sched-master key is greater than or equal to SM-KEY
               invalid key
                   set WS-AT-SM-EOF to true
           end-start
           perform until WS-AT-SM-EOF
               read sched-master next record
                   at end
                       set WS-AT-SM-EOF to true
                   not at end
                       if SM-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-SM-EOF to true
                       else
                           move SCHED-MASTER-RECORD to AS-Line
                           write AS-Line
                           if WS-ARCH-STATUS = "00"
                               delete sched-master
                               add 1 to WS-CA-SCHED-ROWS(WS-CAND-SUB)
                               add 1 to WS-RUN-SCHED-ROWS
                           else
                               display "LOANARCH: write to "
                                   WS-ARCH-SCHED-NAME " failed ("
                                   WS-ARCH-STATUS ") - loan "
                                   LM-LOAN-NUMBER " not archived."
                               set WS-ARCHIVE-FAILED to true
                               set WS-AT-SM-EOF to true
                           end-if
                       end-if
               end-read
           end-perform
           close arch-sched.

       ArchiveModHistory.
           open extend arch-modhist
           if WS-ARCH-STATUS = "35"
               open output arch-modhist
           end-if
           if WS-ARCH-STATUS not = "00"
               display "LOANARCH: unable to open "
                   WS-ARCH-MODHIST-NAME " (" WS-ARCH-STATUS
                   ") - loan " LM-LOAN-NUMBER " not archived."
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           move "N" to WS-MODHIST-EOF
           move LM-LOAN-NUMBER to MH-LOAN-NUMBER
           move 0 to MH-EFFECTIVE-DATE
           start mod-history key is greater than or equal to MH-KEY
               invalid key
                   set WS-AT-MODHIST-EOF to true
           end-start
           perform until WS-AT-MODHIST-EOF
               read mod-history next record
                   at end
                       set WS-AT-MODHIST-EOF to true
                   not at end
                       if MH-LOAN-NUMBER not = LM-LOAN-NUMBER
                           set WS-AT-MODHIST-EOF to true
                       else
                           move MOD-HISTORY-RECORD to AM-Line
                           write AM-Line
                           if WS-ARCH-STATUS = "00"
                               delete mod-history
                               add 1 to WS-CA-MODS(WS-CAND-SUB)
                               add 1 to WS-RUN-MODS
                           else
                               display "LOANARCH: write to "
                                   WS-ARCH-MODHIST-NAME " failed ("
                                   WS-ARCH-STATUS ") - loan "
                                   LM-LOAN-NUMBER " not archived."
                               set WS-ARCHIVE-FAILED to true
                               set WS-AT-MODHIST-EOF to true
                           end-if
                       end-if
               end-read
           end-perform
           close arch-modhist.

      *-----------------------------------------------------------------
      * PAY-HISTORY.DAT: entries for tombstoned loans go to the
      * archive, the rest to the work copy, which then replaces the
      * live file.
       ArchivePayHistory.
           open input pay-history
           if WS-PAYHIST-STATUS not = "00"
               exit paragraph
           end-if
           move spaces to WS-ARCH-HISTORY-NAME WS-KEEP-FILENAME
           string "ARCH-PAYHIST-" WS-TODAY ".DAT"
               delimited by size into WS-ARCH-HISTORY-NAME
           end-string
           move "PAY-HISTORY.KEEP" to WS-KEEP-FILENAME
           perform OpenHistoryOutputs
           if WS-HISTORY-FAILED
               close pay-history
               display "LOANARCH: PAY-HISTORY.DAT left as it was."
               exit paragraph
           end-if
           move "N" to WS-MOVED-ANY-SW
           move "N" to WS-HISTORY-EOF
           perform until WS-AT-HISTORY-EOF
               read pay-history
                   at end
                       set WS-AT-HISTORY-EOF to true
                   not at end
                       move PYH-LOAN-NUMBER to TB-LOAN-NUMBER
                       perform CheckTombstoned
                       if WS-TOMBSTONED
                           move PYH-RECORD to AH-Line
                           write AH-Line
                           if WS-ARCH-STATUS = "00"
                               set WS-MOVED-ANY to true
                               perform CountPaymentMoved
                           else
                               perform HistoryArchiveFailed
                           end-if
                       else
                           move PYH-RECORD to KP-Line
                           write KP-Line
                           if WS-KEEP-STATUS not = "00"
                               perform HistoryKeepFailed
                           end-if
                       end-if
               end-read
           end-perform
           close pay-history
           close arch-history
           close keep-file
           if WS-HISTORY-FAILED
               display "LOANARCH: PAY-HISTORY.DAT left as it was."
               exit paragraph
           end-if

      *    The live file is replaced only from a complete work copy,
      *    and only once both it and the live file have opened.
           if not WS-MOVED-ANY
               exit paragraph
           end-if
           open input keep-file
           if WS-KEEP-STATUS not = "00"
               display "LOANARCH: unable to reopen " WS-KEEP-FILENAME
                   " (" WS-KEEP-STATUS ") - PAY-HISTORY.DAT left as "
                   "it was."
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           open output pay-history
           if WS-PAYHIST-STATUS not = "00"
               display "LOANARCH: unable to rewrite PAY-HISTORY.DAT ("
                   WS-PAYHIST-STATUS ") - the entries it keeps are on "
                   WS-KEEP-FILENAME
               close keep-file
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           move "N" to WS-KEEP-EOF
           perform until WS-AT-KEEP-EOF
               read keep-file
                   at end
                       set WS-AT-KEEP-EOF to true
                   not at end
                       move KP-Line to PYH-RECORD
                       write PYH-RECORD
                       if WS-PAYHIST-STATUS not = "00"
                           display "LOANARCH: write to PAY-HISTORY.DAT "
                               "failed (" WS-PAYHIST-STATUS
                               ") - restore it from " WS-KEEP-FILENAME
                           set WS-ARCHIVE-FAILED to true
                           set WS-AT-KEEP-EOF to true
                       end-if
               end-read
           end-perform
           close keep-file
           close pay-history.

       CountPaymentMoved.
           add 1 to WS-RUN-PAYMENTS
           add PYH-AMOUNT to WS-RUN-PAY-AMOUNT
           move PYH-LOAN-NUMBER to LM-LOAN-NUMBER
           perform FindCandidate
           if WS-FOUND-SUB > 0
               add 1 to WS-CA-PAYMENTS(WS-FOUND-SUB)
               add PYH-AMOUNT to WS-CA-PAY-AMOUNT(WS-FOUND-SUB)
           else
               add 1 to WS-RUN-LEFTOVERS
           end-if.

      *-----------------------------------------------------------------
      * FEE-HISTORY.DAT, the same way.
       ArchiveFeeHistory.
           open input fee-history
           if WS-FEEHIST-STATUS not = "00"
               exit paragraph
           end-if
           move spaces to WS-ARCH-HISTORY-NAME WS-KEEP-FILENAME
           string "ARCH-FEEHIST-" WS-TODAY ".DAT"
               delimited by size into WS-ARCH-HISTORY-NAME
           end-string
           move "FEE-HISTORY.KEEP" to WS-KEEP-FILENAME
           perform OpenHistoryOutputs
           if WS-HISTORY-FAILED
               close fee-history
               display "LOANARCH: FEE-HISTORY.DAT left as it was."
               exit paragraph
           end-if
           move "N" to WS-MOVED-ANY-SW
           move "N" to WS-HISTORY-EOF
           perform until WS-AT-HISTORY-EOF
               read fee-history
                   at end
                       set WS-AT-HISTORY-EOF to true
                   not at end
                       move FH-LOAN-NUMBER to TB-LOAN-NUMBER
                       perform CheckTombstoned
                       if WS-TOMBSTONED
                           move FH-RECORD to AH-Line
                           write AH-Line
                           if WS-ARCH-STATUS = "00"
                               set WS-MOVED-ANY to true
                               perform CountFeeMoved
                           else
                               perform HistoryArchiveFailed
                           end-if
                       else
                           move FH-RECORD to KP-Line
                           write KP-Line
                           if WS-KEEP-STATUS not = "00"
                               perform HistoryKeepFailed
                           end-if
                       end-if
               end-read
           end-perform
           close fee-history
           close arch-history
           close keep-file
           if WS-HISTORY-FAILED
               display "LOANARCH: FEE-HISTORY.DAT left as it was."
               exit paragraph
           end-if

      *    The live file is replaced only from a complete work copy,
      *    and only once both it and the live file have opened.
           if not WS-MOVED-ANY
               exit paragraph
           end-if
           open input keep-file
           if WS-KEEP-STATUS not = "00"
               display "LOANARCH: unable to reopen " WS-KEEP-FILENAME
                   " (" WS-KEEP-STATUS ") - FEE-HISTORY.DAT left as "
                   "it was."
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           open output fee-history
           if WS-FEEHIST-STATUS not = "00"
               display "LOANARCH: unable to rewrite FEE-HISTORY.DAT ("
                   WS-FEEHIST-STATUS ") - the entries it keeps are on "
                   WS-KEEP-FILENAME
               close keep-file
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           move "N" to WS-KEEP-EOF
           perform until WS-AT-KEEP-EOF
               read keep-file
                   at end
                       set WS-AT-KEEP-EOF to true
                   not at end
                       move KP-Line to FH-RECORD
                       write FH-RECORD
                       if WS-FEEHIST-STATUS not = "00"
                           display "LOANARCH: write to FEE-HISTORY.DAT "
                               "failed (" WS-FEEHIST-STATUS
                               ") - restore it from " WS-KEEP-FILENAME
                           set WS-ARCHIVE-FAILED to true
                           set WS-AT-KEEP-EOF to true
                       end-if
               end-read
           end-perform
           close keep-file
           close fee-history.

       CountFeeMoved.
           add 1 to WS-RUN-FEES
           add FH-AMOUNT to WS-RUN-FEE-AMOUNT
           move FH-LOAN-NUMBER to LM-LOAN-NUMBER
           perform FindCandidate
           if WS-FOUND-SUB > 0
               add 1 to WS-CA-FEES(WS-FOUND-SUB)
               add FH-AMOUNT to WS-CA-FEE-AMOUNT(WS-FOUND-SUB)
           else
               add 1 to WS-RUN-LEFTOVERS
           end-if.

       OpenHistoryOutputs.
           move "N" to WS-HISTORY-FAILED-SW
           open extend arch-history
           if WS-ARCH-STATUS = "35"
               open output arch-history
           end-if
           if WS-ARCH-STATUS not = "00"
               display "LOANARCH: unable to open "
                   WS-ARCH-HISTORY-NAME " (" WS-ARCH-STATUS ")"
               set WS-HISTORY-FAILED to true
               set WS-ARCHIVE-FAILED to true
               exit paragraph
           end-if
           open output keep-file
           if WS-KEEP-STATUS not = "00"
               display "LOANARCH: unable to open " WS-KEEP-FILENAME
                   " (" WS-KEEP-STATUS ")"
               close arch-history
               set WS-HISTORY-FAILED to true
               set WS-ARCHIVE-FAILED to true
           end-if.

      * A failed archive or work-copy write ends the pass with the
      * live file untouched.
       HistoryArchiveFailed.
           display "LOANARCH: write to " WS-ARCH-HISTORY-NAME
               " failed (" WS-ARCH-STATUS ")"
           set WS-HISTORY-FAILED to true
           set WS-ARCHIVE-FAILED to true
           set WS-AT-HISTORY-EOF to true.

       HistoryKeepFailed.
           display "LOANARCH: write to " WS-KEEP-FILENAME
               " failed (" WS-KEEP-STATUS ")"
           set WS-HISTORY-FAILED to true
           set WS-ARCHIVE-FAILED to true
           set WS-AT-HISTORY-EOF to true.

       CheckTombstoned.
           move "N" to WS-TOMBSTONED-SW
           read tombstone-file
               invalid key
                   continue
               not invalid key
                   set WS-TOMBSTONED to true
           end-read.

      *-----------------------------------------------------------------
       WriteControlReport.
           open output archive-report
           move WS-TODAY to AT-RunDate
           move WS-RETENTION-YEARS to AT-Years
           move WS-CUTOFF-DATE to AT-Cutoff
           move ArchiveTitle to AR-Line
           write AR-Line
           move spaces to AR-Line
           write AR-Line
           move ArchiveHeader to AR-Line
           write AR-Line

           perform varying WS-CAND-SUB from 1 by 1
                   until WS-CAND-SUB > WS-CAND-COUNT
               perform WriteArchiveDetail
           end-perform

           move spaces to AR-Line
           write AR-Line
           move "Loans archived / principal" to AX-Label
           move WS-RUN-ARCHIVED to AX-Count
           move WS-RUN-PRINCIPAL to AX-Amount
           perform WriteTotalLine
           move "Loans refused" to AX-Label
           move WS-RUN-REFUSED to AX-Count
           move 0 to AX-Amount
           perform WriteTotalLine
           move "Schedule rows moved" to AX-Label
           move WS-RUN-SCHED-ROWS to AX-Count
           move 0 to AX-Amount
           perform WriteTotalLine
           move "Payments moved / amount" to AX-Label
           move WS-RUN-PAYMENTS to AX-Count
           move WS-RUN-PAY-AMOUNT to AX-Amount
           perform WriteTotalLine
           move "Fee history moved / amount" to AX-Label
           move WS-RUN-FEES to AX-Count
           move WS-RUN-FEE-AMOUNT to AX-Amount
           perform WriteTotalLine
           move "Modification records moved" to AX-Label
           move WS-RUN-MODS to AX-Count
           move 0 to AX-Amount
           perform WriteTotalLine
           if WS-RUN-LEFTOVERS > 0
               move "History left by earlier runs moved" to AX-Label
               move WS-RUN-LEFTOVERS to AX-Count
               move 0 to AX-Amount
               perform WriteTotalLine
           end-if
           if WS-CAPACITY-REACHED
               move spaces to AR-Line
               write AR-Line
               move spaces to AR-Line
               string "More loans qualify than one run holds - "
                   "rerun to archive the rest."
                   delimited by size into AR-Line
               end-string
               write AR-Line
           end-if
           close archive-report.

       WriteArchiveDetail.
           move WS-CA-LOAN(WS-CAND-SUB) to AD-Loan
           move WS-CA-STATUS(WS-CAND-SUB) to AD-Status
           move WS-CA-CLOSED(WS-CAND-SUB) to AD-Closed
           move WS-CA-PRINCIPAL(WS-CAND-SUB) to AD-Principal
           move WS-CA-SCHED-ROWS(WS-CAND-SUB) to AD-Sched
           move WS-CA-PAYMENTS(WS-CAND-SUB) to AD-Payments
           move WS-CA-PAY-AMOUNT(WS-CAND-SUB) to AD-PayAmount
           move WS-CA-FEES(WS-CAND-SUB) to AD-Fees
           move WS-CA-FEE-AMOUNT(WS-CAND-SUB) to AD-FeeAmount
           move WS-CA-MODS(WS-CAND-SUB) to AD-Mods
           move WS-CA-REASON(WS-CAND-SUB) to AD-Disposition
           if not WS-CA-OK(WS-CAND-SUB)
               add 1 to WS-RUN-REFUSED
           end-if
           move ArchiveDetailLine to AR-Line
           write AR-Line.

       WriteTotalLine.
           move ArchiveTotalLine to AR-Line
           write AR-Line.

      *-----------------------------------------------------------------
       WriteAuditEntry.
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.

      * One before image on the forward-recovery journal per master
      * record deleted - same open-extend/status-35 fallback as the
      * audit trail.
       WriteRecoveryJournal.
           open extend loan-journal
           if WS-LJOURNAL-STATUS = "35"
               open output loan-journal
           end-if
           if WS-LJOURNAL-STATUS not = "00"
               display "LOANARCH: unable to open LOAN-JOURNAL.DAT ("
                   WS-LJOURNAL-STATUS ") - recovery image not "
                   "written."
               exit paragraph
           end-if
           move function current-date to LJ-TIMESTAMP
           move "LOANARCH" to LJ-PROGRAM
           move WS-LJ-ACTION to LJ-ACTION
           move WS-LJ-BEFORE to LJ-BEFORE-IMAGE
           move spaces to LJ-AFTER-IMAGE
           write LJ-RECORD
           close loan-journal.

      *-----------------------------------------------------------------
