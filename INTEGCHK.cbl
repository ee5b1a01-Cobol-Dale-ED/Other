      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. INTEGCHK.
      *-----------------------------------------------------------------
      * Nightly cross-file integrity sweep. PERSCHK.cbl proves
      * person.dat agrees with its own trailer, but nothing checked
      * that the masters agree with each other - a loan pointing at
      * an employee who was deleted, schedule rows left behind for a
      * loan number that no longer exists, a bank account on file
      * for someone long gone. This read-only run sweeps the files
      * and lists every orphan and mismatch on INTEGCHK.RPT:
      *   LOANEMP  a loan's LM-EMP-ID is not on person.dat
      *   LOANTERM a loan still billed by payroll whose employee is
      *            terminated or deleted (TERMEMP.cbl should have
      *            moved it to direct bill)
      *   LOANBORR a loan's LM-BORROWER-NUMBER is not on BORROWER.DAT
      *   NOSCHED  a still-owing loan with no SCHED-MASTER.DAT rows
      *   SCHORPH  schedule rows for a loan number not on the master
      *   BANKORPH a BANK-INFO.DAT record for a deleted employee
      *   PAYHORPH a PAY-HISTORY.DAT entry against an unknown loan
      *   ESCDORPH an ESCROW-DISB.DAT entry against an unknown loan
      *   EMPDEPT  an employee whose EMP-DEPT is not on
      *            DEPT-MASTER.DAT (or who has no department at all)
      *
      * Every finding carries a severity:
      *   HIGH   money moves wrongly or not at all until it is fixed
      *          (payroll deducting for a gone employee, a loan that
      *          cannot be posted, escrow paid out against nothing)
      *   MEDIUM a broken link a person has to chase, but nothing
      *          mis-posts in the meantime
      *   LOW    housekeeping - history on loans no longer serviced,
      *          an unassigned department
      *
      * Return codes, for MCLOSE.cbl's close chain: 0 clean, 4 only
      * MEDIUM/LOW findings, 8 at least one HIGH finding, 16 the
      * loan master or person.dat could not be opened. A file other
      * than those two that is not there is listed and its checks
      * skipped.
      *
      * A loan LOANARCH.cbl has archived is off the master but on
      * LOAN-TOMBSTONE.DAT; schedule rows, payments and escrow
      * disbursements against it are history, not orphans, and are
      * not reported.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select person
           assign to 'person.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
      * Alternate name key, matching the file as Hello-World.cbl
      * defines it - every program sharing an indexed file has to
      * declare the same key structure.
           alternate record key is EMP-LAST-NAME with duplicates
           file status is WS-PERSON-STATUS.
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select sched-master
           assign to 'SCHED-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           file status is WS-SM-STATUS.
       select bank-info
           assign to 'BANK-INFO.DAT'
           organization is indexed
           access mode is dynamic
           record key is BI-EMP-ID
           file status is WS-BANK-STATUS.
       select pay-history
           assign to 'PAY-HISTORY.DAT'
           organization is line sequential
           file status is WS-PAYHIST-STATUS.
       select escrow-disb
           assign to 'ESCROW-DISB.DAT'
           organization is line sequential
           file status is WS-DISB-STATUS.
       select dept-master
           assign to 'DEPT-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is DM-DEPT-CODE
           file status is WS-DEPT-STATUS.
       select tombstone-file
           assign to 'LOAN-TOMBSTONE.DAT'
           organization is indexed
           access mode is dynamic
           record key is TB-LOAN-NUMBER
           file status is WS-TOMB-STATUS.
       select integrity-report
           assign to 'INTEGCHK.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd person
           data record is EMPLOYEE-RECORD.
           COPY "employee-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

       fd sched-master
           data record is SCHED-MASTER-RECORD.
           COPY "schedule-master-record.cpy".

       fd bank-info
           data record is BANK-INFO-RECORD.
           COPY "bank-info-record.cpy".

       fd pay-history
           data record is PYH-RECORD.
           COPY "pay-history-record.cpy".

       fd escrow-disb
           data record is ED-RECORD.
           COPY "escrow-disb-record.cpy".

       fd dept-master
           data record is DEPT-RECORD.
           COPY "dept-record.cpy".

       fd tombstone-file
           data record is TOMBSTONE-RECORD.
           COPY "loan-tombstone-record.cpy".

       fd integrity-report
           data record is IR-Line.
       01 IR-Line                  pic x(100).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-PERSON-STATUS   pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-SM-STATUS       pic x(2).
       01 WS-BANK-STATUS     pic x(2).
       01 WS-PAYHIST-STATUS  pic x(2).
       01 WS-DISB-STATUS     pic x(2).
       01 WS-DEPT-STATUS     pic x(2).
       01 WS-TOMB-STATUS     pic x(2).

       01 WS-MASTER-EOF      pic x(1).
           88 WS-AT-MASTER-EOF value "Y".
       01 WS-PERSON-EOF      pic x(1).
           88 WS-AT-PERSON-EOF value "Y".
       01 WS-SM-EOF          pic x(1).
           88 WS-AT-SM-EOF    value "Y".
       01 WS-BANK-EOF        pic x(1).
           88 WS-AT-BANK-EOF  value "Y".
       01 WS-PAYHIST-EOF     pic x(1).
           88 WS-AT-PAYHIST-EOF value "Y".
       01 WS-DISB-EOF        pic x(1).
           88 WS-AT-DISB-EOF  value "Y".

      * Optional files - not there means that file's checks are
      * skipped, and the report says so.
       01 WS-BORROWER-OPEN-SW pic x(1) value "N".
           88 WS-BORROWER-OPEN value "Y".
       01 WS-SM-OPEN-SW      pic x(1) value "N".
           88 WS-SM-OPEN      value "Y".
       01 WS-DEPT-OPEN-SW    pic x(1) value "N".
           88 WS-DEPT-OPEN    value "Y".
      * No tombstone file just means nothing has been archived yet -
      * not a skipped check.
       01 WS-TOMB-OPEN-SW    pic x(1) value "N".
           88 WS-TOMB-OPEN    value "Y".
       01 WS-ARCHIVED-SW     pic x(1).
           88 WS-LOAN-ARCHIVED value "Y".

       01 WS-LOAN-LIVE-SW    pic x(1).
           88 WS-LOAN-LIVE    value "Y".
       01 WS-FOUND-SW        pic x(1).
           88 WS-FOUND        value "Y".
       01 WS-LAST-SM-LOAN    pic 9(8).
       01 WS-SKIPPED-FILE    pic x(20).

      * The finding being written.
       01 WS-FD-SEVERITY     pic x(6).
           88 WS-FD-HIGH      value "HIGH".
           88 WS-FD-MEDIUM    value "MEDIUM".
           88 WS-FD-LOW       value "LOW".
       01 WS-FD-CHECK        pic x(8).
       01 WS-FD-KEY          pic x(14).
       01 WS-FD-DETAIL       pic x(60).
       01 WS-AMOUNT-EDITED   pic z,zzz,zz9.99.

       01 WS-COUNT-HIGH      pic 9(5) value 0.
       01 WS-COUNT-MEDIUM    pic 9(5) value 0.
       01 WS-COUNT-LOW       pic 9(5) value 0.
       01 WS-SCAN-LOANS      pic 9(7) value 0.
       01 WS-SCAN-SCHED      pic 9(7) value 0.
       01 WS-SCAN-BANK       pic 9(7) value 0.
       01 WS-SCAN-PAYHIST    pic 9(7) value 0.
       01 WS-SCAN-DISB       pic 9(7) value 0.
       01 WS-SCAN-EMPLOYEES  pic 9(7) value 0.

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).

       01 IntegrityTitle.
           05               pic x(27)
                            value "Cross-file integrity sweep ".
           05               pic x(9)  value "- run on ".
           05 IT-RunDate     pic 9(8).
       01 IntegrityHeader.
           05               pic x(8)  value "Severity".
           05               pic x(2)  value spaces.
           05               pic x(10) value "Check".
           05               pic x(16) value "Record".
           05               pic x(60) value "Finding".
       01 IntegrityDetailLine.
           05 ID-Severity    pic x(6).
           05               pic x(4)  value spaces.
           05 ID-Check       pic x(8).
           05               pic x(2)  value spaces.
           05 ID-Key         pic x(14).
           05               pic x(2)  value spaces.
           05 ID-Detail      pic x(60).
       01 IntegrityScanLine.
           05               pic x(10) value spaces.
           05 IS-File        pic x(20).
           05 IS-Count       pic z,zzz,zz9.
           05               pic x(9)  value " records".
       01 IntegrityFooterLine.
           05               pic x(7)  value "HIGH: ".
           05 IF-High        pic z(4)9.
           05               pic x(10) value "  MEDIUM: ".
           05 IF-Medium      pic z(4)9.
           05               pic x(7)  value "  LOW: ".
           05 IF-Low         pic z(4)9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "INTEGCHK: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ") - nothing can be checked."
               move 16 to return-code
               goback
           end-if
           open input person
           if WS-PERSON-STATUS not = "00"
               display "INTEGCHK: unable to open person.dat ("
                   WS-PERSON-STATUS ") - nothing can be checked."
               close loan-master
               move 16 to return-code
               goback
           end-if

           open output integrity-report
           move WS-CD-YMD to IT-RunDate
           move IntegrityTitle to IR-Line
           write IR-Line
           move spaces to IR-Line
           write IR-Line
           move IntegrityHeader to IR-Line
           write IR-Line

           open input borrower-master
           if WS-BORROWER-STATUS = "00"
               set WS-BORROWER-OPEN to true
           else
               move "BORROWER.DAT" to WS-SKIPPED-FILE
               perform ReportFileSkipped
           end-if
           open input sched-master
           if WS-SM-STATUS = "00"
               set WS-SM-OPEN to true
           else
               move "SCHED-MASTER.DAT" to WS-SKIPPED-FILE
               perform ReportFileSkipped
           end-if
           open input dept-master
           if WS-DEPT-STATUS = "00"
               set WS-DEPT-OPEN to true
           else
               move "DEPT-MASTER.DAT" to WS-SKIPPED-FILE
               perform ReportFileSkipped
           end-if
           open input tombstone-file
           if WS-TOMB-STATUS = "00"
               set WS-TOMB-OPEN to true
           end-if

           perform SweepLoanMaster
           if WS-SM-OPEN
               perform SweepScheduleRows
           end-if
           perform SweepBankInfo
           perform SweepPayHistory
           perform SweepEscrowDisbursements
           perform SweepEmployees

           perform WriteIntegrityFooter

           close loan-master
           close person
           if WS-TOMB-OPEN
               close tombstone-file
           end-if
           if WS-BORROWER-OPEN
               close borrower-master
           end-if
           if WS-SM-OPEN
               close sched-master
           end-if
           if WS-DEPT-OPEN
               close dept-master
           end-if
           close integrity-report

           display "INTEGCHK: " WS-COUNT-HIGH " high, "
               WS-COUNT-MEDIUM " medium, " WS-COUNT-LOW
               " low finding(s) - see INTEGCHK.RPT."
           evaluate true
               when WS-COUNT-HIGH > 0
                   move 8 to return-code
               when WS-COUNT-MEDIUM > 0 or WS-COUNT-LOW > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *-----------------------------------------------------------------
      * Every loan on the master: its employee, its borrower, and -
      * while it still owes - its schedule.
       SweepLoanMaster.
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
                       add 1 to WS-SCAN-LOANS
                       perform CheckOneLoan
               end-read
           end-perform.

       CheckOneLoan.
           move "N" to WS-LOAN-LIVE-SW
           if LM-ACTIVE or LM-DELINQUENT
               set WS-LOAN-LIVE to true
           end-if
           move spaces to WS-FD-KEY
           string "LOAN " LM-LOAN-NUMBER delimited by size
               into WS-FD-KEY
           end-string

      *    EMP-ID zero is a loan serviced for a borrower who is not
      *    an employee - there is nothing on person.dat to find.
           if LM-EMP-ID not = 0
               perform CheckLoanEmployee
           end-if

           if LM-BORROWER-NUMBER not = 0 and WS-BORROWER-OPEN
               move LM-BORROWER-NUMBER to BW-BORROWER-NUMBER
               read borrower-master
                   invalid key
                       if WS-LOAN-LIVE
                           set WS-FD-MEDIUM to true
                       else
                           set WS-FD-LOW to true
                       end-if
                       move "LOANBORR" to WS-FD-CHECK
                       move spaces to WS-FD-DETAIL
                       string "borrower " LM-BORROWER-NUMBER
                           " not on BORROWER.DAT" delimited by size
                           into WS-FD-DETAIL
                       end-string
                       perform WriteFinding
               end-read
           end-if

           if WS-LOAN-LIVE and WS-SM-OPEN
               move LM-LOAN-NUMBER to SM-LOAN-NUMBER
               move 1 to SM-PERIOD
               read sched-master
                   invalid key
                       set WS-FD-HIGH to true
                       move "NOSCHED" to WS-FD-CHECK
                       move spaces to WS-FD-DETAIL
                       string "status " LM-STATUS
                           " loan has no SCHED-MASTER.DAT rows"
                           delimited by size into WS-FD-DETAIL
                       end-string
                       perform WriteFinding
               end-read
           end-if.

      * A missing employee matters most while payroll is still
      * deducting for the loan; a terminated or deleted one only
      * while the loan is still billed that way.
       CheckLoanEmployee.
           move LM-EMP-ID to EMP-ID
           read person
               invalid key
                   evaluate true
                       when WS-LOAN-LIVE and LM-BILL-PAYROLL
                           set WS-FD-HIGH to true
                       when WS-LOAN-LIVE
                           set WS-FD-MEDIUM to true
                       when other
                           set WS-FD-LOW to true
                   end-evaluate
                   move "LOANEMP" to WS-FD-CHECK
                   move spaces to WS-FD-DETAIL
                   string "EMP-ID " LM-EMP-ID " not on person.dat"
                       delimited by size into WS-FD-DETAIL
                   end-string
                   perform WriteFinding
                   exit paragraph
           end-read
           if (EMP-TERMINATED or EMP-DELETED)
                   and WS-LOAN-LIVE and LM-BILL-PAYROLL
               set WS-FD-HIGH to true
               move "LOANTERM" to WS-FD-CHECK
               move spaces to WS-FD-DETAIL
               string "EMP-ID " LM-EMP-ID " status " EMP-STATUS
                   " - loan still billed by payroll"
                   delimited by size into WS-FD-DETAIL
               end-string
               perform WriteFinding
           end-if.

      *-----------------------------------------------------------------
      * Every loan number in the schedule repository must be on the
      * master - reported once per loan, not once per row.
       SweepScheduleRows.
           move "N" to WS-SM-EOF
           move 0 to WS-LAST-SM-LOAN
           move low-values to SM-KEY
           start sched-master key is greater than or equal to SM-KEY
               invalid key
                   set WS-AT-SM-EOF to true
           end-start
           perform until WS-AT-SM-EOF
               read sched-master next record
                   at end
                       set WS-AT-SM-EOF to true
                   not at end
                       add 1 to WS-SCAN-SCHED
                       if SM-LOAN-NUMBER not = WS-LAST-SM-LOAN
                           move SM-LOAN-NUMBER to WS-LAST-SM-LOAN
                           perform CheckScheduleLoan
                       end-if
               end-read
           end-perform.

       CheckScheduleLoan.
           move SM-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   perform CheckLoanArchived
                   if WS-LOAN-ARCHIVED
                       exit paragraph
                   end-if
                   set WS-FD-MEDIUM to true
                   move "SCHORPH" to WS-FD-CHECK
                   move spaces to WS-FD-KEY
                   string "LOAN " SM-LOAN-NUMBER delimited by size
                       into WS-FD-KEY
                   end-string
                   move "schedule rows for a loan not on the master"
                       to WS-FD-DETAIL
                   perform WriteFinding
           end-read.

      * Whether the loan number in LM-LOAN-NUMBER was archived.
       CheckLoanArchived.
           move "N" to WS-ARCHIVED-SW
           if not WS-TOMB-OPEN
               exit paragraph
           end-if
           move LM-LOAN-NUMBER to TB-LOAN-NUMBER
           read tombstone-file
               invalid key
                   continue
               not invalid key
                   set WS-LOAN-ARCHIVED to true
           end-read.

      *-----------------------------------------------------------------
      * Direct-deposit accounts belong to employees still on file.
       SweepBankInfo.
           open input bank-info
           if WS-BANK-STATUS not = "00"
               move "BANK-INFO.DAT" to WS-SKIPPED-FILE
               perform ReportFileSkipped
               exit paragraph
           end-if
           move "N" to WS-BANK-EOF
           move 0 to BI-EMP-ID
           start bank-info key is greater than or equal to BI-EMP-ID
               invalid key
                   set WS-AT-BANK-EOF to true
           end-start
           perform until WS-AT-BANK-EOF
               read bank-info next record
                   at end
                       set WS-AT-BANK-EOF to true
                   not at end
                       add 1 to WS-SCAN-BANK
                       perform CheckBankEmployee
               end-read
           end-perform
           close bank-info.

       CheckBankEmployee.
           move "N" to WS-FOUND-SW
           move BI-EMP-ID to EMP-ID
           read person
               invalid key
                   continue
               not invalid key
                   if not EMP-DELETED
                       set WS-FOUND to true
                   end-if
           end-read
           if not WS-FOUND
               set WS-FD-MEDIUM to true
               move "BANKORPH" to WS-FD-CHECK
               move spaces to WS-FD-KEY
               string "EMP " BI-EMP-ID delimited by size
                   into WS-FD-KEY
               end-string
               move "bank account on file for a deleted employee"
                   to WS-FD-DETAIL
               perform WriteFinding
           end-if.

      *-----------------------------------------------------------------
      * Posted payments against loan numbers the master never had.
       SweepPayHistory.
           open input pay-history
           if WS-PAYHIST-STATUS not = "00"
               move "PAY-HISTORY.DAT" to WS-SKIPPED-FILE
               perform ReportFileSkipped
               exit paragraph
           end-if
           move "N" to WS-PAYHIST-EOF
           perform until WS-AT-PAYHIST-EOF
               read pay-history
                   at end
                       set WS-AT-PAYHIST-EOF to true
                   not at end
                       add 1 to WS-SCAN-PAYHIST
                       move PYH-LOAN-NUMBER to LM-LOAN-NUMBER
                       read loan-master
                           invalid key
                               perform ReportPayHistoryOrphan
                       end-read
               end-read
           end-perform
           close pay-history.

       ReportPayHistoryOrphan.
           perform CheckLoanArchived
           if WS-LOAN-ARCHIVED
               exit paragraph
           end-if
           set WS-FD-MEDIUM to true
           move "PAYHORPH" to WS-FD-CHECK
           move spaces to WS-FD-KEY
           string "LOAN " PYH-LOAN-NUMBER delimited by size
               into WS-FD-KEY
           end-string
           move PYH-AMOUNT to WS-AMOUNT-EDITED
           move spaces to WS-FD-DETAIL
           string "payment " PYH-PAYMENT-DATE " " WS-AMOUNT-EDITED
               " against a loan not on the master"
               delimited by size into WS-FD-DETAIL
           end-string
           perform WriteFinding.

      *-----------------------------------------------------------------
      * Escrow paid out against loan numbers the master never had -
      * real money out the door with no loan to charge it to.
       SweepEscrowDisbursements.
           open input escrow-disb
           if WS-DISB-STATUS not = "00"
               move "ESCROW-DISB.DAT" to WS-SKIPPED-FILE
               perform ReportFileSkipped
               exit paragraph
           end-if
           move "N" to WS-DISB-EOF
           perform until WS-AT-DISB-EOF
               read escrow-disb
                   at end
                       set WS-AT-DISB-EOF to true
                   not at end
                       add 1 to WS-SCAN-DISB
                       move ED-LOAN-NUMBER to LM-LOAN-NUMBER
                       read loan-master
                           invalid key
                               perform ReportDisbursementOrphan
                       end-read
               end-read
           end-perform
           close escrow-disb.

       ReportDisbursementOrphan.
           perform CheckLoanArchived
           if WS-LOAN-ARCHIVED
               exit paragraph
           end-if
           set WS-FD-HIGH to true
           move "ESCDORPH" to WS-FD-CHECK
           move spaces to WS-FD-KEY
           string "LOAN " ED-LOAN-NUMBER delimited by size
               into WS-FD-KEY
           end-string
           move ED-AMOUNT to WS-AMOUNT-EDITED
           move spaces to WS-FD-DETAIL
           string "escrow paid " ED-DISB-DATE " " WS-AMOUNT-EDITED
               " against a loan not on the master"
               delimited by size into WS-FD-DETAIL
           end-string
           perform WriteFinding.

      *-----------------------------------------------------------------
      * Every employee still on file belongs to a department on
      * DEPT-MASTER.DAT - ROSTER.cbl and the cost-center split both
      * depend on it.
       SweepEmployees.
           move "N" to WS-PERSON-EOF
           move 0 to EMP-ID
           start person key is greater than or equal to EMP-ID
               invalid key
                   set WS-AT-PERSON-EOF to true
           end-start
           perform until WS-AT-PERSON-EOF
               read person next record
                   at end
                       set WS-AT-PERSON-EOF to true
                   not at end
                       if not EMP-TRAILER and not EMP-DELETED
                           add 1 to WS-SCAN-EMPLOYEES
                           perform CheckEmployeeDept
                       end-if
               end-read
           end-perform.

       CheckEmployeeDept.
           move spaces to WS-FD-KEY
           string "EMP " EMP-ID delimited by size into WS-FD-KEY
           end-string
           move "EMPDEPT" to WS-FD-CHECK
           if EMP-DEPT = spaces
               set WS-FD-LOW to true
               move "no department assigned" to WS-FD-DETAIL
               perform WriteFinding
               exit paragraph
           end-if
           if not WS-DEPT-OPEN
               exit paragraph
           end-if
           move EMP-DEPT to DM-DEPT-CODE
           read dept-master
               invalid key
                   set WS-FD-MEDIUM to true
                   move spaces to WS-FD-DETAIL
                   string "department " EMP-DEPT
                       " not on DEPT-MASTER.DAT" delimited by size
                       into WS-FD-DETAIL
                   end-string
                   perform WriteFinding
           end-read.

      *-----------------------------------------------------------------
       WriteFinding.
           evaluate true
               when WS-FD-HIGH
                   add 1 to WS-COUNT-HIGH
               when WS-FD-MEDIUM
                   add 1 to WS-COUNT-MEDIUM
               when other
                   add 1 to WS-COUNT-LOW
           end-evaluate
           move WS-FD-SEVERITY to ID-Severity
           move WS-FD-CHECK to ID-Check
           move WS-FD-KEY to ID-Key
           move WS-FD-DETAIL to ID-Detail
           move IntegrityDetailLine to IR-Line
           write IR-Line.

      * An optional file that is not there - its checks cannot run,
      * which the report has to say rather than look clean.
       ReportFileSkipped.
           move spaces to IR-Line
           string "   " WS-SKIPPED-FILE " not available - its checks "
               "were skipped." delimited by size into IR-Line
           end-string
           write IR-Line.

      *-----------------------------------------------------------------
       WriteIntegrityFooter.
           move spaces to IR-Line
           write IR-Line
           move "Records checked:" to IR-Line
           write IR-Line
           move "LOAN-MASTER.DAT" to IS-File
           move WS-SCAN-LOANS to IS-Count
           perform WriteScanLine
           move "SCHED-MASTER.DAT" to IS-File
           move WS-SCAN-SCHED to IS-Count
           perform WriteScanLine
           move "BANK-INFO.DAT" to IS-File
           move WS-SCAN-BANK to IS-Count
           perform WriteScanLine
           move "PAY-HISTORY.DAT" to IS-File
           move WS-SCAN-PAYHIST to IS-Count
           perform WriteScanLine
           move "ESCROW-DISB.DAT" to IS-File
           move WS-SCAN-DISB to IS-Count
           perform WriteScanLine
           move "person.dat" to IS-File
           move WS-SCAN-EMPLOYEES to IS-Count
           perform WriteScanLine

           move WS-COUNT-HIGH to IF-High
           move WS-COUNT-MEDIUM to IF-Medium
           move WS-COUNT-LOW to IF-Low
           move spaces to IR-Line
           write IR-Line
           move IntegrityFooterLine to IR-Line
           write IR-Line.

       WriteScanLine.
           move IntegrityScanLine to IR-Line
           write IR-Line.
      *-----------------------------------------------------------------
