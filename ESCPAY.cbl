      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ESCPAY.
      *-----------------------------------------------------------------
      * Scheduled escrow disbursement run. Tax and insurance bills
      * used to be paid when someone remembered and keyed the
      * payment into ESCDISB.cbl afterwards - and bills went out past
      * the county's penalty date. Each loan now carries a bill
      * calendar (ESCROW-BILLS.DAT, escrow-bill-record.cpy, kept
      * from ESCDISB.cbl), and this run, scheduled every few days,
      * pays every active bill falling due between now and
      * ESCPAY_DAYS days ahead (environment, default 30) - and any
      * bill already past due that an earlier run missed:
      *   - the check to the payee is cut through CHKISSUE.cbl, off
      *     the shared check stock and onto the positive-pay issue
      *     file
      *   - the payment is recorded on ESCROW-DISB.DAT exactly as a
      *     keyed disbursement would be, so ESCANAL.cbl and
      *     CLOSEOUT.cbl see it
      *   - it is journaled to GL-WORK.DAT: debit ESCROW, credit CASH
      *   - the bill's next due date rolls forward by its frequency
      *     (a one-time bill stops)
      * Before paying, the loan's escrow balance is worked out the
      * same way ESCANAL.cbl does it - the escrow column of the paid
      * schedule rows less every disbursement on file. When the
      * balance cannot cover the bill the bill is paid anyway: the
      * uncovered part is an escrow advance, journaled to ESCADV
      * instead of ESCROW, written to ESCROW-ADVANCE.DAT
      * (escrow-advance-record.cpy) for ESCANAL.cbl to recover, and
      * listed on the advance report (ESCADV.RPT).
      *
      * Loans no longer owing (paid off, closed, charged off) are
      * not paid for - the bill is listed as an exception for the
      * escrow desk to stop. ESCPAY.RPT lists every bill paid. A
      * bill whose check CHKISSUE.cbl could not write is not
      * recorded, journaled or rolled - it is listed as an exception
      * and paid by the next run.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select escrow-bills
           assign to 'ESCROW-BILLS.DAT'
           organization is indexed
           access mode is dynamic
           record key is EB-KEY
           file status is WS-BILLS-STATUS.
       select loan-master
           assign to 'LOAN-MASTER.DAT'
           organization is indexed
           access mode is dynamic
           record key is LM-LOAN-NUMBER
           file status is WS-MASTER-STATUS.
       select loan-schedule-csv
           assign dynamic WS-CSV-FILENAME
           organization is line sequential
           file status is WS-CSV-STATUS.
       select escrow-disb
           assign to 'ESCROW-DISB.DAT'
           organization is line sequential
           file status is WS-DISB-STATUS.
       select escrow-advance
           assign to 'ESCROW-ADVANCE.DAT'
           organization is line sequential
           file status is WS-ADVANCE-STATUS.
       select gl-work
           assign to 'GL-WORK.DAT'
           organization is line sequential
           file status is WS-GLWORK-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select payment-report
           assign to 'ESCPAY.RPT'
           organization is line sequential.
       select advance-report
           assign to 'ESCADV.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd escrow-bills
           data record is ESCROW-BILL-RECORD.
           COPY "escrow-bill-record.cpy".

       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd loan-schedule-csv
           data record is CSV-DetailLine.
       01 CSV-DetailLine           pic x(120).

       fd escrow-disb
           data record is ED-RECORD.
           COPY "escrow-disb-record.cpy".

       fd escrow-advance
           data record is EA-RECORD.
           COPY "escrow-advance-record.cpy".

       fd gl-work
           data record is GW-RECORD.
           COPY "gl-work-record.cpy".

       fd audit-trail
           data record is AUDIT-RECORD.
           COPY "audit-record.cpy".

       fd payment-report
           data record is EP-Line.
       01 EP-Line                  pic x(110).

       fd advance-report
           data record is EV-Line.
       01 EV-Line                  pic x(100).

       WORKING-STORAGE SECTION.
           COPY "audit-record.cpy"
               REPLACING AUDIT-RECORD    BY WS-AUDIT-RECORD
                         AUDIT-TIMESTAMP BY WS-AUDIT-TIMESTAMP
                         AUDIT-EMP-ID    BY WS-AUDIT-EMP-ID
                         AUDIT-ACTION    BY WS-AUDIT-ACTION
                         AUDIT-DETAIL    BY WS-AUDIT-DETAIL.

      * Payee check numbering and positive-pay issue (CHKISSUE.cbl).
           COPY "check-area.cpy".

       01 WS-BILLS-STATUS    pic x(2).
       01 WS-MASTER-STATUS   pic x(2).
       01 WS-CSV-STATUS      pic x(2).
       01 WS-DISB-STATUS     pic x(2).
       01 WS-ADVANCE-STATUS  pic x(2).
       01 WS-GLWORK-STATUS   pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-CSV-FILENAME    pic x(30).
       01 WS-BILLS-EOF       pic x(1) value "N".
           88 WS-AT-BILLS-EOF value "Y".
       01 WS-CSV-EOF         pic x(1).
           88 WS-AT-CSV-EOF   value "Y".
       01 WS-DISB-EOF        pic x(1).
           88 WS-AT-DISB-EOF  value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).
       01 WS-TODAY           pic 9(8).
       01 WS-DAYS-TEXT       pic x(3).
       01 WS-WINDOW-DAYS     pic 9(3) value 30.
       01 WS-WINDOW-END      pic 9(8).
       01 WS-DAY-NUMBER      pic s9(7).

      * CSV fields in tax.cbl's column order.
       01 WS-CSV-FIELD-1     pic x(20).
       01 WS-CSV-FIELD-2     pic x(20).
       01 WS-CSV-FIELD-3     pic x(20).
       01 WS-CSV-FIELD-4     pic x(20).
       01 WS-CSV-FIELD-5     pic x(20).
       01 WS-CSV-FIELD-6     pic x(20).
       01 WS-CSV-FIELD-7     pic x(20).
       01 WS-CSV-FIELD-8     pic x(20).
       01 WS-CSV-FIELD-9     pic x(20).
       01 WS-ROW-PERIOD      pic 9(4).
       01 WS-ROW-ESCROW      pic 9(7)v99.

      * The loan's escrow account before this bill, and how the
      * bill splits between what the account covers and what we
      * advance.
       01 WS-COLLECTED       pic 9(9)v99.
       01 WS-DISBURSED       pic 9(9)v99.
       01 WS-ESCROW-BALANCE  pic s9(9)v99.
       01 WS-COVERED         pic 9(7)v99.
       01 WS-ADVANCE         pic 9(7)v99.

      * Next-due-date arithmetic: whole months from the current due
      * date, the calendar's anchor day month-end clamped the same
      * way AGING.cbl clamps scheduled due dates.
       01 WS-DUE-DATE        pic 9(8).
       01 WS-DUE-SPLIT redefines WS-DUE-DATE.
           05 WS-DUE-YEAR    pic 9(4).
           05 WS-DUE-MONTH   pic 9(2).
           05 WS-DUE-DAY     pic 9(2).
       01 WS-MONTH-WORK      pic s9(6).
       01 WS-MONTH-DAYS      pic 99.
       01 WS-LEAP-WORK       pic 9(4).
       01 WS-LEAP-REM        pic 9(4).

       01 WS-RUN-PAID        pic 9(5) value 0.
       01 WS-RUN-AMOUNT      pic 9(11)v99 value 0.
       01 WS-RUN-ADVANCES    pic 9(5) value 0.
       01 WS-RUN-ADVANCED    pic 9(11)v99 value 0.
       01 WS-RUN-EXCEPTIONS  pic 9(5) value 0.

       01 PaymentHeader.
           05               pic x(10) value "Loan".
           05               pic x(4)  value "Bill".
           05               pic x(3)  value "T".
           05               pic x(22) value "Payee".
           05               pic x(10) value "Due".
           05               pic x(15) value "         Amount".
           05               pic x(10) value "  Check".
           05               pic x(15) value "        Advance".
       01 PaymentDetailLine.
           05 PD-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 PD-Seq         pic 9(2).
           05               pic x(2)  value spaces.
           05 PD-Type        pic x(1).
           05               pic x(2)  value spaces.
           05 PD-Payee       pic x(20).
           05               pic x(2)  value spaces.
           05 PD-Due         pic 9(8).
           05               pic x(2)  value spaces.
           05 PD-Amount      pic $$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 PD-Check       pic x(8).
           05               pic x(2)  value spaces.
           05 PD-Advance     pic $$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 PD-Note        pic x(15).
       01 PaymentFooterLine.
           05               pic x(11) value "Bills paid:".
           05 PF-Paid        pic z(4)9.
           05               pic x(10) value "  Total: ".
           05 PF-Amount      pic $$$,$$$,$$9.99.
           05               pic x(13) value "  Advances: ".
           05 PF-Advances    pic z(4)9.
           05               pic x(15) value "  Exceptions: ".
           05 PF-Exceptions  pic z(4)9.

       01 AdvanceHeader.
           05               pic x(10) value "Loan".
           05               pic x(22) value "Payee".
           05               pic x(15) value "    Bill Amount".
           05               pic x(15) value " Escrow Balance".
           05               pic x(15) value "       Advanced".
           05               pic x(10) value "  Check".
       01 AdvanceDetailLine.
           05 AV-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 AV-Payee       pic x(20).
           05               pic x(2)  value spaces.
           05 AV-Amount      pic $$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 AV-Balance     pic -$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 AV-Advanced    pic $$,$$$,$$9.99.
           05               pic x(2)  value spaces.
           05 AV-Check       pic 9(8).
       01 AdvanceFooterLine.
           05               pic x(10) value "Advances:".
           05 AF-Count       pic z(4)9.
           05               pic x(10) value "  Total: ".
           05 AF-Amount      pic $$$,$$$,$$9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to WS-TODAY
           accept WS-DAYS-TEXT from environment "ESCPAY_DAYS"
           if WS-DAYS-TEXT not = spaces
               move WS-DAYS-TEXT to WS-WINDOW-DAYS
           end-if
           compute WS-DAY-NUMBER =
               function integer-of-date(WS-TODAY) + WS-WINDOW-DAYS
           move function date-of-integer(WS-DAY-NUMBER)
               to WS-WINDOW-END

           open i-o escrow-bills
           if WS-BILLS-STATUS not = "00"
               display "ESCPAY: unable to open ESCROW-BILLS.DAT ("
                   WS-BILLS-STATUS ") - no bill calendar to pay from."
               move 16 to return-code
               goback
           end-if
           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "ESCPAY: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               close escrow-bills
               move 16 to return-code
               goback
           end-if

      *    No check stock, no payee checks - refuse before any bill
      *    is marked paid.
           set CQ-FUNC-OPEN to true
           call "CHKISSUE" using CHECK-AREA
           if not CQ-OK
               display "ESCPAY: check issue files not available ("
                   CQ-STATUS ") - run refused."
               close escrow-bills
               close loan-master
               move 16 to return-code
               goback
           end-if

           open output payment-report
           move PaymentHeader to EP-Line
           write EP-Line
           open output advance-report
           move AdvanceHeader to EV-Line
           write EV-Line

           move low-values to EB-KEY
           start escrow-bills key is greater than or equal to EB-KEY
               invalid key
                   set WS-AT-BILLS-EOF to true
           end-start

           perform until WS-AT-BILLS-EOF
               read escrow-bills next record
                   at end
                       set WS-AT-BILLS-EOF to true
                   not at end
                       if EB-ACTIVE
                           and EB-NEXT-DUE-DATE <= WS-WINDOW-END
                           perform PayOneBill
                       end-if
               end-read
           end-perform

           perform WriteReportFooters
           close escrow-bills
           close loan-master
           close payment-report
           close advance-report
           set CQ-FUNC-CLOSE to true
           call "CHKISSUE" using CHECK-AREA
           display "ESCPAY: " WS-RUN-PAID " bill(s) paid, "
               WS-RUN-ADVANCES " escrow advance(s), "
               WS-RUN-EXCEPTIONS " exception(s)."
           if WS-RUN-EXCEPTIONS > 0
               move 8 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
      * One bill coming due: the loan must still owe, the escrow
      * balance decides how much of the bill is an advance, and the
      * check, disbursement, journal and calendar roll all follow.
       PayOneBill.
           move EB-LOAN-NUMBER to PD-Loan
           move EB-BILL-SEQ to PD-Seq
           move EB-TYPE to PD-Type
           move EB-PAYEE to PD-Payee
           move EB-NEXT-DUE-DATE to PD-Due
           move EB-AMOUNT to PD-Amount
           move spaces to PD-Check
           move 0 to PD-Advance
           move spaces to PD-Note

           move EB-LOAN-NUMBER to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   move "NO SUCH LOAN" to PD-Note
                   perform WriteBillException
                   exit paragraph
           end-read
           if not (LM-ACTIVE or LM-DELINQUENT)
               move "LOAN NOT OWING" to PD-Note
               perform WriteBillException
               exit paragraph
           end-if

           perform SumEscrowCollected
           perform SumEscrowDisbursed
           compute WS-ESCROW-BALANCE = WS-COLLECTED - WS-DISBURSED
           evaluate true
               when WS-ESCROW-BALANCE >= EB-AMOUNT
                   move EB-AMOUNT to WS-COVERED
               when WS-ESCROW-BALANCE > 0
                   move WS-ESCROW-BALANCE to WS-COVERED
               when other
                   move 0 to WS-COVERED
           end-evaluate
           compute WS-ADVANCE = EB-AMOUNT - WS-COVERED

           perform IssuePayeeCheck
           if not CQ-OK
               display "ESCPAY: loan " EB-LOAN-NUMBER " bill "
                   EB-BILL-SEQ " check not issued (" CQ-STATUS
                   ") - bill left unpaid."
               move "NO CHECK ISSUED" to PD-Note
               perform WriteBillException
               exit paragraph
           end-if
           perform AppendDisbursement
           perform WriteBillJournal
           if WS-ADVANCE > 0
               perform RecordEscrowAdvance
           end-if

           if EB-NEXT-DUE-DATE < WS-TODAY
               move "PAST DUE" to PD-Note
           end-if
           move CQ-CHECK-NUMBER to PD-Check
           move WS-ADVANCE to PD-Advance
           move PaymentDetailLine to EP-Line
           write EP-Line
           add 1 to WS-RUN-PAID
           add EB-AMOUNT to WS-RUN-AMOUNT

           perform RollBillCalendar
           perform WriteBillAuditEntry.

       WriteBillException.
           add 1 to WS-RUN-EXCEPTIONS
           move PaymentDetailLine to EP-Line
           write EP-Line.

      *-----------------------------------------------------------------
      * Escrow collected: the escrow column over the paid rows, the
      * same figure ESCANAL.cbl analyzes from.
       SumEscrowCollected.
           move 0 to WS-COLLECTED
           if LM-PAID-THRU-PERIOD = 0
               exit paragraph
           end-if

           move spaces to WS-CSV-FILENAME
           string "LOAN-SCHEDULE-" LM-LOAN-NUMBER ".CSV"
               delimited by size into WS-CSV-FILENAME
           end-string

           move "N" to WS-CSV-EOF
           open input loan-schedule-csv
           if WS-CSV-STATUS not = "00"
               exit paragraph
           end-if

           read loan-schedule-csv
               at end set WS-AT-CSV-EOF to true
           end-read
           perform until WS-AT-CSV-EOF
               read loan-schedule-csv
                   at end
                       set WS-AT-CSV-EOF to true
                   not at end
                       unstring CSV-DetailLine delimited by ","
                           into WS-CSV-FIELD-1 WS-CSV-FIELD-2
                                WS-CSV-FIELD-3 WS-CSV-FIELD-4
                                WS-CSV-FIELD-5 WS-CSV-FIELD-6
                                WS-CSV-FIELD-7 WS-CSV-FIELD-8
                                WS-CSV-FIELD-9
                       move WS-CSV-FIELD-1 to WS-ROW-PERIOD
                       if WS-ROW-PERIOD > LM-PAID-THRU-PERIOD
                           set WS-AT-CSV-EOF to true
                       else
                           move WS-CSV-FIELD-7 to WS-ROW-ESCROW
                           add WS-ROW-ESCROW to WS-COLLECTED
                       end-if
               end-read
           end-perform
           close loan-schedule-csv.

      * Every disbursement on file for the loan - including any
      * this run has already paid, since each is appended as it is
      * made.
       SumEscrowDisbursed.
           move 0 to WS-DISBURSED
           move "N" to WS-DISB-EOF
           open input escrow-disb
           if WS-DISB-STATUS not = "00"
               exit paragraph
           end-if
           perform until WS-AT-DISB-EOF
               read escrow-disb
                   at end
                       set WS-AT-DISB-EOF to true
                   not at end
                       if ED-LOAN-NUMBER = LM-LOAN-NUMBER
                           add ED-AMOUNT to WS-DISBURSED
                       end-if
               end-read
           end-perform
           close escrow-disb.

      *-----------------------------------------------------------------
       IssuePayeeCheck.
           set CQ-FUNC-ISSUE to true
           move WS-TODAY to CQ-ISSUE-DATE
           move EB-AMOUNT to CQ-AMOUNT
           move EB-PAYEE to CQ-PAYEE
           move "ESCPAY" to CQ-SOURCE
           move EB-LOAN-NUMBER to CQ-REFERENCE
           call "CHKISSUE" using CHECK-AREA.

      * Same record and open-extend/status-35 fallback as a keyed
      * ESCDISB.cbl entry.
       AppendDisbursement.
           open extend escrow-disb
           if WS-DISB-STATUS = "35"
               open output escrow-disb
           end-if
           move EB-LOAN-NUMBER to ED-LOAN-NUMBER
           move WS-TODAY to ED-DISB-DATE
           move EB-TYPE to ED-TYPE
           move EB-PAYEE to ED-PAYEE
           move EB-AMOUNT to ED-AMOUNT
           write ED-RECORD
           close escrow-disb.

      * The part the account covers leaves the ESCROW liability;
      * the part we front goes to the ESCADV receivable. Cash goes
      * out for the whole bill.
       WriteBillJournal.
           open extend gl-work
           if WS-GLWORK-STATUS = "35"
               open output gl-work
           end-if
           if WS-GLWORK-STATUS not = "00"
               display "ESCPAY: unable to open GL-WORK.DAT ("
                   WS-GLWORK-STATUS ") - journal for loan "
                   EB-LOAN-NUMBER " not written."
               exit paragraph
           end-if

           move "ESCPAY" to GW-SOURCE
           move spaces to GW-DEPT
           move WS-TODAY to GW-DATE
           if WS-COVERED > 0
               move "ESCROW" to GW-CODE
               set GW-DEBIT to true
               move WS-COVERED to GW-AMOUNT
               write GW-RECORD
           end-if
           if WS-ADVANCE > 0
               move "ESCADV" to GW-CODE
               set GW-DEBIT to true
               move WS-ADVANCE to GW-AMOUNT
               write GW-RECORD
           end-if
           move "CASH" to GW-CODE
           set GW-CREDIT to true
           move EB-AMOUNT to GW-AMOUNT
           write GW-RECORD
           close gl-work.

       RecordEscrowAdvance.
           open extend escrow-advance
           if WS-ADVANCE-STATUS = "35"
               open output escrow-advance
           end-if
           move EB-LOAN-NUMBER to EA-LOAN-NUMBER
           move WS-TODAY to EA-ADVANCE-DATE
           move EB-TYPE to EA-TYPE
           move EB-PAYEE to EA-PAYEE
           move CQ-CHECK-NUMBER to EA-CHECK-NUMBER
           move WS-ADVANCE to EA-AMOUNT
           move 0 to EA-RECOVERED
           write EA-RECORD
           close escrow-advance

           add 1 to WS-RUN-ADVANCES
           add WS-ADVANCE to WS-RUN-ADVANCED
           move EB-LOAN-NUMBER to AV-Loan
           move EB-PAYEE to AV-Payee
           move EB-AMOUNT to AV-Amount
           move WS-ESCROW-BALANCE to AV-Balance
           move WS-ADVANCE to AV-Advanced
           move CQ-CHECK-NUMBER to AV-Check
           move AdvanceDetailLine to EV-Line
           write EV-Line.

      *-----------------------------------------------------------------
      * Paid: the next due date moves on by the bill's frequency in
      * months, from the calendar's anchor day; a one-time bill
      * stops.
       RollBillCalendar.
           move WS-TODAY to EB-LAST-PAID-DATE
           move CQ-CHECK-NUMBER to EB-LAST-CHECK
           if EB-FREQUENCY = 0
               set EB-STOPPED to true
           else
               move EB-NEXT-DUE-DATE to WS-DUE-DATE
               compute WS-MONTH-WORK =
                   WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1 + EB-FREQUENCY
               divide WS-MONTH-WORK by 12
                   giving WS-DUE-YEAR remainder WS-MONTH-WORK
               compute WS-DUE-MONTH = WS-MONTH-WORK + 1
               move EB-DUE-DAY to WS-DUE-DAY
               perform ClampDueDay
               move WS-DUE-DATE to EB-NEXT-DUE-DATE
           end-if
           rewrite ESCROW-BILL-RECORD
               invalid key
                   display "ESCPAY: bill " EB-KEY " could not be "
                       "rolled forward - stop it before the next run."
           end-rewrite.

      * Clamps WS-DUE-DAY to the last real day of WS-DUE-MONTH.
       ClampDueDay.
           evaluate WS-DUE-MONTH
               when 4
               when 6
               when 9
               when 11
                   move 30 to WS-MONTH-DAYS
               when 2
                   move 28 to WS-MONTH-DAYS
                   divide WS-DUE-YEAR by 4
                       giving WS-LEAP-WORK remainder WS-LEAP-REM
                   if WS-LEAP-REM = 0
                       divide WS-DUE-YEAR by 100
                           giving WS-LEAP-WORK remainder WS-LEAP-REM
                       if WS-LEAP-REM not = 0
                           move 29 to WS-MONTH-DAYS
                       else
                           divide WS-DUE-YEAR by 400
                               giving WS-LEAP-WORK
                               remainder WS-LEAP-REM
                           if WS-LEAP-REM = 0
                               move 29 to WS-MONTH-DAYS
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to WS-MONTH-DAYS
           end-evaluate
           if WS-DUE-DAY > WS-MONTH-DAYS
               move WS-MONTH-DAYS to WS-DUE-DAY
           end-if.

      *-----------------------------------------------------------------
       WriteBillAuditEntry.
           move LM-EMP-ID to WS-AUDIT-EMP-ID
           move "ESCR-PAY" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " EB-LOAN-NUMBER " " EB-TYPE " chk "
               CQ-CHECK-NUMBER
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
       WriteReportFooters.
           move WS-RUN-PAID to PF-Paid
           move WS-RUN-AMOUNT to PF-Amount
           move WS-RUN-ADVANCES to PF-Advances
           move WS-RUN-EXCEPTIONS to PF-Exceptions
           move spaces to EP-Line
           write EP-Line
           move PaymentFooterLine to EP-Line
           write EP-Line

           move WS-RUN-ADVANCES to AF-Count
           move WS-RUN-ADVANCED to AF-Amount
           move spaces to EV-Line
           write EV-Line
           move AdvanceFooterLine to EV-Line
           write EV-Line.
      *-----------------------------------------------------------------
