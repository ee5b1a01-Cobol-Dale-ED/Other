      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPLOG.
      *-----------------------------------------------------------------
      * Loan application file access (see application-area.cpy for
      * the protocol). APPINTAK.cbl taking an application on or
      * sending it to underwriting, and LOANBRD.cbl approving,
      * declining and boarding it, all go through here, so the
      * numbering, the allowed status moves and the application
      * history (APP-HISTORY.DAT) are done one way: the next number
      * is one past the highest on file, and every change of status
      * is appended to the history with its date, operator, program
      * and reason.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select application-file
           assign to 'LOAN-APPLICATIONS.DAT'
           organization is indexed
           access mode is dynamic
           record key is AF-APP-NUMBER
           file status is WS-APP-STATUS.
       select app-history
           assign to 'APP-HISTORY.DAT'
           organization is line sequential
           file status is WS-HISTORY-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * Read and written through WS-APPLICATION - the caller's copy
      * of the record is in the linkage.
       fd application-file
           data record is AF-RECORD.
       01 AF-RECORD.
           05 AF-APP-NUMBER         pic 9(8).
           05 filler                pic x(210).

       fd app-history
           data record is APP-HISTORY-RECORD.
           COPY "application-history-record.cpy".

       WORKING-STORAGE SECTION.
           COPY "application-record.cpy"
               REPLACING ==APPLICATION-RECORD== BY ==WS-APPLICATION==
                         LEADING ==AP-== BY ==WS-AP-==.

       01 WS-APP-STATUS      pic x(2).
       01 WS-HISTORY-STATUS  pic x(2).
       01 WS-APP-EOF         pic x(1).
           88 WS-AT-APP-EOF   value "Y".
       01 WS-LAST-APP        pic 9(8).
       01 WS-TODAY           pic 9(8).
       01 WS-TIMESTAMP       pic x(14).
       01 WS-FROM-STATUS     pic x(1).
       01 WS-MOVE-OK-SW      pic x(1).
           88 WS-MOVE-OK      value "Y".

       LINKAGE SECTION.
           COPY "application-area.cpy".
           COPY "application-record.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using APPLICATION-AREA APPLICATION-RECORD.
      *-----------------------------------------------------------------
       MainLine.
           move "99" to AI-STATUS
           move function current-date(1:14) to WS-TIMESTAMP
           move WS-TIMESTAMP(1:8) to WS-TODAY

      *    First use creates the file, the same status-35 fallback
      *    the other indexed files get.
           open i-o application-file
           if WS-APP-STATUS = "35"
               open output application-file
               close application-file
               open i-o application-file
           end-if
           if WS-APP-STATUS not = "00"
               display "APPLOG: unable to open LOAN-APPLICATIONS.DAT ("
                   WS-APP-STATUS ")"
               move WS-APP-STATUS to AI-STATUS
               goback
           end-if

           evaluate true
               when AI-FUNC-NEW
                   perform TakeOnApplication
               when AI-FUNC-READ
                   perform ReadApplication
               when AI-FUNC-STATUS
                   perform ChangeApplicationStatus
           end-evaluate
           close application-file
           goback.

      *-----------------------------------------------------------------
      * A new application: next number, status received, and its
      * first history line.
       TakeOnApplication.
           move 0 to WS-LAST-APP
           move "N" to WS-APP-EOF
           move 0 to AF-APP-NUMBER
           start application-file key is greater than or equal to
                   AF-APP-NUMBER
               invalid key
                   set WS-AT-APP-EOF to true
           end-start
           perform until WS-AT-APP-EOF
               read application-file next record
                   at end
                       set WS-AT-APP-EOF to true
                   not at end
                       move AF-APP-NUMBER to WS-LAST-APP
               end-read
           end-perform

           move APPLICATION-RECORD to WS-APPLICATION
           compute WS-AP-APP-NUMBER = WS-LAST-APP + 1
           set WS-AP-RECEIVED to true
           move WS-TODAY to WS-AP-RECEIVED-DATE
           move AI-OPERATOR to WS-AP-TAKEN-BY
           move WS-TODAY to WS-AP-STATUS-DATE
           move AI-OPERATOR to WS-AP-STATUS-BY
           move AI-PROGRAM to WS-AP-STATUS-PROGRAM
           move spaces to WS-AP-DECISION-CODE
           move spaces to WS-AP-DECISION-REASON
           move 0 to WS-AP-EST-PAYMENT
           move 0 to WS-AP-MONTHLY-INCOME
           move 0 to WS-AP-PTI-RATIO
           move 0 to WS-AP-NOTICE-DATE
           move spaces to WS-AP-NOTICE-PIECE
           write AF-RECORD from WS-APPLICATION
               invalid key
                   display "APPLOG: write failed (" WS-APP-STATUS
                       ") - application not taken on."
                   move WS-APP-STATUS to AI-STATUS
                   exit paragraph
           end-write

           move space to WS-FROM-STATUS
           move AI-REASON to WS-AP-DECISION-REASON
           perform AppendHistory
           move spaces to WS-AP-DECISION-REASON
           move WS-AP-APP-NUMBER to AI-APP-NUMBER
           move WS-APPLICATION to APPLICATION-RECORD
           move "00" to AI-STATUS.

      *-----------------------------------------------------------------
       ReadApplication.
           move AI-APP-NUMBER to AF-APP-NUMBER
           read application-file into WS-APPLICATION
               invalid key
                   move "23" to AI-STATUS
                   exit paragraph
           end-read
           move WS-APPLICATION to APPLICATION-RECORD
           move "00" to AI-STATUS.

      *-----------------------------------------------------------------
      * One step along the pipeline. A move the pipeline does not
      * make - deciding an application already decided, boarding
      * one never approved - is refused and changes nothing.
       ChangeApplicationStatus.
           move AI-APP-NUMBER to AF-APP-NUMBER
           read application-file into WS-APPLICATION
               invalid key
                   move "23" to AI-STATUS
                   exit paragraph
           end-read

           move WS-AP-STATUS to WS-FROM-STATUS
           move "N" to WS-MOVE-OK-SW
           evaluate AI-NEW-STATUS
               when "I"
                   if WS-AP-RECEIVED
                       set WS-MOVE-OK to true
                   end-if
               when "A"
               when "D"
                   if WS-AP-RECEIVED or WS-AP-IN-REVIEW
                       set WS-MOVE-OK to true
                   end-if
               when "W"
                   if WS-AP-PENDING
                       set WS-MOVE-OK to true
                   end-if
               when "B"
                   if WS-AP-APPROVED
                       set WS-MOVE-OK to true
                   end-if
           end-evaluate
           if not WS-MOVE-OK
               move WS-APPLICATION to APPLICATION-RECORD
               move "21" to AI-STATUS
               exit paragraph
           end-if

           move AI-NEW-STATUS to WS-AP-STATUS
           move WS-TODAY to WS-AP-STATUS-DATE
           move AI-OPERATOR to WS-AP-STATUS-BY
           move AI-PROGRAM to WS-AP-STATUS-PROGRAM
      *    The decision (or the withdrawal's note) stays on the
      *    record; boarding keeps the approval's.
           if AI-NEW-STATUS not = "B" and AI-NEW-STATUS not = "I"
               move AI-CODE to WS-AP-DECISION-CODE
               move AI-REASON to WS-AP-DECISION-REASON
           end-if
           if WS-AP-DECLINED
               move AP-EST-PAYMENT to WS-AP-EST-PAYMENT
               move AP-MONTHLY-INCOME to WS-AP-MONTHLY-INCOME
               move AP-PTI-RATIO to WS-AP-PTI-RATIO
           end-if
           rewrite AF-RECORD from WS-APPLICATION
               invalid key
                   display "APPLOG: rewrite failed (" WS-APP-STATUS
                       ") - application " AI-APP-NUMBER
                       " not updated."
                   move WS-APP-STATUS to AI-STATUS
                   exit paragraph
           end-rewrite

           move AI-REASON to WS-AP-DECISION-REASON
           perform AppendHistory
           move AI-APP-NUMBER to AF-APP-NUMBER
           read application-file into WS-APPLICATION
           move WS-APPLICATION to APPLICATION-RECORD
           move "00" to AI-STATUS.

      *-----------------------------------------------------------------
      * Same open-extend/status-35 fallback as the audit trail.
       AppendHistory.
           open extend app-history
           if WS-HISTORY-STATUS = "35"
               open output app-history
           end-if
           if WS-HISTORY-STATUS not = "00"
               display "APPLOG: unable to open APP-HISTORY.DAT ("
                   WS-HISTORY-STATUS ") - history not written for "
                   "application " WS-AP-APP-NUMBER
               exit paragraph
           end-if
           move WS-AP-APP-NUMBER to AH-APP-NUMBER
           move WS-TIMESTAMP to AH-TIMESTAMP
           move WS-FROM-STATUS to AH-FROM-STATUS
           move WS-AP-STATUS to AH-TO-STATUS
           move AI-OPERATOR to AH-OPERATOR
           move AI-PROGRAM to AH-PROGRAM
           move AI-CODE to AH-CODE
           move WS-AP-DECISION-REASON to AH-REASON
           write APP-HISTORY-RECORD
           close app-history.
      *-----------------------------------------------------------------
