      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. HOLDMNT.
      *-----------------------------------------------------------------
      * Servicing hold maintenance. A bankruptcy filing or a written
      * dispute means collection has to stop, and closing the loan
      * in LOANMSTR.cbl was the only way to do it - which broke the
      * schedule, the statements and everything else downstream.
      * This program puts an effective-dated hold on the loan
      * instead (HOLD.DAT, hold-record.cpy) and leaves the loan
      * itself alone:
      *   - the loan's holds are listed, in effect, ended or still
      *     to come
      *   - P places a hold: reason (BK bankruptcy, DS dispute,
      *     DR disaster, LT litigation), the date it takes effect,
      *     the date it ends (zero - until released) and a note
      *   - R releases one: its end date becomes today, so
      *     collection resumes from today's runs
      * Both are stamped with the signed-on operator (OPERID.cbl)
      * and audited to AUDIT.LOG. HOLDCHK.cbl is how the collection
      * and billing runs see the hold. Launchable from CONSOLE.cbl.
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
       select hold-file
           assign to 'HOLD.DAT'
           organization is indexed
           access mode is dynamic
           record key is HD-KEY
           file status is WS-HOLD-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd loan-master
           data record is LOAN-MASTER-RECORD.
           COPY "loan-master.cpy".

       fd hold-file
           data record is HOLD-RECORD.
           COPY "hold-record.cpy".

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

      * The operator placing or releasing the hold (OPERID.cbl).
           COPY "operator-area.cpy".

       01 WS-MASTER-STATUS   pic x(2).
       01 WS-HOLD-STATUS     pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).
       01 WS-HOLD-EOF        pic x(1).
           88 WS-AT-HOLD-EOF value "Y".

       01 WS-TODAY           pic 9(8).
       01 WS-WORK-LOAN       pic 9(8).
       01 WS-ACTION          pic x(1).
           88 WS-ACTION-PLACE   value "P", "p".
           88 WS-ACTION-RELEASE value "R", "r".
       01 WS-WORK-REASON     pic x(2).
       01 WS-WORK-START      pic 9(8).
       01 WS-WORK-END        pic 9(8).
       01 WS-WORK-NOTE       pic x(40).
       01 WS-HOLD-COUNT      pic 9(4).
       01 WS-HOLD-STATE      pic x(9).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           call "OPERID" using OPERATOR-AREA
           if not OA-OK
               display "HOLDMNT: no valid operator - run refused."
               move 8 to return-code
               goback
           end-if
           move function current-date(1:8) to WS-TODAY

           open input loan-master
           if WS-MASTER-STATUS not = "00"
               display "HOLDMNT: unable to open LOAN-MASTER.DAT ("
                   WS-MASTER-STATUS ")"
               move 16 to return-code
               goback
           end-if
           open i-o hold-file
           if WS-HOLD-STATUS = "35"
               open output hold-file
               close hold-file
               open i-o hold-file
           end-if
           if WS-HOLD-STATUS not = "00"
               display "HOLDMNT: unable to open HOLD.DAT ("
                   WS-HOLD-STATUS ")"
               close loan-master
               move 16 to return-code
               goback
           end-if

           display "Loan number (8 digits): " with no advancing
           accept WS-WORK-LOAN
           move WS-WORK-LOAN to LM-LOAN-NUMBER
           read loan-master
               invalid key
                   display "Loan " WS-WORK-LOAN " not found."
                   move 8 to return-code
                   perform CloseFiles
                   goback
           end-read

           perform ListLoanHolds

           display "P=Place hold  R=Release hold  "
               "anything else=leave as is: " with no advancing
           move spaces to WS-ACTION
           accept WS-ACTION
           evaluate true
               when WS-ACTION-PLACE
                   perform PlaceHold
               when WS-ACTION-RELEASE
                   perform ReleaseHold
               when other
                   continue
           end-evaluate

           perform CloseFiles
           goback.

       CloseFiles.
           close loan-master
           close hold-file.

      *-----------------------------------------------------------------
       ListLoanHolds.
           move 0 to WS-HOLD-COUNT
           move "N" to WS-HOLD-EOF
           move WS-WORK-LOAN to HD-LOAN-NUMBER
           move 0 to HD-START-DATE
           start hold-file key is greater than or equal to HD-KEY
               invalid key
                   set WS-AT-HOLD-EOF to true
           end-start
           perform until WS-AT-HOLD-EOF
               read hold-file next record
                   at end
                       set WS-AT-HOLD-EOF to true
                   not at end
                       if HD-LOAN-NUMBER not = WS-WORK-LOAN
                           set WS-AT-HOLD-EOF to true
                       else
                           perform ShowOneHold
                       end-if
               end-read
           end-perform
           if WS-HOLD-COUNT = 0
               display "Loan " WS-WORK-LOAN " has no holds on file."
           end-if.

       ShowOneHold.
           add 1 to WS-HOLD-COUNT
           evaluate true
               when HD-START-DATE > WS-TODAY
                   move "TO COME" to WS-HOLD-STATE
               when HD-END-DATE = 0 or HD-END-DATE > WS-TODAY
                   move "IN EFFECT" to WS-HOLD-STATE
               when other
                   move "ENDED" to WS-HOLD-STATE
           end-evaluate
           display " " HD-REASON " from " HD-START-DATE " to "
               HD-END-DATE "  " WS-HOLD-STATE "  placed by "
               HD-PLACED-BY " on " HD-PLACED-DATE
           if HD-RELEASED-BY not = 0
               display "    released by " HD-RELEASED-BY " on "
                   HD-RELEASED-DATE
           end-if
           display "    " HD-NOTE.

      *-----------------------------------------------------------------
       PlaceHold.
           display "Reason BK=Bankruptcy DS=Dispute DR=Disaster "
               "LT=Litigation: " with no advancing
           move spaces to WS-WORK-REASON
           accept WS-WORK-REASON
           move WS-WORK-REASON to HD-REASON
           if not HD-VALID-REASON
               display "Unknown reason " WS-WORK-REASON
                   " - no hold placed."
               move 8 to return-code
               exit paragraph
           end-if
           display "Hold takes effect (YYYYMMDD, 0 = today): "
               with no advancing
           move 0 to WS-WORK-START
           accept WS-WORK-START
           if WS-WORK-START = 0
               move WS-TODAY to WS-WORK-START
           end-if
           display "Hold ends (YYYYMMDD, 0 = until released): "
               with no advancing
           move 0 to WS-WORK-END
           accept WS-WORK-END
           if WS-WORK-END not = 0 and WS-WORK-END <= WS-WORK-START
               display "End date must be after the start date - "
                   "no hold placed."
               move 8 to return-code
               exit paragraph
           end-if
           display "Note: " with no advancing
           move spaces to WS-WORK-NOTE
           accept WS-WORK-NOTE

           move spaces to HOLD-RECORD
           move WS-WORK-LOAN to HD-LOAN-NUMBER
           move WS-WORK-START to HD-START-DATE
           move WS-WORK-REASON to HD-REASON
           move WS-WORK-END to HD-END-DATE
           move OA-ID to HD-PLACED-BY
           move WS-TODAY to HD-PLACED-DATE
           move 0 to HD-RELEASED-BY
           move 0 to HD-RELEASED-DATE
           move WS-WORK-NOTE to HD-NOTE
           write HOLD-RECORD
               invalid key
                   display "Loan " WS-WORK-LOAN " already has a hold "
                       "starting " WS-WORK-START " - no hold placed."
                   move 8 to return-code
                   exit paragraph
           end-write

           move "HOLD-PLACE" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " " WS-WORK-REASON " from "
               WS-WORK-START
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditEntry
           display "HOLDMNT: " WS-WORK-REASON " hold placed on loan "
               WS-WORK-LOAN " from " WS-WORK-START.

      * A hold not yet in effect is withdrawn by ending it on its
      * own start date, so it never takes effect.
       ReleaseHold.
           display "Start date of the hold to release (YYYYMMDD): "
               with no advancing
           move 0 to WS-WORK-START
           accept WS-WORK-START
           move WS-WORK-LOAN to HD-LOAN-NUMBER
           move WS-WORK-START to HD-START-DATE
           read hold-file
               invalid key
                   display "No hold on loan " WS-WORK-LOAN
                       " starts " WS-WORK-START "."
                   move 8 to return-code
                   exit paragraph
           end-read
           if HD-END-DATE not = 0 and HD-END-DATE <= WS-TODAY
               display "That hold already ended " HD-END-DATE "."
               move 8 to return-code
               exit paragraph
           end-if

           if HD-START-DATE > WS-TODAY
               move HD-START-DATE to HD-END-DATE
           else
               move WS-TODAY to HD-END-DATE
           end-if
           move OA-ID to HD-RELEASED-BY
           move WS-TODAY to HD-RELEASED-DATE
           rewrite HOLD-RECORD

           move "HOLD-REL" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "loan " WS-WORK-LOAN " " HD-REASON " to "
               HD-END-DATE
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditEntry
           display "HOLDMNT: " HD-REASON " hold on loan " WS-WORK-LOAN
               " released - ends " HD-END-DATE.

       WriteAuditEntry.
           move OA-ID to WS-AUDIT-EMP-ID
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.
      *-----------------------------------------------------------------
