      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPRAGE.
      *-----------------------------------------------------------------
      * Approval queue aging list. An item keyed under dual control
      * (approval-record.cpy) changes nothing until a checker
      * decides it in APPROVE.cbl - a reversal not posted, a bank
      * change not made - so an item nobody gets to is a problem of
      * its own. This batch run lists every item still pending (or
      * left being applied by an approval run that stopped) after
      * N days - N from the APPROVAL_AGE_DAYS environment variable,
      * default 3 - on APPRAGE.RPT, oldest first, with who keyed it
      * and the money involved, plus a count of everything pending.
      * Return code 4 when anything is on the list, 0 when not.
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
       select aging-report
           assign to 'APPRAGE.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd approval-queue
           data record is APPROVAL-RECORD.
           COPY "approval-record.cpy".

       fd aging-report
           data record is AG-Line.
       01 AG-Line                  pic x(120).

       WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS    pic x(2).
       01 WS-QUEUE-EOF       pic x(1).
           88 WS-AT-QUEUE-EOF value "Y".
       01 WS-AGE-TEXT        pic x(3).
       01 WS-AGE-LIMIT       pic 9(3) value 0.
       01 WS-TODAY           pic 9(8).
       01 WS-AGE-DAYS        pic 9(5).
       01 WS-PENDING-COUNT   pic 9(5) value 0.
       01 WS-AGED-COUNT      pic 9(5) value 0.
       01 WS-AGED-AMOUNT     pic 9(9)v99 value 0.

       01 AgingTitle.
           05               pic x(28)
               value "Approval items pending over ".
           05 AT-Limit       pic zz9.
           05               pic x(16) value " day(s) - as of ".
           05 AT-RunDate     pic 9(8).
       01 AgingHeader.
           05               pic x(10) value "Item".
           05               pic x(10) value "Function".
           05               pic x(10) value "Loan/Emp".
           05               pic x(15) value "Amount".
           05               pic x(8)  value "Maker".
           05               pic x(10) value "Keyed".
           05               pic x(6)  value "Days".
           05               pic x(40) value "Change".
       01 AgingDetailLine.
           05 AD-Item        pic 9(8).
           05               pic x(2)  value spaces.
           05 AD-Function    pic x(8).
           05               pic x(2)  value spaces.
           05 AD-Key         pic 9(8).
           05               pic x(2)  value spaces.
           05 AD-Amount      pic zz,zzz,zz9.99.
           05               pic x(2)  value spaces.
           05 AD-Maker       pic 9(6).
           05               pic x(2)  value spaces.
           05 AD-Keyed       pic 9(8).
           05               pic x(2)  value spaces.
           05 AD-Days        pic zzz9.
           05               pic x(2)  value spaces.
           05 AD-Summary     pic x(40).
       01 AgingFooter.
           05               pic x(15) value "Items pending: ".
           05 AF-Pending     pic zzzz9.
           05               pic x(15) value "   Over limit: ".
           05 AF-Aged        pic zzzz9.
           05               pic x(10) value "   Amount ".
           05 AF-Amount      pic zzz,zzz,zz9.99.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-AGE-TEXT
           accept WS-AGE-TEXT from environment "APPROVAL_AGE_DAYS"
           if WS-AGE-TEXT not = spaces
               move WS-AGE-TEXT to WS-AGE-LIMIT
           end-if
           if WS-AGE-LIMIT = 0
               move 3 to WS-AGE-LIMIT
           end-if
           move function current-date(1:8) to WS-TODAY

           open output aging-report
           move WS-AGE-LIMIT to AT-Limit
           move WS-TODAY to AT-RunDate
           move AgingTitle to AG-Line
           write AG-Line
           move spaces to AG-Line
           write AG-Line
           move AgingHeader to AG-Line
           write AG-Line

           open input approval-queue
           if WS-QUEUE-STATUS = "00"
               perform ScanQueue
               close approval-queue
           end-if

           move spaces to AG-Line
           write AG-Line
           move WS-PENDING-COUNT to AF-Pending
           move WS-AGED-COUNT to AF-Aged
           move WS-AGED-AMOUNT to AF-Amount
           move AgingFooter to AG-Line
           write AG-Line
           close aging-report

           display "APPRAGE: " WS-AGED-COUNT " of " WS-PENDING-COUNT
               " pending item(s) over " WS-AGE-LIMIT " day(s)."
           if WS-AGED-COUNT > 0
               move 4 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
      * Items number in the order they were keyed, so reading in key
      * order lists the oldest first.
       ScanQueue.
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
                       if AQ-PENDING or AQ-APPLYING
                           perform AgeOneItem
                       end-if
               end-read
           end-perform.

       AgeOneItem.
           add 1 to WS-PENDING-COUNT
           compute WS-AGE-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(AQ-ENTERED-DATE)
           if WS-AGE-DAYS not > WS-AGE-LIMIT
               exit paragraph
           end-if
           add 1 to WS-AGED-COUNT
           add AQ-AMOUNT to WS-AGED-AMOUNT
           move AQ-ITEM-NUMBER to AD-Item
           move AQ-FUNCTION to AD-Function
           move AQ-KEY to AD-Key
           move AQ-AMOUNT to AD-Amount
           move AQ-MAKER-ID to AD-Maker
           move AQ-ENTERED-DATE to AD-Keyed
           move WS-AGE-DAYS to AD-Days
           move AQ-SUMMARY to AD-Summary
           move AgingDetailLine to AG-Line
           write AG-Line.
      *-----------------------------------------------------------------
