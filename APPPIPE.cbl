      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. APPPIPE.
      *-----------------------------------------------------------------
      * Loan application pipeline report (APPPIPE.RPT). Every
      * application on LOAN-APPLICATIONS.DAT (application-record.cpy)
      * by where it stands - received, in review, approved, declined,
      * withdrawn, boarded - so the loan desk can see what is waiting
      * and how long it has waited. An open application (received,
      * in review, or approved but not yet boarded) is always listed
      * with its age in days since it was received and in its current
      * status; one older than N days - N from the APP_AGE_DAYS
      * environment variable, default 10 - is starred and counted.
      * A closed application is listed when it was decided in the
      * last 30 days and counted either way. A decline whose
      * adverse-action notice has not gone out (ADVNOTIC.cbl) is
      * listed however old it is and flagged NOTICE DUE. Each status
      * has its count and amount requested. Return code 4 when
      * anything is aged or a notice is due.
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
           record key is AP-APP-NUMBER
           file status is WS-APP-STATUS.
       select pipeline-report
           assign to 'APPPIPE.RPT'
           organization is line sequential.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd application-file
           data record is APPLICATION-RECORD.
           COPY "application-record.cpy".

       fd pipeline-report
           data record is PR-Line.
       01 PR-Line                  pic x(132).

       WORKING-STORAGE SECTION.
       01 WS-APP-STATUS      pic x(2).
       01 WS-APP-EOF         pic x(1).
           88 WS-AT-APP-EOF   value "Y".
       01 WS-AGE-TEXT        pic x(3).
       01 WS-AGE-LIMIT       pic 9(3) value 0.
       01 WS-RECENT-DAYS     pic 9(3) value 30.
       01 WS-TODAY           pic 9(8).
       01 WS-AGE-DAYS        pic 9(5).
       01 WS-STATUS-DAYS     pic 9(5).
       01 WS-LIST-SW         pic x(1).
           88 WS-LIST-IT      value "Y".

      * The statuses in pipeline order, with their headings and
      * whether an application in them is still open.
       01 WS-STATUS-VALUES.
           05 filler pic x(22) value "RReceived            O".
           05 filler pic x(22) value "IIn review           O".
           05 filler pic x(22) value "AApproved, unboarded O".
           05 filler pic x(22) value "DDeclined            C".
           05 filler pic x(22) value "WWithdrawn           C".
           05 filler pic x(22) value "BBoarded             C".
       01 WS-STATUS-TABLE redefines WS-STATUS-VALUES.
           05 WS-STATUS-ENTRY occurs 6 times.
               10 WS-ST-CODE     pic x(1).
               10 WS-ST-NAME     pic x(20).
               10 WS-ST-KIND     pic x(1).
                   88 WS-ST-CLOSED value "C".
       01 WS-STATUS-SUB      pic 9.

      * One status's figures, then the whole file's.
       01 WS-ST-COUNT        pic 9(5).
       01 WS-ST-LISTED       pic 9(5).
       01 WS-ST-AGED         pic 9(5).
       01 WS-ST-NOTICE-DUE   pic 9(5).
       01 WS-ST-AMOUNT       pic 9(9)v99.
       01 WS-TOTAL-COUNT     pic 9(5) value 0.
       01 WS-TOTAL-OPEN      pic 9(5) value 0.
       01 WS-TOTAL-AGED      pic 9(5) value 0.
       01 WS-TOTAL-NOTICE-DUE pic 9(5) value 0.
       01 WS-TOTAL-OPEN-AMOUNT pic 9(9)v99 value 0.

       01 ReportTitle.
           05               pic x(36)
               value "Loan application pipeline - as of ".
           05 RT-RunDate     pic 9(8).
           05               pic x(20) value "   (* = open over ".
           05 RT-Limit       pic zz9.
           05               pic x(7)  value " days)".
       01 StatusHeading.
           05               pic x(4)  value "--- ".
           05 SH-Name        pic x(22).
           05 SH-Note        pic x(40).
       01 ColumnHeader.
           05               pic x(10) value "App".
           05               pic x(8)  value "EMP-ID".
           05               pic x(10) value "Loan".
           05               pic x(14) value "     Principal".
           05               pic x(6)  value "Term".
           05               pic x(10) value "Received".
           05               pic x(7)  value "  Age".
           05               pic x(10) value "Since".
           05               pic x(7)  value "  Days".
           05               pic x(6)  value "Code".
           05               pic x(40) value "Reason".
       01 ApplicationLine.
           05 AL-App         pic 9(8).
           05               pic x(2)  value spaces.
           05 AL-EmpId       pic 9(6).
           05               pic x(2)  value spaces.
           05 AL-Loan        pic 9(8).
           05               pic x(2)  value spaces.
           05 AL-Principal   pic zzz,zz9.99.
           05               pic x(2)  value spaces.
           05 AL-Months      pic zz9.
           05               pic x(3)  value spaces.
           05 AL-Received    pic 9(8).
           05               pic x(2)  value spaces.
           05 AL-Age         pic zzzz9.
           05 AL-AgeFlag     pic x(1).
           05               pic x(1)  value spaces.
           05 AL-StatusDate  pic 9(8).
           05               pic x(2)  value spaces.
           05 AL-StatusDays  pic zzzz9.
           05               pic x(2)  value spaces.
           05 AL-Code        pic x(4).
           05               pic x(2)  value spaces.
           05 AL-Reason      pic x(35).
           05               pic x(1)  value spaces.
           05 AL-Flag        pic x(10).
       01 StatusFooter.
           05               pic x(9)  value "  Count: ".
           05 SF-Count       pic zzzz9.
           05               pic x(10) value "  Listed: ".
           05 SF-Listed      pic zzzz9.
           05               pic x(9)  value "  Aged*: ".
           05 SF-Aged        pic zzzz9.
           05               pic x(14) value "  Notice due: ".
           05 SF-NoticeDue   pic zzzz9.
           05               pic x(10) value "  Amount ".
           05 SF-Amount      pic zzz,zzz,zz9.99.
       01 ReportFooter.
           05               pic x(20) value "All applications: ".
           05 RF-Count       pic zzzz9.
           05               pic x(9)  value "  open: ".
           05 RF-Open        pic zzzz9.
           05               pic x(10) value "  amount ".
           05 RF-Amount      pic zzz,zzz,zz9.99.
           05               pic x(10) value "  aged*: ".
           05 RF-Aged        pic zzzz9.
           05               pic x(15) value "  notice due: ".
           05 RF-NoticeDue   pic zzzz9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           move spaces to WS-AGE-TEXT
           accept WS-AGE-TEXT from environment "APP_AGE_DAYS"
           if WS-AGE-TEXT not = spaces
               move WS-AGE-TEXT to WS-AGE-LIMIT
           end-if
           if WS-AGE-LIMIT = 0
               move 10 to WS-AGE-LIMIT
           end-if
           move function current-date(1:8) to WS-TODAY

           open output pipeline-report
           move WS-TODAY to RT-RunDate
           move WS-AGE-LIMIT to RT-Limit
           move ReportTitle to PR-Line
           write PR-Line

           open input application-file
           if WS-APP-STATUS = "00"
               perform varying WS-STATUS-SUB from 1 by 1
                       until WS-STATUS-SUB > 6
                   perform ReportOneStatus
               end-perform
               close application-file
           else
               move spaces to PR-Line
               write PR-Line
               move "No applications on file." to PR-Line
               write PR-Line
           end-if

           move spaces to PR-Line
           write PR-Line
           move WS-TOTAL-COUNT to RF-Count
           move WS-TOTAL-OPEN to RF-Open
           move WS-TOTAL-OPEN-AMOUNT to RF-Amount
           move WS-TOTAL-AGED to RF-Aged
           move WS-TOTAL-NOTICE-DUE to RF-NoticeDue
           move ReportFooter to PR-Line
           write PR-Line
           close pipeline-report

           display "APPPIPE: " WS-TOTAL-OPEN " open application(s), "
               WS-TOTAL-AGED " over " WS-AGE-LIMIT " day(s), "
               WS-TOTAL-NOTICE-DUE " decline notice(s) due."
           if WS-TOTAL-AGED > 0 or WS-TOTAL-NOTICE-DUE > 0
               move 4 to return-code
           end-if
           goback.

      *-----------------------------------------------------------------
      * One pass of the file per status. Applications number in the
      * order they were taken on, so key order is oldest first.
       ReportOneStatus.
           move 0 to WS-ST-COUNT
           move 0 to WS-ST-LISTED
           move 0 to WS-ST-AGED
           move 0 to WS-ST-NOTICE-DUE
           move 0 to WS-ST-AMOUNT

           move spaces to PR-Line
           write PR-Line
           move WS-ST-NAME(WS-STATUS-SUB) to SH-Name
           if WS-ST-CLOSED(WS-STATUS-SUB)
               move spaces to SH-Note
               string "(decided in the last " WS-RECENT-DAYS " days)"
                   delimited by size into SH-Note
               end-string
           else
               move spaces to SH-Note
           end-if
           move StatusHeading to PR-Line
           write PR-Line
           move ColumnHeader to PR-Line
           write PR-Line

           move "N" to WS-APP-EOF
           move 0 to AP-APP-NUMBER
           start application-file key is greater than or equal to
                   AP-APP-NUMBER
               invalid key
                   set WS-AT-APP-EOF to true
           end-start
           perform until WS-AT-APP-EOF
               read application-file next record
                   at end
                       set WS-AT-APP-EOF to true
                   not at end
                       if AP-STATUS = WS-ST-CODE(WS-STATUS-SUB)
                           perform ReportOneApplication
                       end-if
               end-read
           end-perform

           move WS-ST-COUNT to SF-Count
           move WS-ST-LISTED to SF-Listed
           move WS-ST-AGED to SF-Aged
           move WS-ST-NOTICE-DUE to SF-NoticeDue
           move WS-ST-AMOUNT to SF-Amount
           move StatusFooter to PR-Line
           write PR-Line

           add WS-ST-COUNT to WS-TOTAL-COUNT
           add WS-ST-AGED to WS-TOTAL-AGED
           add WS-ST-NOTICE-DUE to WS-TOTAL-NOTICE-DUE
           if not WS-ST-CLOSED(WS-STATUS-SUB)
               add WS-ST-COUNT to WS-TOTAL-OPEN
               add WS-ST-AMOUNT to WS-TOTAL-OPEN-AMOUNT
           end-if.

      * Open applications are always listed; closed ones when recent,
      * and a decline still owed its notice regardless.
       ReportOneApplication.
           compute WS-AGE-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(AP-RECEIVED-DATE)
           compute WS-STATUS-DAYS =
               function integer-of-date(WS-TODAY)
               - function integer-of-date(AP-STATUS-DATE)
           add 1 to WS-ST-COUNT
           add AP-PRINCIPAL to WS-ST-AMOUNT

           move "N" to WS-LIST-SW
           move space to AL-AgeFlag
           move spaces to AL-Flag
           if WS-ST-CLOSED(WS-STATUS-SUB)
               if WS-STATUS-DAYS not > WS-RECENT-DAYS
                   set WS-LIST-IT to true
               end-if
               if AP-DECLINED and AP-NOTICE-DATE = 0
                   add 1 to WS-ST-NOTICE-DUE
                   move "NOTICE DUE" to AL-Flag
                   set WS-LIST-IT to true
               end-if
           else
               set WS-LIST-IT to true
               if WS-AGE-DAYS > WS-AGE-LIMIT
                   add 1 to WS-ST-AGED
                   move "*" to AL-AgeFlag
               end-if
           end-if
           if not WS-LIST-IT
               exit paragraph
           end-if

           add 1 to WS-ST-LISTED
           move AP-APP-NUMBER to AL-App
           move AP-EMP-ID to AL-EmpId
           move AP-LOAN-NUMBER to AL-Loan
           move AP-PRINCIPAL to AL-Principal
           move AP-MONTHS to AL-Months
           move AP-RECEIVED-DATE to AL-Received
           move WS-AGE-DAYS to AL-Age
           move AP-STATUS-DATE to AL-StatusDate
           move WS-STATUS-DAYS to AL-StatusDays
           move AP-DECISION-CODE to AL-Code
           move AP-DECISION-REASON to AL-Reason
           move ApplicationLine to PR-Line
           write PR-Line.
      *-----------------------------------------------------------------
