      *-----------------------------------------------------------------
      * Application history record (APP-HISTORY.DAT, line
      * sequential, appended by APPLOG.cbl). One record per status
      * change of a loan application (application-record.cpy) -
      * from and to, when, who, which program and why - so the
      * dates and the deciding operator of every step stay on file
      * after the application record itself has moved on. From
      * status space is the application being taken on.
      *-----------------------------------------------------------------
       01 APP-HISTORY-RECORD.
           05 AH-APP-NUMBER         pic 9(8).
           05 AH-TIMESTAMP          pic x(14).
           05 AH-FROM-STATUS        pic x(1).
           05 AH-TO-STATUS          pic x(1).
           05 AH-OPERATOR           pic 9(6).
           05 AH-PROGRAM            pic x(8).
           05 AH-CODE               pic x(4).
           05 AH-REASON             pic x(40).
