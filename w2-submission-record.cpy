      *-----------------------------------------------------------------
      * Electronic wage-statement submission record (W2-SUBMIT.DAT,
      * 512-byte fixed records in the agency's layout), written by
      * W2GEN.cbl in the order the agency requires:
      *   RA  submitter - once, first
      *   RE  employer  - once, ahead of its employees
      *   RW  employee  - one per employee with wages in the year
      *   RT  total     - wage and withholding totals of the RWs
      *   RF  final     - once, last, with the RW count
      * Positions follow the agency layout; a field this shop has
      * nothing to report in is left blank inside a filler.
      *-----------------------------------------------------------------
       01 W2-SUBMITTER-RECORD.
           05 RA-ID                 pic x(2).
           05 RA-SUBMITTER-EIN      pic 9(9).
           05 filler                pic x(26).
           05 RA-COMPANY-NAME       pic x(57).
           05 RA-LOCATION           pic x(22).
           05 RA-DELIVERY           pic x(22).
           05 RA-CITY               pic x(22).
           05 RA-STATE              pic x(2).
           05 RA-ZIP                pic x(5).
           05 filler                pic x(140).
           05 RA-CONTACT-NAME       pic x(27).
           05 RA-CONTACT-PHONE      pic x(15).
           05 filler                pic x(163).

       01 W2-EMPLOYER-RECORD REDEFINES W2-SUBMITTER-RECORD.
           05 RE-ID                 pic x(2).
           05 RE-TAX-YEAR           pic 9(4).
           05 filler                pic x(1).
           05 RE-EIN                pic 9(9).
           05 filler                pic x(9).
           05 RE-TERMINATING        pic x(1).
           05 filler                pic x(13).
           05 RE-EMPLOYER-NAME      pic x(57).
           05 RE-LOCATION           pic x(22).
           05 RE-DELIVERY           pic x(22).
           05 RE-CITY               pic x(22).
           05 RE-STATE              pic x(2).
           05 RE-ZIP                pic x(5).
           05 filler                pic x(4).
           05 RE-KIND-OF-EMPLOYER   pic x(1).
           05 filler                pic x(45).
           05 RE-EMPLOYMENT-CODE    pic x(1).
           05 filler                pic x(292).

       01 W2-EMPLOYEE-RECORD REDEFINES W2-SUBMITTER-RECORD.
           05 RW-ID                 pic x(2).
           05 RW-SSN                pic 9(9).
           05 RW-FIRST-NAME         pic x(15).
           05 RW-MIDDLE-NAME        pic x(15).
           05 RW-LAST-NAME          pic x(20).
           05 filler                pic x(126).
           05 RW-WAGES              pic 9(9)v99.
           05 RW-FED-WITHHELD       pic 9(9)v99.
           05 filler                pic x(303).

       01 W2-TOTAL-RECORD REDEFINES W2-SUBMITTER-RECORD.
           05 RT-ID                 pic x(2).
           05 RT-RW-COUNT           pic 9(7).
           05 RT-WAGES              pic 9(13)v99.
           05 RT-FED-WITHHELD       pic 9(13)v99.
           05 filler                pic x(473).

       01 W2-FINAL-RECORD REDEFINES W2-SUBMITTER-RECORD.
           05 RF-ID                 pic x(2).
           05 filler                pic x(5).
           05 RF-RW-COUNT           pic 9(9).
           05 filler                pic x(496).
