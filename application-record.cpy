      *-----------------------------------------------------------------
      * Loan application record (LOAN-APPLICATIONS.DAT, indexed on
      * AP-APP-NUMBER). LOAN-APPS.DAT used to be built in a text
      * editor and forgotten the moment LOANBRD.cbl had boarded or
      * declined it. Every application now gets a number and a
      * record here from the day it is taken (APPINTAK.cbl - or
      * LOANBRD itself for one still keyed by hand) and carries its
      * requested terms and its status through the pipeline:
      *   R received - taken, not yet sent to underwriting
      *   I in review - queued on LOAN-APPS.DAT for LOANBRD
      *   A approved - passed LOANBRD's underwriting edits
      *   D declined - failed one; the edit and its figures are kept
      *                for the adverse-action notice (ADVNOTIC.cbl)
      *   W withdrawn - by the applicant, before a decision
      *   B boarded - on the loan master
      * Every change of status is written through APPLOG.cbl, which
      * also appends it to the application history (APP-HISTORY.DAT,
      * application-history-record.cpy) with the date and who made
      * it. APPPIPE.cbl reports the pipeline by status and age.
      *-----------------------------------------------------------------
       01 APPLICATION-RECORD.
           05 AP-APP-NUMBER         pic 9(8).
           05 AP-STATUS             pic x(1).
               88 AP-RECEIVED       value "R".
               88 AP-IN-REVIEW      value "I".
               88 AP-APPROVED       value "A".
               88 AP-DECLINED       value "D".
               88 AP-WITHDRAWN      value "W".
               88 AP-BOARDED        value "B".
               88 AP-PENDING        value "R" "I" "A".
      * Who is borrowing and the terms asked for - the same fields
      * LOAN-APPS.DAT carries (loan-app-record.cpy).
           05 AP-LOAN-NUMBER        pic 9(8).
           05 AP-EMP-ID             pic 9(6).
           05 AP-BORROWER-NUMBER    pic 9(6).
           05 AP-PRINCIPAL          pic 9(6)v99.
           05 AP-RATE               pic 9v9999.
           05 AP-MONTHS             pic 999.
           05 AP-EXTRA-PRINCIPAL    pic 9(6)v99.
           05 AP-FREQUENCY          pic x(1).
           05 AP-ESCROW             pic 9(6)v99.
           05 AP-ORIG-DATE          pic 9(8).
           05 AP-IO-PERIODS         pic 9(3).
      * Taken on, and the latest status change - its date, the
      * operator (zero when a batch run made it) and the program.
           05 AP-RECEIVED-DATE      pic 9(8).
           05 AP-TAKEN-BY           pic 9(6).
           05 AP-STATUS-DATE        pic 9(8).
           05 AP-STATUS-BY          pic 9(6).
           05 AP-STATUS-PROGRAM     pic x(8).
      * The decision: LOANBRD's edit code and reason text, and for a
      * payment-to-income decline the figures it was decided on.
      * A withdrawal keeps the operator's note in the reason.
           05 AP-DECISION-CODE      pic x(4).
               88 AP-DECL-DUPLICATE value "DUPL".
               88 AP-DECL-RETIRED   value "RETD".
               88 AP-DECL-EMPLOYEE  value "EMPL".
               88 AP-DECL-BANDS     value "BAND".
               88 AP-DECL-TERMS     value "TERM".
               88 AP-DECL-NO-PAYMENT value "NOPM".
               88 AP-DECL-PTI       value "PTI ".
           05 AP-DECISION-REASON    pic x(40).
           05 AP-EST-PAYMENT        pic 9(9)v99.
           05 AP-MONTHLY-INCOME     pic 9(8)v99.
           05 AP-PTI-RATIO          pic 9v99.
      * The adverse-action notice for a decline - zero until
      * ADVNOTIC.cbl has sent it - and its mail-piece ID.
           05 AP-NOTICE-DATE        pic 9(8).
           05 AP-NOTICE-PIECE       pic x(13).
           05 filler                pic x(20).
