      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MAILLOG.
      *-----------------------------------------------------------------
      * Correspondence register writer (see mail-area.cpy for the
      * protocol and mail-piece-record.cpy for the layout). Every
      * program that prints borrower mail - STMTGEN, DELQLTR,
      * PAYOFF, CLOSEOUT, ARMNOTIF, ESCANAL, YEAREND, FORBEND and
      * INSCHK - calls this once per piece before printing it, so
      * there is one record of what went to whom and at what
      * address, and a mail-piece ID to print on the piece. The ID
      * is the loan number and the loan's next sequence on the
      * register.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select mail-register
           assign to 'CORRESPONDENCE.DAT'
           organization is indexed
           access mode is dynamic
           record key is MP-KEY
           file status is WS-MAIL-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd mail-register
           data record is MAIL-PIECE-RECORD.
           COPY "mail-piece-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAIL-STATUS     pic x(2).
       01 WS-MAIL-EOF        pic x(1).
           88 WS-AT-MAIL-EOF value "Y".
      * Opened on the first call of the run unit and kept.
       01 WS-OPENED-SW       pic x(1) value "N".
           88 WS-MAIL-OPENED value "Y".
       01 WS-AVAILABLE-SW    pic x(1) value "N".
           88 WS-MAIL-AVAILABLE value "Y".
       01 WS-LAST-SEQUENCE   pic 9(4).

       LINKAGE SECTION.
           COPY "mail-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using MAIL-AREA.
      *-----------------------------------------------------------------
       MainLine.
           if not WS-MAIL-OPENED
               set WS-MAIL-OPENED to true
               perform OpenMailRegister
           end-if

           move 0 to MA-MAIL-PIECE-ID
           move spaces to MA-PIECE-TEXT
           if not WS-MAIL-AVAILABLE
               move "99" to MA-STATUS
               goback
           end-if

      * The loan's pieces in sequence; the next one follows the
      * last.
           move 0 to WS-LAST-SEQUENCE
           move "N" to WS-MAIL-EOF
           move MA-LOAN-NUMBER to MP-LOAN-NUMBER
           move 0 to MP-SEQUENCE
           start mail-register key is greater than or equal to MP-KEY
               invalid key
                   set WS-AT-MAIL-EOF to true
           end-start
           perform until WS-AT-MAIL-EOF
               read mail-register next record
                   at end
                       set WS-AT-MAIL-EOF to true
                   not at end
                       if MP-LOAN-NUMBER not = MA-LOAN-NUMBER
                           set WS-AT-MAIL-EOF to true
                       else
                           move MP-SEQUENCE to WS-LAST-SEQUENCE
                       end-if
               end-read
           end-perform

           move spaces to MAIL-PIECE-RECORD
           move MA-LOAN-NUMBER to MP-LOAN-NUMBER
           compute MP-SEQUENCE = WS-LAST-SEQUENCE + 1
           move MA-BORROWER-NUMBER to MP-BORROWER-NUMBER
           move MA-LETTER-TYPE to MP-LETTER-TYPE
           move MA-DATE to MP-GENERATED-DATE
           move MA-NAME to MP-NAME
           move MA-ADDRESS to MP-ADDRESS
           move MA-CITY to MP-CITY
           move MA-STATE to MP-STATE
           move MA-ZIP to MP-ZIP
           move 0 to MP-RETURNED-DATE
           write MAIL-PIECE-RECORD
               invalid key
                   display "MAILLOG: register write failed for loan "
                       MA-LOAN-NUMBER " (" WS-MAIL-STATUS ")"
                   move WS-MAIL-STATUS to MA-STATUS
                   goback
           end-write

           move "00" to MA-STATUS
           move MP-KEY to MA-MAIL-PIECE-ID
           string MP-LOAN-NUMBER "-" MP-SEQUENCE
               delimited by size into MA-PIECE-TEXT
           end-string
           goback.

      *-----------------------------------------------------------------
      * CORRESPONDENCE.DAT is created the first time any letter run
      * needs it - the status-35 fallback the masters use.
       OpenMailRegister.
           open i-o mail-register
           if WS-MAIL-STATUS = "35"
               open output mail-register
               close mail-register
               open i-o mail-register
           end-if
           if WS-MAIL-STATUS = "00"
               set WS-MAIL-AVAILABLE to true
           else
               display "MAILLOG: unable to open CORRESPONDENCE.DAT ("
                   WS-MAIL-STATUS ") - mail will not be registered."
           end-if.
      *-----------------------------------------------------------------
