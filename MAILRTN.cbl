      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MAILRTN.
      *-----------------------------------------------------------------
      * Returned-mail entry. When a letter, statement or notice comes
      * back undeliverable, the mail room keys the mail-piece ID
      * printed on it (nnnnnnnn-nnnn, the CORRESPONDENCE.DAT key
      * MAILLOG.cbl assigned) and the reason. This program marks the
      * piece returned on the register and, when the borrower's
      * address on BORROWER.DAT is still the one the piece was sent
      * to, sets the bad-address flag there - from then on every
      * letter run skips and reports the borrower until BORRMNT.cbl
      * records a new address. A piece sent to an address already
      * since corrected is marked returned but flags nothing. Same
      * menu-driven maintenance pattern as BORRMNT.cbl, with an
      * AUDIT.LOG entry per return recorded.
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
       select borrower-master
           assign to 'BORROWER.DAT'
           organization is indexed
           access mode is dynamic
           record key is BW-BORROWER-NUMBER
           file status is WS-BORROWER-STATUS.
       select audit-trail
           assign to 'AUDIT.LOG'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd mail-register
           data record is MAIL-PIECE-RECORD.
           COPY "mail-piece-record.cpy".

       fd borrower-master
           data record is BORROWER-RECORD.
           COPY "borrower-record.cpy".

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

       01 WS-MAIL-STATUS     pic x(2).
       01 WS-BORROWER-STATUS pic x(2).
       01 WS-AUDIT-STATUS    pic x(2).

       01 WS-MENU-CHOICE     pic 9 value 0.
       01 WS-CONTINUE-SW     pic x(1) value "Y".
           88 WS-KEEP-RUNNING value "Y".

       01 WS-CURRENT-DATE.
           05 WS-CD-YMD      pic 9(8).
           05               pic x(13).

      * The ID as printed on the piece, loan and sequence split at
      * the hyphen.
       01 WS-PIECE-INPUT     pic x(13).
       01 WS-PIECE-LOAN-TEXT pic x(8).
       01 WS-PIECE-SEQ-TEXT  pic x(4).
       01 WS-PIECE-VALID-SW  pic x(1).
           88 WS-PIECE-VALID  value "Y".
       01 WS-REASON-INPUT    pic x(20).
       01 WS-FLAGGED-SW      pic x(1).
           88 WS-BORROWER-FLAGGED value "Y".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       MainLine.
           open i-o mail-register
           if WS-MAIL-STATUS not = "00"
               display "MAILRTN: unable to open CORRESPONDENCE.DAT ("
                   WS-MAIL-STATUS ") - no mail has been registered."
               move 16 to return-code
               goback
           end-if
           perform until not WS-KEEP-RUNNING
               perform DisplayMenu
               perform GetMenuChoice
               perform ProcessMenuChoice
           end-perform
           close mail-register
           display "Returned mail - goodbye."
           goback.

       DisplayMenu.
           display " "
           display "================================================"
           display " Returned Mail (CORRESPONDENCE.DAT)"
           display "================================================"
           display " 1. Record a returned piece"
           display " 2. Inquire on a piece"
           display " 0. Exit"
           display " ".

       GetMenuChoice.
           display "Enter selection: " with no advancing
           accept WS-MENU-CHOICE.

       ProcessMenuChoice.
           evaluate WS-MENU-CHOICE
               when 1
                   perform RecordReturn
               when 2
                   perform InquirePiece
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-2."
           end-evaluate.

      *-----------------------------------------------------------------
       RecordReturn.
           perform GetMailPiece
           if not WS-PIECE-VALID
               exit paragraph
           end-if
           if MP-RETURNED-DATE not = 0
               display "Piece " WS-PIECE-INPUT " was already recorded "
                   "returned on " MP-RETURNED-DATE "."
               exit paragraph
           end-if
           perform ShowPiece

           display "Reason returned (e.g. NO SUCH ADDRESS): "
               with no advancing
           accept WS-REASON-INPUT
           if WS-REASON-INPUT = spaces
               move "UNDELIVERABLE" to WS-REASON-INPUT
           end-if

           move function current-date to WS-CURRENT-DATE
           move WS-CD-YMD to MP-RETURNED-DATE
           move WS-REASON-INPUT to MP-RETURN-REASON
           rewrite MAIL-PIECE-RECORD
               invalid key
                   display "MAILRTN: rewrite failed for piece "
                       WS-PIECE-INPUT " (" WS-MAIL-STATUS ")"
                   exit paragraph
           end-rewrite

           perform FlagBorrowerAddress
           if WS-BORROWER-FLAGGED
               display "Piece " WS-PIECE-INPUT " returned - borrower "
                   MP-BORROWER-NUMBER " flagged bad address."
           else
               display "Piece " WS-PIECE-INPUT " returned - no "
                   "borrower address flagged."
           end-if

           move "MAIL-RTN" to WS-AUDIT-ACTION
           move spaces to WS-AUDIT-DETAIL
           string "piece " WS-PIECE-INPUT " bw " MP-BORROWER-NUMBER
               delimited by size into WS-AUDIT-DETAIL
           end-string
           perform WriteAuditEntry.

      * Only the address the piece went to is known bad. A borrower
      * already moved to a new address on the master keeps it.
       FlagBorrowerAddress.
           move "N" to WS-FLAGGED-SW
           if MP-BORROWER-NUMBER = 0
               exit paragraph
           end-if
           open i-o borrower-master
           if WS-BORROWER-STATUS not = "00"
               display "MAILRTN: unable to open BORROWER.DAT ("
                   WS-BORROWER-STATUS ") - flag the borrower later."
               exit paragraph
           end-if
           move MP-BORROWER-NUMBER to BW-BORROWER-NUMBER
           read borrower-master
               invalid key
                   display "Borrower " MP-BORROWER-NUMBER
                       " is no longer on BORROWER.DAT."
               not invalid key
                   if BW-ADDRESS = MP-ADDRESS and BW-CITY = MP-CITY
                           and BW-STATE = MP-STATE
                           and BW-ZIP = MP-ZIP
                       set BW-ADDRESS-BAD to true
                       move MP-RETURNED-DATE to BW-RETURNED-DATE
                       rewrite BORROWER-RECORD
                       set WS-BORROWER-FLAGGED to true
                   else
                       display "Borrower " MP-BORROWER-NUMBER
                           " has a newer address than the piece's."
                   end-if
           end-read
           close borrower-master.

      *-----------------------------------------------------------------
       InquirePiece.
           perform GetMailPiece
           if WS-PIECE-VALID
               perform ShowPiece
               if MP-RETURNED-DATE not = 0
                   display "Returned:         " MP-RETURNED-DATE " "
                       MP-RETURN-REASON
               end-if
           end-if.

       ShowPiece.
           display "Loan / borrower:  " MP-LOAN-NUMBER " / "
               MP-BORROWER-NUMBER
           display "Letter type:      " MP-LETTER-TYPE
           display "Generated:        " MP-GENERATED-DATE
           display "Sent to:          " MP-NAME
           display "                  " MP-ADDRESS
           display "                  " function trim(MP-CITY) ", "
               MP-STATE " " MP-ZIP.

      * The ID exactly as printed (nnnnnnnn-nnnn), read off the
      * register.
       GetMailPiece.
           move "N" to WS-PIECE-VALID-SW
           display "Mail-piece ID (nnnnnnnn-nnnn): " with no advancing
           accept WS-PIECE-INPUT
           move spaces to WS-PIECE-LOAN-TEXT
           move spaces to WS-PIECE-SEQ-TEXT
           unstring WS-PIECE-INPUT delimited by "-"
               into WS-PIECE-LOAN-TEXT WS-PIECE-SEQ-TEXT
           end-unstring
           if WS-PIECE-LOAN-TEXT is not numeric
                   or WS-PIECE-SEQ-TEXT is not numeric
               display "Not a mail-piece ID - key it as printed."
               exit paragraph
           end-if
           move WS-PIECE-LOAN-TEXT to MP-LOAN-NUMBER
           move WS-PIECE-SEQ-TEXT to MP-SEQUENCE
           read mail-register
               invalid key
                   display "Piece " WS-PIECE-INPUT
                       " is not on the register."
               not invalid key
                   set WS-PIECE-VALID to true
           end-read.

      *-----------------------------------------------------------------
       WriteAuditEntry.
           move 0 to WS-AUDIT-EMP-ID
           move function current-date to WS-AUDIT-TIMESTAMP
           open extend audit-trail
           if WS-AUDIT-STATUS = "35"
               open output audit-trail
           end-if
           write AUDIT-RECORD from WS-AUDIT-RECORD
           close audit-trail.
      *-----------------------------------------------------------------
