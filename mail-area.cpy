      *-----------------------------------------------------------------
      * Communication area for MAILLOG.cbl, the shared writer of the
      * correspondence register (mail-piece-record.cpy). Before a
      * borrower letter is printed, set MA-LOAN-NUMBER,
      * MA-BORROWER-NUMBER, MA-LETTER-TYPE, MA-DATE and the name and
      * address it is going to (spaces when the loan has no borrower
      * on file) and CALL "MAILLOG":
      *   - MA-MAIL-PIECE-ID comes back with the piece's register key
      *     and MA-PIECE-TEXT with the same ID as it is printed on
      *     the letter (nnnnnnnn-nnnn), for the return to quote
      *   - status "00" when logged; otherwise the register could not
      *     be opened or written, the ID is zero, and the letter
      *     still goes out
      * The register is opened on the first call of the run unit and
      * kept open.
      *-----------------------------------------------------------------
       01 MAIL-AREA.
           05 MA-STATUS               pic x(2).
               88 MA-OK               value "00".
           05 MA-LOAN-NUMBER          pic 9(8).
           05 MA-BORROWER-NUMBER      pic 9(6).
           05 MA-LETTER-TYPE          pic x(8).
           05 MA-DATE                 pic 9(8).
           05 MA-NAME                 pic x(30).
           05 MA-ADDRESS              pic x(30).
           05 MA-CITY                 pic x(20).
           05 MA-STATE                pic x(2).
           05 MA-ZIP                  pic x(9).
           05 MA-MAIL-PIECE-ID.
               10 MA-ID-LOAN          pic 9(8).
               10 MA-ID-SEQUENCE      pic 9(4).
           05 MA-PIECE-TEXT           pic x(13).
