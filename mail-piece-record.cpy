      *-----------------------------------------------------------------
      * Correspondence register (CORRESPONDENCE.DAT, indexed on
      * MP-KEY). One record per letter, statement or notice mailed
      * to a borrower, written through MAILLOG.cbl by every program
      * that prints borrower mail. The key is the mail-piece ID
      * printed on the piece itself - the loan number and that
      * loan's next sequence - so a returned envelope leads straight
      * back to its record, and a loan's correspondence reads in
      * order from (loan, 0). The name and address are the ones the
      * piece was actually sent to, kept even after the borrower
      * master changes. MAILRTN.cbl records a return against the
      * piece.
      *-----------------------------------------------------------------
       01 MAIL-PIECE-RECORD.
           05 MP-KEY.
               10 MP-LOAN-NUMBER    pic 9(8).
               10 MP-SEQUENCE       pic 9(4).
           05 MP-BORROWER-NUMBER    pic 9(6).
      * STMT, DELQ L30/L60/L90, PAYOFF, PAIDFULL, ARMRATE, ESCROW,
      * YEAREND, FORBEND, INSURE.
           05 MP-LETTER-TYPE        pic x(8).
           05 MP-GENERATED-DATE     pic 9(8).
           05 MP-NAME               pic x(30).
           05 MP-ADDRESS            pic x(30).
           05 MP-CITY               pic x(20).
           05 MP-STATE              pic x(2).
           05 MP-ZIP                pic x(9).
      * Zero until the piece comes back undeliverable.
           05 MP-RETURNED-DATE      pic 9(8).
           05 MP-RETURN-REASON      pic x(20).
           05 filler                pic x(20).
