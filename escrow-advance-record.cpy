      *-----------------------------------------------------------------
      * Escrow advance record (ESCROW-ADVANCE.DAT, line sequential).
      * ESCPAY.cbl pays a calendar bill even when the loan's escrow
      * account cannot cover it, and writes one of these for the
      * part we fronted (journaled to ESCADV, the advance
      * receivable, instead of the ESCROW liability). ESCANAL.cbl's
      * annual analysis spreads the shortage into the new monthly
      * escrow and, as the account's collections catch up, marks
      * the advance recovered oldest first and journals the
      * recovery back out of ESCADV.
      *-----------------------------------------------------------------
       01 EA-RECORD.
           05 EA-LOAN-NUMBER        pic 9(8).
           05 EA-ADVANCE-DATE       pic 9(8).
           05 EA-TYPE               pic x(1).
           05 EA-PAYEE              pic x(20).
           05 EA-CHECK-NUMBER       pic 9(8).
           05 EA-AMOUNT             pic 9(7)v99.
           05 EA-RECOVERED          pic 9(7)v99.
