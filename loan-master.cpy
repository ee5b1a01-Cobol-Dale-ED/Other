               88 LM-PAID-OFF       value "P".
               88 LM-DELINQUENT     value "Q".
               88 LM-CLOSED         value "C".
      * Charged off by CHGOFF.cbl - written off the books as
      * uncollectible. Billing, accrual, late fees and letters all
      * pass it by (they work active and delinquent loans only) and
      * any cash that still comes in posts as a recovery.
               88 LM-CHARGED-OFF    value "O".
      * Paid off into a new loan by LOANREFI.cbl - closed like a
      * payoff, with the replacing loan number on its REFINANCE.DAT
      * cross-reference record.
               88 LM-REFINANCED     value "R".
      * Servicing fields maintained by POSTPAY.cbl as borrower
      * payments are applied: the last scheduled period fully paid,
      * the date of the last payment that moved it, and the carried
      * back into step.
           05 LM-SCHED-STALE-SW     pic x(1).
               88 LM-SCHED-STALE    value "Y".
      * Set from LOANMSTR.cbl when collections judges a loan
      * uncollectible ahead of the days-past-due threshold - the
      * next CHGOFF run charges it off whatever its aging.
           05 LM-CHGOFF-SW          pic x(1).
               88 LM-CHGOFF-FLAGGED value "Y".
      * Whether the autopay account is checking or savings - the
      * NACHA debit carries a different transaction code for each.
      * Space covers enrollments from before the field existed,
      * all of which were checking accounts.
           05 LM-BANK-ACCOUNT-TYPE  pic x(1).
               88 LM-BANK-CHECKING  value "C", " ".
               88 LM-BANK-SAVINGS   value "S".
           05 filler                pic x(1).
