           move EscrowAmount to AE-IN-ESCROW
           move OriginationDate to AE-IN-ORIG-DATE
           move InterestOnlyPeriods to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS

      *    A re-amortized loan prices only its remainder: the
      *    event's balance over the periods left past the basis,
           add SM-ESCROW to EscrowBalance
           compute WS-HIST-START-BALANCE =
               SM-END-BALANCE + SM-PRINCIPAL
      *    A capitalizing deferral row paid nothing and grew the
      *    balance by its interest.
           if SM-PAYMENT = 0
               subtract SM-INTEREST from WS-HIST-START-BALANCE
           end-if

           move WS-HIST-PERIOD to DL-Month
           move spaces to DueDateFormatted
