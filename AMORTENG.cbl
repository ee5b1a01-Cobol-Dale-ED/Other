      * monthly/biweekly/quarterly frequencies, real calendar due
      * dates with month-end clamping, ARM rate resets that
      * re-amortize the remaining balance over the remaining term,
      * an interest-only introductory period, a payment deferral
      * (forbearance) window that moves its periods to the end of
      * the schedule, and the final-period cap that nets the
      * balance to exactly zero.
      *
      * See amort-engine.cpy for the INIT/NEXT protocol. CONSOLE.cbl
      * and RUNREGRESS.cbl keep their zero-argument CALL "tax" -
       01 MonthlyInterestRate     pic 9v9(15).
       01 MonthlyPayment          pic 9(9)v99.
       01 CurrentPeriod           pic 9(4).
      * The amortizing term plus any deferral window, and the
      * window's last period.
       01 TotalPeriods            pic 9(4).
       01 DeferEnd                pic 9(4).
       01 RunningBalance          pic 9(9)v99.
       01 NextRateChange          pic 99.
       01 ScanDoneSw              pic x(1).
               move AE-IN-ORIG-DATE to OrigDate
           end-if

           compute TotalPeriods =
               AE-IN-TERM-PERIODS + AE-IN-DEFER-PERIODS
           move 0 to DeferEnd
           if AE-IN-DEFER-PERIODS > 0
               compute DeferEnd =
                   AE-IN-DEFER-START + AE-IN-DEFER-PERIODS - 1
           end-if

           if AE-IN-RESUME-SW = "Y"
      *        Restart: position after the last completed period at
      *        the caller-checkpointed balance, periodic rate and
               exit paragraph
           end-if

           if CurrentPeriod >= TotalPeriods
               set AE-SCHEDULE-DONE to true
               exit paragraph
           end-if

           move RunningBalance to AE-OUT-START-BALANCE
           move "N" to AE-OUT-RATE-RESET
           move "N" to AE-OUT-DEFERRED

      *    ARM reset effective this period: new periodic rate, and -
      *    outside the interest-only period - the remaining balance
                       / PeriodsPerYear
                   if CurrentPeriod > AE-IN-IO-PERIODS
                       compute RemainingPeriods =
                           TotalPeriods - CurrentPeriod + 1
                       if CurrentPeriod < AE-IN-DEFER-START
                           subtract AE-IN-DEFER-PERIODS
                               from RemainingPeriods
                       end-if
                       perform ComputeLevelPayment
                   end-if
                   add 1 to NextRateChange
               perform ComputeLevelPayment
           end-if

      *    Inside the deferral window nothing is paid; the row
      *    only carries the period's date and, capitalizing, the
      *    interest added to the balance.
           if AE-IN-DEFER-PERIODS > 0
               and CurrentPeriod >= AE-IN-DEFER-START
               and CurrentPeriod <= DeferEnd
               perform ComputeDeferredPeriod
               exit paragraph
           end-if

      *    First period after a capitalizing window: re-level the
      *    payment on the grown balance over the periods left, so
      *    the schedule still nets to zero on its last row.
           if AE-IN-DEFER-PERIODS > 0 and AE-DEFER-CAPITALIZE
               and CurrentPeriod = DeferEnd + 1
               compute RemainingPeriods =
                   TotalPeriods - CurrentPeriod + 1
               perform ComputeLevelPayment
           end-if

      *    Interest rounded to whole cents - what actually posts -
      *    and principal derived as payment minus interest below, so
      *    every returned row foots.
      *    to exactly zero regardless of rounding or extra principal
      *    - and cap any earlier period the same way, since extra
      *    principal can retire the loan ahead of schedule.
           if CurrentPeriod = TotalPeriods
               or MonthlyPrincipal > RunningBalance
               move RunningBalance to MonthlyPrincipal
           end-if
           move MonthlyPayment to AE-OUT-STATE-PAYMENT
           move "00" to AE-STATUS.

      *-----------------------------------------------------------------
      * One period of the deferral window: no payment, no principal,
      * no escrow. A capitalizing window adds the period's interest
      * to the balance (reported on the row, so the posting run can
      * journal it when it passes the row); a deferring window
      * accrues none and the balance stands.
       ComputeDeferredPeriod.
           move 0 to MonthlyInterest
           if AE-DEFER-CAPITALIZE
               compute InterestCents rounded =
                   RunningBalance * MonthlyInterestRate
               move InterestCents to MonthlyInterest
               add MonthlyInterest to RunningBalance
           end-if

           perform ComputeDueDate
           perform RollDueDateToBusinessDay

           move CurrentPeriod to AE-OUT-PERIOD
           move DueDate to AE-OUT-DUE-DATE
           move 0 to AE-OUT-ROW-PAYMENT
           move 0 to AE-OUT-PITI-PAYMENT
           move 0 to AE-OUT-PRINCIPAL
           move MonthlyInterest to AE-OUT-INTEREST
           move 0 to AE-OUT-ESCROW
           move RunningBalance to AE-OUT-END-BALANCE
           move "Y" to AE-OUT-DEFERRED
           move MonthlyInterestRate to AE-OUT-STATE-RATE
           move MonthlyPayment to AE-OUT-STATE-PAYMENT
           move "00" to AE-STATUS.

      *-----------------------------------------------------------------
      * Calendar due date of CurrentPeriod: monthly and quarterly
      * advance by whole months with the month-end day clamp below
