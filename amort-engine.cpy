           05 AE-IN-ESCROW            pic 9(6)v99.
           05 AE-IN-ORIG-DATE         pic 9(8).
           05 AE-IN-IO-PERIODS        pic 9(3).
      * Payment deferral (forbearance) window, FORBEAR.cbl: the
      * AE-IN-DEFER-PERIODS periods from AE-IN-DEFER-START carry no
      * payment and the schedule runs that many periods past
      * AE-IN-TERM-PERIODS, so the deferred periods land at the
      * end. Type C capitalizes the window's interest into the
      * balance and re-levels the payment after it; type D accrues
      * none, so the payments after the window are the same ones,
      * each moved later. Zero periods means no window.
           05 AE-IN-DEFER-START       pic 9(4).
           05 AE-IN-DEFER-PERIODS     pic 9(3).
           05 AE-IN-DEFER-TYPE        pic x(1).
               88 AE-DEFER-CAPITALIZE value "C".
               88 AE-DEFER-NO-INTEREST value "D".
      * ARM rate resets, ascending by effective period. Reset rates
      * get the same full width as the opening rate, so widening
      * RATE-CHANGES.DAT beyond 4 decimals someday needs no engine
           05 AE-OUT-ESCROW           pic 9(6)v99.
           05 AE-OUT-END-BALANCE      pic 9(9)v99.
           05 AE-OUT-RATE-RESET       pic x(1).
      * "Y" on a row inside the deferral window.
           05 AE-OUT-DEFERRED         pic x(1).
      * Engine state after the row, for caller-side checkpoints -
      * feed these back through the AE-IN-RESUME fields to restart.
           05 AE-OUT-STATE-RATE       pic 9v9(15).
