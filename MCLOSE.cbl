      *-----------------------------------------------------------------
      * Month-end close driver. Runs the close chain in order - the
      * schedule regeneration (tax.cbl in batch mode), then the
      * stale-schedule verification (SCHEDVFY), then the cross-file
      * integrity sweep (INTEGCHK), then PAYROLL, then the roster,
      * then RECONCILE - CALLing each the way
      * CONSOLE.cbl calls its targets, and checking each step's
      * return code before starting the next, so payroll can never
      * again run quietly against last month's schedule.
      * INTEGCHK's return code 4 (only MEDIUM and LOW findings) lets
      * the chain go on; a HIGH finding (8) stops it like any other
      * failing step. The sweep runs once the schedules are refiled,
      * so a loan boarded since the last close is checked against
      * the schedule it is about to be deducted from rather than
      * reported as having none, and still ahead of PAYROLL.
      *
      * Every step's start, end and outcome is recorded in the
      * RUN-CONTROL file (RUN-CONTROL.DAT) under the close period
           05               pic x(15).

      * The close chain, in the order the steps must run.
       01 WS-STEP-COUNT      pic 9 value 6.
       01 WS-STEP-TABLE.
           05 filler         pic x(8) value "TAX".
           05 filler         pic x(8) value "SCHEDVFY".
           05 filler         pic x(8) value "INTEGCHK".
           05 filler         pic x(8) value "PAYROLL".
           05 filler         pic x(8) value "ROSTER".
           05 filler         pic x(8) value "RECONCIL".
       01 WS-STEP-NAMES redefines WS-STEP-TABLE.
           05 WS-STEP-NAME   pic x(8) occurs 6 times.
       01 WS-STEP-SUB        pic 9.

       01 WS-STEP-DONE-SW    pic x(1).
           move 0 to return-code

           evaluate WS-STEP-NAME(WS-STEP-SUB)
               when "INTEGCHK"
                   call "INTEGCHK"
                   cancel "INTEGCHK"
               when "TAX"
      *            The schedule engine regenerates from the batch
      *            parm file in this chain - never interactively.
           end-evaluate

           move return-code to WS-STEP-RC
      *    Integrity findings short of HIGH are reported on
      *    INTEGCHK.RPT for the morning, not a reason to stop.
           if WS-STEP-NAME(WS-STEP-SUB) = "INTEGCHK"
                   and WS-STEP-RC = 4
               display "MCLOSE: INTEGCHK reported findings below "
                   "HIGH - see INTEGCHK.RPT; close continues."
               move 0 to WS-STEP-RC
           end-if
           perform RecordStepOutcome
           if WS-STEP-RC not = 0
               display "MCLOSE: step " WS-STEP-NAME(WS-STEP-SUB)
