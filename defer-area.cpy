      *-----------------------------------------------------------------
      * Communication area for DEFERCHK.cbl, the shared "is this
      * period in a deferral plan" lookup against DEFER-PLAN.DAT.
      * Set DF-LOAN-NUMBER and the period range DF-FROM-PERIOD
      * through DF-THRU-PERIOD and CALL "DEFERCHK":
      *   - DF-PLAN-PERIODS is how many periods of the range fall in
      *     a forbearance plan - they are not due, so a run counting
      *     missed periods subtracts them
      *   - DF-FIRST-DUE-PERIOD is the first period at or after
      *     DF-FROM-PERIOD that is NOT in a plan - the oldest period
      *     actually owed
      *   - DF-IN-PLAN-SW is "Y" when DF-FROM-PERIOD itself is in a
      *     plan
      * Status "00" always; with no plan file every period is due.
      * The file is opened on the first call of the run unit and
      * kept open.
      *-----------------------------------------------------------------
       01 DEFER-AREA.
           05 DF-STATUS               pic x(2).
               88 DF-OK               value "00".
           05 DF-LOAN-NUMBER          pic 9(8).
           05 DF-FROM-PERIOD          pic 9(4).
           05 DF-THRU-PERIOD          pic 9(4).
           05 DF-PLAN-PERIODS         pic 9(4).
           05 DF-FIRST-DUE-PERIOD     pic 9(4).
           05 DF-IN-PLAN-SW           pic x(1).
               88 DF-IN-PLAN          value "Y".
