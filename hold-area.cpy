      *-----------------------------------------------------------------
      * Communication area for HOLDCHK.cbl, the shared "is this loan
      * on a servicing hold" lookup against HOLD.DAT. Set
      * HA-LOAN-NUMBER and HA-AS-OF-DATE (YYYYMMDD) and CALL
      * "HOLDCHK":
      *   - HA-ON-HOLD-SW is "Y" when a hold is in effect on the
      *     as-of date
      *   - HA-REASON, HA-START-DATE and HA-END-DATE describe that
      *     hold (end date zero - until released)
      * Status "00" always; with no hold file no loan is on hold.
      * The file is opened on the first call of the run unit and
      * kept open.
      *-----------------------------------------------------------------
       01 HOLD-AREA.
           05 HA-STATUS               pic x(2).
               88 HA-OK               value "00".
           05 HA-LOAN-NUMBER          pic 9(8).
           05 HA-AS-OF-DATE           pic 9(8).
           05 HA-ON-HOLD-SW           pic x(1).
               88 HA-ON-HOLD          value "Y".
           05 HA-REASON               pic x(2).
           05 HA-START-DATE           pic 9(8).
           05 HA-END-DATE             pic 9(8).
