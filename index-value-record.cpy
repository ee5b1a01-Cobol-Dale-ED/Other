      *-----------------------------------------------------------------
      * Published index value record (INDEX-VALUES.DAT, indexed on
      * IV-KEY), posted through RATEMNT.cbl as each rate publishes.
      * A value holds from its effective date until the next one for
      * the same index; ARMRESET.cbl reads the latest value on or
      * before a reset's lookback date.
      *-----------------------------------------------------------------
       01 INDEX-VALUE-RECORD.
           05 IV-KEY.
               10 IV-INDEX-NAME     pic x(8).
               10 IV-EFFECTIVE-DATE pic 9(8).
           05 IV-RATE               pic 9v9999.
           05 IV-POSTED-DATE        pic 9(8).
           05 filler                pic x(10).
