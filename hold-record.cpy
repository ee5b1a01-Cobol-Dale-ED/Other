      *-----------------------------------------------------------------
      * Servicing hold record (HOLD.DAT, indexed on HD-KEY - loan,
      * then the date the hold takes effect). A bankruptcy filing,
      * a written dispute, a declared disaster or litigation stops
      * collection on the loan without closing it. HOLDMNT.cbl
      * places and releases holds, stamped with the signed-on
      * operator; HOLDCHK.cbl answers "is this loan on hold today"
      * for DELQLTR, LATEFEE, ACHEXTR, STMTGEN and PAYROLL, and
      * SERVINQ.cbl shows it.
      *
      * A hold is in effect from HD-START-DATE up to, not including,
      * HD-END-DATE - collection resumes on the end date. An end
      * date of zero holds the loan until it is released; releasing
      * sets the end date to the day of the release.
      *-----------------------------------------------------------------
       01 HOLD-RECORD.
           05 HD-KEY.
               10 HD-LOAN-NUMBER    pic 9(8).
               10 HD-START-DATE     pic 9(8).
           05 HD-REASON             pic x(2).
               88 HD-BANKRUPTCY     value "BK".
               88 HD-DISPUTE        value "DS".
               88 HD-DISASTER       value "DR".
               88 HD-LITIGATION     value "LT".
               88 HD-VALID-REASON   values "BK" "DS" "DR" "LT".
           05 HD-END-DATE           pic 9(8).
           05 HD-PLACED-BY          pic 9(6).
           05 HD-PLACED-DATE        pic 9(8).
           05 HD-RELEASED-BY        pic 9(6).
           05 HD-RELEASED-DATE      pic 9(8).
           05 HD-NOTE               pic x(40).
           05 filler                pic x(10).
