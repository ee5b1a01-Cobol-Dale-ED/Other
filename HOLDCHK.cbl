      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. HOLDCHK.
      *-----------------------------------------------------------------
      * Servicing-hold lookup (see hold-area.cpy for the protocol).
      * Once HOLDMNT.cbl places a hold - bankruptcy, dispute,
      * disaster, litigation - the loan stays active on the master
      * but collection has to stop. DELQLTR.cbl, LATEFEE.cbl,
      * ACHEXTR.cbl, STMTGEN.cbl and PAYROLL.cbl call this before
      * they act on a loan and suppress or annotate what they would
      * have done. When more than one hold covers the date the
      * earliest-started is returned.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select hold-file
           assign to 'HOLD.DAT'
           organization is indexed
           access mode is dynamic
           record key is HD-KEY
           file status is WS-HOLD-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       fd hold-file
           data record is HOLD-RECORD.
           COPY "hold-record.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS     pic x(2).
       01 WS-HOLD-EOF        pic x(1).
           88 WS-AT-HOLD-EOF value "Y".
      * Opened on the first call of the run unit and kept.
       01 WS-OPENED-SW       pic x(1) value "N".
           88 WS-HOLD-OPENED value "Y".
       01 WS-AVAILABLE-SW    pic x(1) value "N".
           88 WS-HOLD-AVAILABLE value "Y".

       LINKAGE SECTION.
           COPY "hold-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using HOLD-AREA.
      *-----------------------------------------------------------------
       MainLine.
           if not WS-HOLD-OPENED
               set WS-HOLD-OPENED to true
               open input hold-file
               if WS-HOLD-STATUS = "00"
                   set WS-HOLD-AVAILABLE to true
               end-if
           end-if

           move "00" to HA-STATUS
           move "N" to HA-ON-HOLD-SW
           move spaces to HA-REASON
           move 0 to HA-START-DATE
           move 0 to HA-END-DATE
           if not WS-HOLD-AVAILABLE
               goback
           end-if

      * The loan's holds in start-date order; none started after
      * the as-of date can be in effect on it.
           move "N" to WS-HOLD-EOF
           move HA-LOAN-NUMBER to HD-LOAN-NUMBER
           move 0 to HD-START-DATE
           start hold-file key is greater than or equal to HD-KEY
               invalid key
                   set WS-AT-HOLD-EOF to true
           end-start
           perform until WS-AT-HOLD-EOF or HA-ON-HOLD
               read hold-file next record
                   at end
                       set WS-AT-HOLD-EOF to true
                   not at end
                       if HD-LOAN-NUMBER not = HA-LOAN-NUMBER
                           or HD-START-DATE > HA-AS-OF-DATE
                           set WS-AT-HOLD-EOF to true
                       else
                           if HD-END-DATE = 0
                               or HD-END-DATE > HA-AS-OF-DATE
                               set HA-ON-HOLD to true
                               move HD-REASON to HA-REASON
                               move HD-START-DATE to HA-START-DATE
                               move HD-END-DATE to HA-END-DATE
                           end-if
                       end-if
               end-read
           end-perform
           goback.
      *-----------------------------------------------------------------
