      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. OPERID.
      *-----------------------------------------------------------------
      * Signed-on operator lookup (see operator-area.cpy for the
      * protocol). Maintenance that moves money or places legal
      * holds has to say WHO did it, and until now only CONSOLE.cbl
      * knew - the programs it CALLs stamped the borrower or the
      * employee on AUDIT.LOG, never the operator. CONSOLE now
      * leaves the signed-on ID in the CONSOLE_OPERATOR environment
      * variable; this subprogram picks it up (or, for a program
      * started on its own, asks for it - three tries, the same as
      * the console sign-on) and proves it against OPERATORS.DAT,
      * returning the operator's name and authorization level.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       select operator-file
           assign to 'OPERATORS.DAT'
           organization is line sequential
           file status is WS-OPERATOR-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
      * Same layout CONSOLE.cbl signs on against.
       fd operator-file
           data record is OPERATOR-RECORD.
       01 OPERATOR-RECORD.
           05 OP-ID              pic 9(6).
           05 OP-NAME            pic x(20).
           05 OP-LEVEL           pic 9.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS pic x(2).
       01 WS-OPERATOR-EOF    pic x(1).
           88 WS-AT-OPERATOR-EOF value "Y".
       01 WS-ENV-TEXT        pic x(6).
       01 WS-WANT-ID         pic 9(6).
       01 WS-TRIES           pic 9.

       LINKAGE SECTION.
           COPY "operator-area.cpy".

      *-----------------------------------------------------------------
       PROCEDURE DIVISION using OPERATOR-AREA.
      *-----------------------------------------------------------------
       MainLine.
           set OA-UNKNOWN to true
           move 0 to OA-ID
           move spaces to OA-NAME
           move 0 to OA-LEVEL

           move spaces to WS-ENV-TEXT
           accept WS-ENV-TEXT from environment "CONSOLE_OPERATOR"
           if WS-ENV-TEXT is numeric and WS-ENV-TEXT not = "000000"
               move WS-ENV-TEXT to WS-WANT-ID
               perform LookupOperator
               if OA-OK
                   goback
               end-if
           end-if

           move 0 to WS-TRIES
           perform until OA-OK or WS-TRIES >= 3
               add 1 to WS-TRIES
               display "Operator ID: " with no advancing
               accept WS-WANT-ID
               perform LookupOperator
               if not OA-OK
                   display "Operator " WS-WANT-ID " is not on "
                       "the operator file."
               end-if
           end-perform
           goback.

       LookupOperator.
           move "N" to WS-OPERATOR-EOF
           open input operator-file
           if WS-OPERATOR-STATUS not = "00"
               display "OPERID: unable to open OPERATORS.DAT ("
                   WS-OPERATOR-STATUS ") - no operators defined."
               move 3 to WS-TRIES
               exit paragraph
           end-if
           perform until WS-AT-OPERATOR-EOF
               read operator-file
                   at end
                       set WS-AT-OPERATOR-EOF to true
                   not at end
                       if OP-ID = WS-WANT-ID
                           set OA-OK to true
                           move OP-ID to OA-ID
                           move OP-NAME to OA-NAME
                           move OP-LEVEL to OA-LEVEL
                           set WS-AT-OPERATOR-EOF to true
                       end-if
               end-read
           end-perform
           close operator-file.
      *-----------------------------------------------------------------
