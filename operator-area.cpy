      *-----------------------------------------------------------------
      * Communication area for OPERID.cbl, the shared "who is at the
      * keyboard" lookup. CONSOLE.cbl publishes the signed-on
      * operator's ID in the CONSOLE_OPERATOR environment variable at
      * sign-on, so a maintenance program it CALLs can stamp the
      * operator on its records and audit lines without asking
      * again; a program run on its own prompts for the ID instead.
      * Either way the ID is proven against OPERATORS.DAT.
      *
      * Protocol: CALL "OPERID" using OPERATOR-AREA. Status "00"
      * returns the operator's ID, name and authorization level;
      * "10" means no valid operator was given (three tries, or no
      * operator file) and the caller should refuse to proceed.
      *-----------------------------------------------------------------
       01 OPERATOR-AREA.
           05 OA-STATUS               pic x(2).
               88 OA-OK               value "00".
               88 OA-UNKNOWN          value "10".
           05 OA-ID                   pic 9(6).
           05 OA-NAME                 pic x(20).
           05 OA-LEVEL                pic 9.
