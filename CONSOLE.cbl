               move "operator signed on to console"
                   to WS-AUDIT-DETAIL
               perform WriteConsoleAuditEntry
      *        Left in the environment for the programs this console
      *        CALLs - OPERID.cbl reads it back, so maintenance can
      *        stamp the operator without a second sign-on.
               display "CONSOLE_OPERATOR" upon environment-name
               display WS-SIGNON-ID upon environment-value
           end-if.

       LookupOperator.
           display " 4. Employee roster maintenance (person.dat)"
           display " 5. Clear a stale in-use lock (supervisor)"
           display " 6. Servicing inquiry (loan/borrower picture)"
           display " 7. Collections queue (contacts and promises)"
           display " 8. Servicing holds (place/release)"
           display " 9. Approval queue (approve/reject)"
           display " 0. Exit"
           display " ".

           accept WS-MENU-CHOICE.

       ProcessMenuChoice.
           if WS-MENU-CHOICE >= 1 and WS-MENU-CHOICE <= 9
               move "SELECT" to WS-AUDIT-ACTION
               move spaces to WS-AUDIT-DETAIL
               string "console option " WS-MENU-CHOICE " selected"
      *            Read-only - no level gate, no lock needed.
                   call "SERVINQ"
                   cancel "SERVINQ"
               when 7
      *            Records contacts under the signed-on operator
      *            (CONSOLE_OPERATOR); touches no master file.
                   call "COLLECT"
                   cancel "COLLECT"
               when 8
      *            Stamped with the signed-on operator and audited
      *            by HOLDMNT itself; the loan master is read only.
                   call "HOLDMNT"
                   cancel "HOLDMNT"
               when 9
      *            Dual control - APPROVE checks the signed-on
      *            operator against each item's maker itself (never
      *            the maker, always a higher level), so any level
      *            may open the queue.
                   call "APPROVE"
                   cancel "APPROVE"
               when 0
                   move "N" to WS-CONTINUE-SW
               when other
                   display "Invalid selection - please choose 0-9."
           end-evaluate.

      * Option 4 rebuilds person.dat from scratch and is not safe to
