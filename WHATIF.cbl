           move 0 to AE-IN-ESCROW
           move 0 to AE-IN-ORIG-DATE
           move 0 to AE-IN-IO-PERIODS
           move 0 to AE-IN-DEFER-PERIODS
           move 0 to AE-IN-RATE-CHANGE-COUNT
           move "N" to AE-IN-RESUME-SW
           move "INIT" to AE-FUNCTION
