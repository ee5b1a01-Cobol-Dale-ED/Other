           05 LJ-ACTION             pic x(1).
               88 LJ-ACTION-WRITE   value "W".
               88 LJ-ACTION-REWRITE value "R".
      * A record LOANARCH.cbl moved to the archive - the before
      * image is the record deleted, the after image is spaces.
               88 LJ-ACTION-DELETE  value "D".
           05 LJ-BEFORE-IMAGE       pic x(130).
           05 LJ-AFTER-IMAGE        pic x(130).
