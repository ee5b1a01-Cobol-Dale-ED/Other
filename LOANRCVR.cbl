      * LOANMSTR made) in order, applying each after-image: a
      * journaled WRITE inserts the record, a journaled REWRITE
      * replaces it (or inserts it when the backup predates the
      * loan), and a journaled DELETE (LOANARCH's archive moves)
      * removes it again. The result is the master as it stood at
      * the moment of the crash, without re-keying a day of
      * postings from POSTING.RPT printouts.
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      * same images - so a rerun after an interrupted recovery is
      * safe.
       ReplayOneEntry.
           if LJ-ACTION-DELETE
               move LJ-BEFORE-IMAGE to LOAN-MASTER-RECORD
               delete loan-master
                   invalid key
                       continue
               end-delete
               add 1 to WS-REPLAY-COUNT
               exit paragraph
           end-if
           move LJ-AFTER-IMAGE to LOAN-MASTER-RECORD
           if LJ-ACTION-WRITE
               write LOAN-MASTER-RECORD
