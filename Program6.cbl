      *the salary report run writes.
       fd run-ledger-file
           data record is ledger-record
           record contains 174 characters.

       01 ledger-record.
         05 rl-run-date                pic x(8).
         05 rl-salary-written          pic 9(9)v99.
         05 rl-rejects                 pic 9(5).
         05 filler                     pic x(6).
      *  The extract batch the run wrote - blank on runs made before
      *  it was kept.
         05 rl-batch-number            pic x(14).

      *Ledger report definition
       fd ledger-report-file
               if (rl-run-type = "R") then
                   move "RESTART"      to ws-run-type-out
               else
                   if (rl-run-type = "O") then
                       move "OFF-CYCLE"  to ws-run-type-out
                   else
                       move "FRESH"    to ws-run-type-out
                   end-if
               end-if
           end-if.
           move rl-generation-id       to ws-generation-out.
