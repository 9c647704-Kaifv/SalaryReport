       identification division.
       program-id. A4-CycleBalance.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be proving that one cycle
      *balanced end to end. Every step already balances itself -
      *the pre-edit counts, the salary run's control totals, the
      *extract trailer, the reconciliation's matched and unmatched
      *counts and the GL trailer hash - but nothing proved the
      *steps agreed with each other, and an auditor asking for that
      *proof cost somebody a day with the printouts. This program
      *is run for one generation once the reconciliation has closed
      *its cycle. It finds the cycle on the run-control master and
      *the production run on the run ledger, and ties out the
      *records the maintenance run unloaded against the records the
      *salary run read, the salary run's detail lines against the
      *extract trailer count, the extract's total increase against
      *the GL debits department by department, and the raises the
      *confirmation run applied plus those it held against the
      *extract count. Each tie-out prints PASS or FAIL, a failure
      *shows the difference, and the return code tells the
      *scheduler whether the cycle proved.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    One line naming the generation to prove - the same
      *    in-stream card the salary run and the reconciliation
      *    are given.
           select gen-id-file
           assign to "A4GENID"
           organization is line sequential
           file status is ws-gi-file-status.

      *    Run-control master - the cycle record carries the count
      *    the maintenance run unloaded and the closing date the
      *    reconciliation stamped.
           select run-control-file
           assign to "../../../A4-RunControl.dat"
           organization is line sequential
           file status is ws-ctl-file-status.

      *    The salary run's permanent run ledger.
           select run-ledger-file
           assign to "../../../A4-RunLedger.dat"
           organization is line sequential
           file status is ws-rl-file-status.

      *    The payroll extract exactly as the salary run wrote it.
           select extract-file
           assign to "../../../A4-Extract.out"
           organization is line sequential
           file status is ws-ex-file-status.

      *    The general-ledger posting batch the salary run wrote.
           select gl-file
           assign to "../../../A4-GLPosting.out"
           organization is line sequential
           file status is ws-gl-file-status.

      *    The confirmation run's apply control records.
           select apply-control-file
           assign to "../../../A4-ApplyControl.dat"
           organization is line sequential
           file status is ws-ac-file-status.

      *    Employee master, keyed on employee number - read by key
      *    for the department each extracted raise belongs to.
           select employee-master-file
           assign to "../../../A4-EmployeeMaster.dat"
           organization is indexed
           access mode is random
           record key is em-employee-number
           file status is ws-em-file-status.

      *    The printed proof of balance.
           select balance-report-file
           assign to "../../../A4-CycleBalance.out".

       data division.
       file section.

      *Generation id file definition
       fd gen-id-file
           data record is gen-id-line
           record contains 44 characters.

       01 gen-id-line.
         05 gi-generation-id           pic x(44).

      *Run-control master definition - must stay in step with the
      *record the maintenance, salary and reconciliation runs keep.
       fd run-control-file
           data record is run-control-record
           record contains 80 characters.

       01 run-control-record.
         05 rn-generation-id           pic x(44).
         05 rn-status                  pic x.
         05 rn-opened-date             pic x(8).
         05 rn-processed-date          pic x(8).
         05 rn-closed-date             pic x(8).
         05 rn-override-flag           pic x.
         05 rn-records-unloaded        pic x(5).
         05 rn-records-unloaded-num redefines rn-records-unloaded
                                       pic 9(5).
         05 filler                     pic x(5).

      *Run ledger definition - must stay in step with the record
      *the salary report run writes.
       fd run-ledger-file
           data record is ledger-record
           record contains 174 characters.

       01 ledger-record.
         05 rl-run-date                pic x(8).
         05 rl-run-time                pic x(6).
         05 rl-generation-id           pic x(44).
         05 rl-run-type                pic x.
         05 rl-analyst-percentage      pic 99v9.
         05 rl-sen-prog-percentage     pic 99v9.
         05 rl-prog-percentage         pic 99v9.
         05 rl-jr-prog-percentage      pic 99v9.
         05 rl-grad-analyst-years      pic 99.
         05 rl-grad-sen-prog-years     pic 99.
         05 rl-grad-prog-years         pic 99.
         05 rl-nongrad-prog-years      pic 99.
         05 rl-nongrad-jr-prog-years   pic 99.
         05 rl-analyst-max-salary      pic 9(7)v99.
         05 rl-sen-prog-max-salary     pic 9(7)v99.
         05 rl-prog-max-salary         pic 9(7)v99.
         05 rl-jr-prog-max-salary      pic 9(7)v99.
         05 rl-records-read            pic 9(5).
         05 rl-detail-lines            pic 9(5).
         05 rl-salary-read             pic 9(9)v99.
         05 rl-salary-written          pic 9(9)v99.
         05 rl-rejects                 pic 9(5).
         05 filler                     pic x(6).
         05 rl-batch-number            pic x(14).

      *Extract definition - the same fixed positions the report
      *run's extract writer produces: employee, name, position,
      *increase and new salary separated by commas, wrapped in the
      *batch header and trailer.
       fd extract-file
           data record is extract-line
           record contains 100 characters.

       01 extract-line.
         05 ex-employee-number         pic x(6).
         05 filler                     pic x.
         05 ex-employee-name           pic x(15).
         05 filler                     pic x.
         05 ex-position                pic x(10).
         05 filler                     pic x.
         05 ex-pay-increase            pic x(7).
         05 ex-pay-increase-num redefines ex-pay-increase
                                       pic 9(5)v99.
         05 filler                     pic x.
         05 ex-new-salary              pic x(9).
         05 filler                     pic x(49).

       01 extract-header-line.
         05 exh-type                   pic x.
         05 exh-run-date               pic x(8).
         05 exh-batch-number           pic x(14).
         05 filler                     pic x(77).

       01 extract-trailer-line.
         05 ext-type                   pic x.
         05 ext-batch-number           pic x(14).
         05 ext-record-count           pic x(5).
         05 ext-record-count-num redefines ext-record-count
                                       pic 9(5).
         05 ext-hash-total             pic x(13).
         05 filler                     pic x(67).

      *General-ledger posting definition - header, one debit per
      *department, the balancing credit and the trailer, each told
      *apart by the type byte in column one.
       fd gl-file
           data record is gl-line
           record contains 80 characters.

       01 gl-line.
         05 gl-type                    pic x.
         05 filler                     pic x(79).

       01 gl-header-line.
         05 glh-type                   pic x.
         05 glh-run-date               pic x(8).
         05 glh-source                 pic x(8).
         05 glh-batch-number           pic x(14).
         05 filler                     pic x(49).

       01 gl-detail-line.
         05 gld-type                   pic x.
         05 gld-department             pic x(4).
         05 gld-cost-center            pic x(6).
         05 gld-amount                 pic x(11).
         05 gld-amount-num redefines gld-amount
                                       pic 9(9)v99.
         05 gld-dr-cr                  pic x(2).
         05 filler                     pic x(56).

      *Apply control definition - must stay in step with the record
      *the confirmation run appends.
       fd apply-control-file
           data record is apply-control-record
           record contains 80 characters.

       01 apply-control-record.
         05 ac-batch-number            pic x(14).
         05 ac-run-date                pic x(8).
         05 ac-run-time                pic x(6).
         05 ac-extract-count           pic 9(5).
         05 ac-confirms-read           pic 9(5).
         05 ac-raises-applied          pic 9(5).
         05 ac-discrepancy-held        pic 9(5).
         05 ac-not-on-master           pic 9(5).
         05 filler                     pic x(27).

      *Employee master definition - same record as the maintenance
      *run keeps.
       fd employee-master-file
           label records are standard.
       01 em-record.
         05 em-employee-number         pic x(6).
         05 em-employee-name           pic x(15).
         05 em-education-code          pic x.
         05 em-service-years           pic 99.
         05 em-present-salary          pic 99999v99.
         05 em-department-code         pic x(4).
         05 em-hire-date               pic x(8).

      *Proof of balance report definition
       fd balance-report-file
           data record is report-line
           record contains 90 characters.

       01 report-line                  pic x(90).

       working-storage section.
      *This section will be showing the report heading at the top.
       01 ws-report-heading.
         05 filler                     pic x(41)   value
         "CYCLE PROOF OF BALANCE - A4CYCBAL".
         05 filler                     pic x(9)    value "RUN DATE ".
         05 ws-heading-date-out        pic x(8).

      *These are the lines identifying the cycle being proved.
       01 ws-cycle-line1.
         05 filler                     pic x(12)   value
         " GENERATION ".
         05 ws-cyc-generation-out      pic x(44).

       01 ws-cycle-line2.
         05 filler                     pic x(16)   value
         " CYCLE OPENED   ".
         05 ws-cyc-opened-out          pic x(8).
         05 filler                     pic x(13)   value
         "   PROCESSED ".
         05 ws-cyc-processed-out       pic x(8).
         05 filler                     pic x(10)   value
         "   CLOSED ".
         05 ws-cyc-closed-out          pic x(8).

       01 ws-cycle-line3.
         05 filler                     pic x(16)   value
         " SALARY RUN     ".
         05 ws-cyc-run-date-out        pic x(8).
         05 filler                     pic x       value spaces.
         05 ws-cyc-run-time-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-cyc-run-type-out        pic x(7).
         05 filler                     pic x(9)    value
         "   BATCH ".
         05 ws-cyc-batch-out           pic x(14).

      *This is the column heading over the tie-out lines.
       01 ws-tie-column-heading.
         05 filler                     pic x(34)   value
         " TIE-OUT".
         05 filler                     pic x(14)   value
         "         FIRST".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(14)   value
         "        SECOND".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "RESULT".
         05 filler                     pic x(15)   value
         "     DIFFERENCE".

      *This is the line printed for a tie-out between two counts.
       01 ws-tie-count-line.
         05 filler                     pic x       value spaces.
         05 ws-tcl-id-out              pic x(3).
         05 ws-tcl-desc-out            pic x(30).
         05 filler                     pic x(3)    value spaces.
         05 ws-tcl-first-out           pic zzz,zzz,zz9.
         05 filler                     pic x(5)    value spaces.
         05 ws-tcl-second-out          pic zzz,zzz,zz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-tcl-result-out          pic x(4).
         05 filler                     pic x(5)    value spaces.
         05 ws-tcl-diff-out            pic zzz,zzz,zz9-.

      *This is the line printed for a tie-out between two amounts.
       01 ws-tie-amount-line.
         05 filler                     pic x       value spaces.
         05 ws-tal-id-out              pic x(3).
         05 ws-tal-desc-out            pic x(30).
         05 ws-tal-first-out           pic zzz,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-tal-second-out          pic zzz,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-tal-result-out          pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-tal-diff-out            pic zzz,zzz,zz9.99-.

      *This is the line naming the sources of a tie-out, or the
      *reason one could not be proved.
       01 ws-note-line.
         05 filler                     pic x(7)    value spaces.
         05 ws-note-out                pic x(83).

      *These are the summary trailer lines.
       01 ws-summary-line1.
         05 filler                     pic x(20)   value
         " TIE-OUTS PASSED   =".
         05 ws-sum-passed-out          pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "TIE-OUTS FAILED    =".
         05 ws-sum-failed-out          pic zzzz9.

       01 ws-summary-line2.
         05 filler                     pic x       value spaces.
         05 ws-sum-result-out          pic x(60).

      *  The cycle record and production run found for the
      *  generation being proved.
       01 ws-cycle-work.
         05 ws-generation-id           pic x(44)   value "*UNKNOWN*".
         05 ws-cyc-status              pic x       value spaces.
         05 ws-cyc-opened-date         pic x(8)    value spaces.
         05 ws-cyc-processed-date      pic x(8)    value spaces.
         05 ws-cyc-closed-date         pic x(8)    value spaces.
         05 ws-cyc-unloaded            pic x(5)    value spaces.
         05 ws-cyc-unloaded-num redefines ws-cyc-unloaded
                                       pic 9(5).
         05 ws-run-date-found          pic x(8)    value spaces.
         05 ws-run-time-found          pic x(6)    value spaces.
         05 ws-run-type-found          pic x       value spaces.
         05 ws-records-read-found      pic 9(5)    value 0.
         05 ws-detail-lines-found      pic 9(5)    value 0.
         05 ws-batch-found             pic x(14)   value spaces.

      *  What the extract, the GL posting and the apply control
      *  file hold for the batch.
       01 ws-source-totals.
         05 ws-ext-batch               pic x(14)   value spaces.
         05 ws-ext-trailer-count       pic 9(5)    value 0.
         05 ws-ext-detail-count        pic 9(5)    value 0.
         05 ws-ext-increase-total      pic 9(9)v99 value 0.
         05 ws-ext-not-on-master       pic 9(5)    value 0.
         05 ws-gl-batch                pic x(14)   value spaces.
         05 ws-gl-debit-total          pic 9(9)v99 value 0.
         05 ws-ac-applied              pic 9(5)    value 0.
         05 ws-ac-held                 pic 9(5)    value 0.
         05 ws-ac-not-on-master        pic 9(5)    value 0.
         05 ws-ac-run-date             pic x(8)    value spaces.

      *  The extract increase and the GL debit for each department,
      *  side by side.
       01 ws-balance-dept-table.
         05 ws-bd-entry                occurs 500 times
                                        indexed by ws-bd-idx.
           10 ws-bd-code               pic x(4).
           10 ws-bd-ext-increase       pic 9(9)v99.
           10 ws-bd-gl-debit           pic 9(9)v99.

       77 ws-bd-count                  pic 9(3)    value 0.
       77 ws-bd-found-flag             pic x       value "N".
       77 ws-bd-lookup-code            pic x(4)    value spaces.
       77 ws-bd-overflow-flag          pic x       value "N".
       77 ws-dept-mismatches           pic 9(3)    value 0.

      *  Work fields for the tie-out being printed - the two sides,
      *  whether each side could be found at all, and the result.
       01 ws-tie-work.
         05 ws-tie-first-count         pic 9(7)    value 0.
         05 ws-tie-second-count        pic 9(7)    value 0.
         05 ws-tie-diff-count          pic s9(7)   value 0.
         05 ws-tie-first-amount        pic 9(9)v99 value 0.
         05 ws-tie-second-amount       pic 9(9)v99 value 0.
         05 ws-tie-diff-amount         pic s9(9)v99 value 0.
         05 ws-tie-first-ok            pic x       value "N".
         05 ws-tie-second-ok           pic x       value "N".
         05 ws-tie-pass-flag           pic x       value "N".
         05 ws-ties-passed             pic 9(3)    value 0.
         05 ws-ties-failed             pic 9(3)    value 0.

      *This is the flag section which will be keeping the record of
      *the end of file on each input and of which sources were
      *found for the batch.
       01 ws-flags.
         05 ws-ctl-eof-flag            pic x       value "n".
         05 ws-rl-eof-flag             pic x       value "n".
         05 ws-ex-eof-flag             pic x       value "n".
         05 ws-gl-eof-flag             pic x       value "n".
         05 ws-ac-eof-flag             pic x       value "n".
         05 ws-cycle-found-flag        pic x       value "N".
         05 ws-run-found-flag          pic x       value "N".
         05 ws-extract-ok-flag         pic x       value "N".
         05 ws-gl-ok-flag              pic x       value "N".
         05 ws-apply-ok-flag           pic x       value "N".
         05 ws-master-open-flag        pic x       value "N".

       77 ws-gi-file-status            pic xx      value spaces.
       77 ws-ctl-file-status           pic xx      value spaces.
       77 ws-rl-file-status            pic xx      value spaces.
       77 ws-ex-file-status            pic xx      value spaces.
       77 ws-gl-file-status            pic xx      value spaces.
       77 ws-ac-file-status            pic xx      value spaces.
       77 ws-em-file-status            pic xx      value spaces.
       77 ws-run-date                  pic x(8)    value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

       procedure division.

      *    Find the cycle and its production run, gather what the
      *    extract, the GL posting and the apply control file hold
      *    for the run's batch, and print the four tie-outs.
           accept ws-run-date          from date yyyymmdd.
           perform 010-open-report.
           perform 020-read-generation-id.
           perform 030-find-cycle.
           perform 040-find-production-run.
           perform 050-write-cycle-block.
           perform 100-read-extract.
           perform 200-read-gl-posting.
           perform 250-find-apply-control.
           perform 300-prove-cycle.
           perform 500-write-summary.
           perform 600-close-files.
           if ((ws-ties-failed > 0) and (return-code = 0)) then
               move 4                  to return-code
           end-if.

           goback.

      *    Open the report and write its heading.
       010-open-report.
           open output balance-report-file.
           move ws-run-date            to ws-heading-date-out.
           write report-line           from ws-report-heading.

      *    Read the generation to prove. A cycle can only be proved
      *    by name - with no generation mounted there is nothing to
      *    look up, so the run stops.
       020-read-generation-id.
           open input gen-id-file.
           if (ws-gi-file-status = "00") then
               read gen-id-file
                   at end
                       continue
                   not at end
                       if (gi-generation-id not = spaces) then
                           move gi-generation-id to ws-generation-id
                       end-if
               end-read
               close gen-id-file
           end-if.
           if (ws-generation-id = "*UNKNOWN*") then
               move "NO GENERATION NAMED ON A4GENID - NOTHING TO PROVE"
                 to ws-note-out
               perform 090-stop-run
           end-if.

      *    Find the generation's cycle record on the run-control
      *    master. A cycle the reconciliation has not closed is not
      *    finished, so it is not proved either.
       030-find-cycle.
           open input run-control-file.
           if (ws-ctl-file-status not = "00") then
               display "A4CYCBAL - UNABLE TO OPEN RUN CONTROL, "
                 "STATUS " ws-ctl-file-status
               move "RUN CONTROL MASTER UNAVAILABLE - CYCLE NOT PROVED"
                 to ws-note-out
               perform 090-stop-run
           end-if.
           perform 035-read-one-control-record
             until ws-ctl-eof-flag = ws-file-empty.
           close run-control-file.
           if (ws-cycle-found-flag = "N") then
               move "GENERATION NOT ON RUN CONTROL - CYCLE NOT PROVED"
                 to ws-note-out
               perform 090-stop-run
           end-if.
           if (ws-cyc-status not = "C") then
               move "CYCLE NOT CLOSED BY RECONCILIATION - NOT PROVED"
                 to ws-note-out
               perform 090-stop-run
           end-if.

      *    This section reads one control record, keeping the one
      *    for the generation, called from the loop in
      *    030-find-cycle.
       035-read-one-control-record.
           read run-control-file
               at end
                   move ws-file-empty  to ws-ctl-eof-flag
               not at end
                   if (rn-generation-id = ws-generation-id) then
                       move "Y"        to ws-cycle-found-flag
                       move rn-status  to ws-cyc-status
                       move rn-opened-date to ws-cyc-opened-date
                       move rn-processed-date to
                         ws-cyc-processed-date
                       move rn-closed-date to ws-cyc-closed-date
                       move rn-records-unloaded to ws-cyc-unloaded
                   end-if
           end-read.
           if ((ws-ctl-file-status not = "00") and
             (ws-ctl-file-status not = "10")) then
               display "A4CYCBAL - RUN CONTROL READ FAILED, STATUS "
                 ws-ctl-file-status
               move ws-file-empty      to ws-ctl-eof-flag
               move "RUN CONTROL MASTER UNREADABLE - CYCLE NOT PROVED"
                 to ws-note-out
               perform 090-stop-run
           end-if.

      *    Find the generation's production run on the run ledger -
      *    the last fresh or restart run that read it. A restart's
      *    record carries the whole run's totals, so the last one
      *    is the one that counts.
       040-find-production-run.
           open input run-ledger-file.
           if (ws-rl-file-status not = "00") then
               display "A4CYCBAL - UNABLE TO OPEN RUN LEDGER, STATUS "
                 ws-rl-file-status
               move "RUN LEDGER UNAVAILABLE - CYCLE NOT PROVED" to
                 ws-note-out
               perform 090-stop-run
           end-if.
           perform 045-read-one-ledger-record
             until ws-rl-eof-flag = ws-file-empty.
           close run-ledger-file.
           if (ws-run-found-flag = "N") then
               move "NO PRODUCTION RUN ON RUN LEDGER - CYCLE NOT PROVED"
                 to ws-note-out
               perform 090-stop-run
           end-if.

      *    This section reads one ledger record, keeping the last
      *    production run of the generation, called from the loop
      *    in 040-find-production-run.
       045-read-one-ledger-record.
           read run-ledger-file
               at end
                   move ws-file-empty  to ws-rl-eof-flag
               not at end
                   if ((rl-generation-id = ws-generation-id) and
                     ((rl-run-type = "F") or (rl-run-type = "R")))
                     then
                       move "Y"        to ws-run-found-flag
                       move rl-run-date to ws-run-date-found
                       move rl-run-time to ws-run-time-found
                       move rl-run-type to ws-run-type-found
                       move rl-records-read to ws-records-read-found
                       move rl-detail-lines to ws-detail-lines-found
                       move rl-batch-number to ws-batch-found
                   end-if
           end-read.
           if ((ws-rl-file-status not = "00") and
             (ws-rl-file-status not = "10")) then
               display "A4CYCBAL - RUN LEDGER READ FAILED, STATUS "
                 ws-rl-file-status
               move ws-file-empty      to ws-rl-eof-flag
               move "RUN LEDGER UNREADABLE - CYCLE NOT PROVED" to
                 ws-note-out
               perform 090-stop-run
           end-if.

      *    Print the block identifying the cycle and the run.
       050-write-cycle-block.
           move ws-generation-id       to ws-cyc-generation-out.
           write report-line           from ws-cycle-line1
             after advancing ws-two lines.
           move ws-cyc-opened-date     to ws-cyc-opened-out.
           move ws-cyc-processed-date  to ws-cyc-processed-out.
           move ws-cyc-closed-date     to ws-cyc-closed-out.
           write report-line           from ws-cycle-line2
             after advancing ws-one line.
           move ws-run-date-found      to ws-cyc-run-date-out.
           move ws-run-time-found      to ws-cyc-run-time-out.
           if (ws-run-type-found = "R") then
               move "RESTART"          to ws-cyc-run-type-out
           else
               move "FRESH"            to ws-cyc-run-type-out
           end-if.
           move ws-batch-found         to ws-cyc-batch-out.
           write report-line           from ws-cycle-line3
             after advancing ws-one line.

      *    A cycle that cannot even be identified is not proved -
      *    the reason goes on the report and the operator log, and
      *    the run ends here with nothing tied out.
       090-stop-run.
           write report-line           from ws-note-line
             after advancing ws-two lines.
           display "A4CYCBAL - " ws-note-out.
           close balance-report-file.
           move 8                      to return-code.
           goback.

      *    Read the extract - the batch it carries, its trailer
      *    count, and the increase on every detail line totalled
      *    overall and by the department the employee belongs to on
      *    the master. An extract from another batch - a later run
      *    or an off-cycle supplemental batch - cannot prove this
      *    cycle, so the tie-outs that need it fail.
       100-read-extract.
           open input extract-file.
           if (ws-ex-file-status not = "00") then
               display "A4CYCBAL - UNABLE TO OPEN EXTRACT, STATUS "
                 ws-ex-file-status
           else
               open input employee-master-file
               if (ws-em-file-status = "00") then
                   move "Y"            to ws-master-open-flag
               else
                   display "A4CYCBAL - UNABLE TO OPEN EMPLOYEE "
                     "MASTER, STATUS " ws-em-file-status
               end-if
               perform 110-read-one-extract-line
                 until ws-ex-eof-flag = ws-file-empty
               close extract-file
               if (ws-master-open-flag = "Y") then
                   close employee-master-file
               end-if
               if ((ws-ext-batch = ws-batch-found) and
                 (ws-batch-found not = spaces)) then
                   move "Y"            to ws-extract-ok-flag
               end-if
           end-if.

      *    This section reads one extract line, called from the
      *    loop in 100-read-extract. The envelope records are told
      *    apart from detail lines by their type byte and the comma
      *    a detail line always carries in column 7, after the
      *    six-character employee number.
       110-read-one-extract-line.
           read extract-file
               at end
                   move ws-file-empty  to ws-ex-eof-flag
               not at end
                   if ((exh-type = "H") and
                     (extract-line (7:1) not = ",")) then
                       move exh-batch-number to ws-ext-batch
                   else
                       if ((ext-type = "T") and
                         (extract-line (7:1) not = ",")) then
                           if (ext-record-count numeric) then
                               move ext-record-count-num to
                                 ws-ext-trailer-count
                           end-if
                       else
                           perform 115-take-extract-detail
                       end-if
                   end-if
           end-read.
           if ((ws-ex-file-status not = "00") and
             (ws-ex-file-status not = "10")) then
               display "A4CYCBAL - EXTRACT READ FAILED, STATUS "
                 ws-ex-file-status
               move ws-file-empty      to ws-ex-eof-flag
               move spaces             to ws-ext-batch
           end-if.

      *    This section adds one detail line's increase to the
      *    extract total and to its department. An employee no
      *    longer on the master is carried under ???? so the dollars
      *    still show against the GL.
       115-take-extract-detail.
           add 1                       to ws-ext-detail-count.
           if (ex-pay-increase numeric) then
               add ex-pay-increase-num to ws-ext-increase-total
               move "????"             to ws-bd-lookup-code
               if (ws-master-open-flag = "Y") then
                   move ex-employee-number to em-employee-number
                   read employee-master-file
                       invalid key
                           add 1       to ws-ext-not-on-master
                       not invalid key
                           move em-department-code to
                             ws-bd-lookup-code
                   end-read
               end-if
               perform 120-find-or-add-dept
               if (ws-bd-found-flag = "Y") then
                   add ex-pay-increase-num to
                     ws-bd-ext-increase (ws-bd-idx)
               end-if
           end-if.

      *    This section finds ws-bd-lookup-code in the department
      *    table, adding it when it is new, and leaves ws-bd-idx on
      *    the entry. A department past the table limit is counted
      *    in the totals but cannot be shown on its own.
       120-find-or-add-dept.
           move "N"                    to ws-bd-found-flag.
           if (ws-bd-count > 0) then
               perform 125-test-one-dept
                 varying ws-bd-idx from 1 by 1
                 until (ws-bd-idx > ws-bd-count) or
                 (ws-bd-found-flag = "Y")
               if (ws-bd-found-flag = "Y") then
                   subtract 1          from ws-bd-idx
               end-if
           end-if.
           if (ws-bd-found-flag = "N") then
               if (ws-bd-count < 500) then
                   add 1               to ws-bd-count
                   set ws-bd-idx       to ws-bd-count
                   move ws-bd-lookup-code to ws-bd-code (ws-bd-idx)
                   move 0              to ws-bd-ext-increase (ws-bd-idx)
                   move 0              to ws-bd-gl-debit (ws-bd-idx)
                   move "Y"            to ws-bd-found-flag
               else
                   if (ws-bd-overflow-flag = "N") then
                       display "A4CYCBAL - MORE THAN 500 DEPARTMENTS - "
                         "DEPARTMENT LINES INCOMPLETE"
                       move "Y"        to ws-bd-overflow-flag
                   end-if
               end-if
           end-if.

      *    This section tests one department-table entry, called
      *    from the lookup loop in 120-find-or-add-dept.
       125-test-one-dept.
           if (ws-bd-code (ws-bd-idx) = ws-bd-lookup-code) then
               move "Y"                to ws-bd-found-flag
           end-if.

      *    Read the GL posting - the batch its header carries and
      *    every department debit. Only a posting for the cycle's
      *    batch can prove it.
       200-read-gl-posting.
           open input gl-file.
           if (ws-gl-file-status not = "00") then
               display "A4CYCBAL - UNABLE TO OPEN GL POSTING, STATUS "
                 ws-gl-file-status
           else
               perform 210-read-one-gl-record
                 until ws-gl-eof-flag = ws-file-empty
               close gl-file
               if ((ws-gl-batch = ws-batch-found) and
                 (ws-batch-found not = spaces)) then
                   move "Y"            to ws-gl-ok-flag
               end-if
           end-if.

      *    This section reads one GL record, called from the loop
      *    in 200-read-gl-posting.
       210-read-one-gl-record.
           read gl-file
               at end
                   move ws-file-empty  to ws-gl-eof-flag
               not at end
                   if (gl-type = "H") then
                       move glh-batch-number to ws-gl-batch
                   end-if
                   if ((gl-type = "D") and (gld-amount numeric)) then
                       add gld-amount-num to ws-gl-debit-total
                       move gld-department to ws-bd-lookup-code
                       perform 120-find-or-add-dept
                       if (ws-bd-found-flag = "Y") then
                           add gld-amount-num to
                             ws-bd-gl-debit (ws-bd-idx)
                       end-if
                   end-if
           end-read.
           if ((ws-gl-file-status not = "00") and
             (ws-gl-file-status not = "10")) then
               display "A4CYCBAL - GL POSTING READ FAILED, STATUS "
                 ws-gl-file-status
               move ws-file-empty      to ws-gl-eof-flag
               move spaces             to ws-gl-batch
           end-if.

      *    Find the confirmation run's apply control record for the
      *    batch - the last one, when the batch was confirmed more
      *    than once.
       250-find-apply-control.
           if (ws-batch-found not = spaces) then
               open input apply-control-file
               if (ws-ac-file-status = "00") then
                   perform 255-read-one-apply-record
                     until ws-ac-eof-flag = ws-file-empty
                   close apply-control-file
               else
                   display "A4CYCBAL - UNABLE TO OPEN APPLY CONTROL, "
                     "STATUS " ws-ac-file-status
               end-if
           end-if.

      *    This section reads one apply control record, called from
      *    the loop in 250-find-apply-control.
       255-read-one-apply-record.
           read apply-control-file
               at end
                   move ws-file-empty  to ws-ac-eof-flag
               not at end
                   if (ac-batch-number = ws-batch-found) then
                       move "Y"        to ws-apply-ok-flag
                       move ac-raises-applied to ws-ac-applied
                       move ac-discrepancy-held to ws-ac-held
                       move ac-not-on-master to ws-ac-not-on-master
                       move ac-run-date to ws-ac-run-date
                   end-if
           end-read.
           if ((ws-ac-file-status not = "00") and
             (ws-ac-file-status not = "10")) then
               display "A4CYCBAL - APPLY CONTROL READ FAILED, STATUS "
                 ws-ac-file-status
               move ws-file-empty      to ws-ac-eof-flag
               move "N"                to ws-apply-ok-flag
           end-if.

      *    Print the four tie-outs, each with its sources or the
      *    reason it could not be proved.
       300-prove-cycle.
           write report-line           from ws-tie-column-heading
             after advancing ws-two lines.
           perform 310-prove-unload.
           perform 320-prove-detail-lines.
           perform 330-prove-increase.
           perform 340-prove-confirmations.

      *    Tie-out 1 - the feed records the maintenance run unloaded
      *    for the generation against the records the salary run
      *    read from it.
       310-prove-unload.
           move spaces                 to ws-tie-count-line.
           move " 1"                   to ws-tcl-id-out.
           move "MAINT UNLOADED / RUN READ" to ws-tcl-desc-out.
           move "N"                    to ws-tie-first-ok.
           if (ws-cyc-unloaded numeric) then
               move "Y"                to ws-tie-first-ok
               move ws-cyc-unloaded-num to ws-tie-first-count
           end-if.
           move "Y"                    to ws-tie-second-ok.
           move ws-records-read-found  to ws-tie-second-count.
           perform 390-finish-count-tie.
           move spaces                 to ws-note-out.
           if (ws-tie-first-ok = "N") then
               string "NO UNLOAD COUNT ON THE CYCLE RECORD - "
                        delimited by size
                      "CYCLE OPENED BEFORE IT WAS KEPT"
                        delimited by size
                 into ws-note-out
               end-string
           else
               string "A4EMPMT UNLOAD ON A4-RunControl.dat / "
                        delimited by size
                      "RECORDS READ ON A4-RunLedger.dat"
                        delimited by size
                 into ws-note-out
               end-string
           end-if.
           write report-line           from ws-note-line
             after advancing ws-one line.

      *    Tie-out 2 - the salary run's detail lines against the
      *    count on the extract trailer.
       320-prove-detail-lines.
           move spaces                 to ws-tie-count-line.
           move " 2"                   to ws-tcl-id-out.
           move "DETAIL LINES / EXTRACT COUNT" to ws-tcl-desc-out.
           move "Y"                    to ws-tie-first-ok.
           move ws-detail-lines-found  to ws-tie-first-count.
           move ws-extract-ok-flag     to ws-tie-second-ok.
           move ws-ext-trailer-count   to ws-tie-second-count.
           perform 390-finish-count-tie.
           perform 380-write-extract-note.

      *    Tie-out 3 - the extract's total increase against the GL
      *    debit total, then department by department. Any one
      *    department out fails the tie-out even when the totals
      *    agree - dollars posted to the wrong department are still
      *    wrong.
       330-prove-increase.
           move 0                      to ws-dept-mismatches.
           if (ws-bd-count > 0) then
               perform 332-compare-one-dept
                 varying ws-bd-idx from 1 by 1
                 until ws-bd-idx > ws-bd-count
           end-if.
           move spaces                 to ws-tie-amount-line.
           move " 3"                   to ws-tal-id-out.
           move "EXTRACT INCREASE / GL DEBITS" to ws-tal-desc-out.
           move ws-extract-ok-flag     to ws-tie-first-ok.
           move ws-ext-increase-total  to ws-tie-first-amount.
           move ws-gl-ok-flag          to ws-tie-second-ok.
           move ws-gl-debit-total      to ws-tie-second-amount.
           perform 395-finish-amount-tie.
           perform 380-write-extract-note.
           if (ws-gl-ok-flag = "N") then
               move "GL POSTING MISSING OR NOT FOR THE CYCLE'S BATCH"
                 to ws-note-out
               write report-line       from ws-note-line
                 after advancing ws-one line
           end-if.
           if (ws-ext-not-on-master > 0) then
               move spaces             to ws-note-out
               string "EXTRACTED EMPLOYEES NOT ON THE MASTER ARE "
                        delimited by size
                      "SHOWN UNDER DEPARTMENT ????"
                        delimited by size
                 into ws-note-out
               end-string
               write report-line       from ws-note-line
                 after advancing ws-one line
           end-if.
           if ((ws-extract-ok-flag = "Y") and (ws-gl-ok-flag = "Y")
             and (ws-bd-count > 0)) then
               perform 335-write-one-dept
                 varying ws-bd-idx from 1 by 1
                 until ws-bd-idx > ws-bd-count
           end-if.

      *    This section counts a department whose extract increase
      *    and GL debit differ, called from the loop in
      *    330-prove-increase.
       332-compare-one-dept.
           if (ws-bd-ext-increase (ws-bd-idx) not =
             ws-bd-gl-debit (ws-bd-idx)) then
               add 1                   to ws-dept-mismatches
           end-if.

      *    This section prints one department's extract increase
      *    against its GL debit, called from the loop in
      *    330-prove-increase. These lines are part of tie-out 3
      *    and are not counted as tie-outs of their own.
       335-write-one-dept.
           move spaces                 to ws-tie-amount-line.
           move spaces                 to ws-tal-desc-out.
           string "   DEPARTMENT "     delimited by size
                  ws-bd-code (ws-bd-idx) delimited by size
             into ws-tal-desc-out
           end-string.
           move ws-bd-ext-increase (ws-bd-idx) to ws-tal-first-out.
           move ws-bd-gl-debit (ws-bd-idx) to ws-tal-second-out.
           if (ws-bd-ext-increase (ws-bd-idx) =
             ws-bd-gl-debit (ws-bd-idx)) then
               move "PASS"             to ws-tal-result-out
           else
               move "FAIL"             to ws-tal-result-out
               compute ws-tie-diff-amount =
                 ws-bd-ext-increase (ws-bd-idx) -
                 ws-bd-gl-debit (ws-bd-idx)
               move ws-tie-diff-amount to ws-tal-diff-out
           end-if.
           write report-line           from ws-tie-amount-line
             after advancing ws-one line.

      *    Tie-out 4 - the raises the confirmation run applied plus
      *    those it held against the extract count. Held covers
      *    every confirmation refused, whether as a discrepancy or
      *    because the employee was no longer on the master.
       340-prove-confirmations.
           move spaces                 to ws-tie-count-line.
           move " 4"                   to ws-tcl-id-out.
           move "APPLIED+HELD / EXTRACT COUNT" to ws-tcl-desc-out.
           move ws-apply-ok-flag       to ws-tie-first-ok.
           compute ws-tie-first-count = ws-ac-applied + ws-ac-held +
             ws-ac-not-on-master.
           move ws-extract-ok-flag     to ws-tie-second-ok.
           move ws-ext-trailer-count   to ws-tie-second-count.
           perform 390-finish-count-tie.
           if (ws-apply-ok-flag = "N") then
               move "NO A4CNFAP APPLY CONTROL RECORD FOR THE BATCH" to
                 ws-note-out
           else
               move spaces             to ws-note-out
               string "A4CNFAP RUN "   delimited by size
                      ws-ac-run-date   delimited by size
                      " - APPLIED AND HELD FROM A4-ApplyControl.dat"
                                       delimited by size
                 into ws-note-out
               end-string
           end-if.
           write report-line           from ws-note-line
             after advancing ws-one line.
           perform 380-write-extract-note.

      *    This section notes, under a tie-out that needs it, that
      *    the extract on file is missing or belongs to another
      *    batch.
       380-write-extract-note.
           if (ws-extract-ok-flag = "N") then
               move spaces             to ws-note-out
               if (ws-batch-found = spaces) then
                   move "RUN LEDGER RECORD CARRIES NO BATCH NUMBER" to
                     ws-note-out
               else
                   string "EXTRACT MISSING OR NOT FOR THE CYCLE'S "
                            delimited by size
                          "BATCH - ON FILE: " delimited by size
                          ws-ext-batch delimited by size
                     into ws-note-out
                   end-string
               end-if
               write report-line       from ws-note-line
                 after advancing ws-one line
           end-if.

      *    This section finishes and prints a count tie-out line -
      *    PASS when both sides were found and agree, FAIL with the
      *    difference when they do not, FAIL with no difference when
      *    a side could not be found at all.
       390-finish-count-tie.
           move "N"                    to ws-tie-pass-flag.
           if (ws-tie-first-ok = "Y") then
               move ws-tie-first-count to ws-tcl-first-out
           end-if.
           if (ws-tie-second-ok = "Y") then
               move ws-tie-second-count to ws-tcl-second-out
           end-if.
           if ((ws-tie-first-ok = "Y") and (ws-tie-second-ok = "Y"))
             then
               if (ws-tie-first-count = ws-tie-second-count) then
                   move "Y"            to ws-tie-pass-flag
               else
                   compute ws-tie-diff-count = ws-tie-first-count -
                     ws-tie-second-count
                   move ws-tie-diff-count to ws-tcl-diff-out
               end-if
           end-if.
           if (ws-tie-pass-flag = "Y") then
               move "PASS"             to ws-tcl-result-out
               add 1                   to ws-ties-passed
           else
               move "FAIL"             to ws-tcl-result-out
               add 1                   to ws-ties-failed
           end-if.
           write report-line           from ws-tie-count-line
             after advancing ws-two lines.

      *    This section finishes and prints an amount tie-out line,
      *    the same way as 390-finish-count-tie. A department out
      *    of balance fails it as well.
       395-finish-amount-tie.
           move "N"                    to ws-tie-pass-flag.
           if (ws-tie-first-ok = "Y") then
               move ws-tie-first-amount to ws-tal-first-out
           end-if.
           if (ws-tie-second-ok = "Y") then
               move ws-tie-second-amount to ws-tal-second-out
           end-if.
           if ((ws-tie-first-ok = "Y") and (ws-tie-second-ok = "Y"))
             then
               compute ws-tie-diff-amount = ws-tie-first-amount -
                 ws-tie-second-amount
               if ((ws-tie-diff-amount = 0) and
                 (ws-dept-mismatches = 0)) then
                   move "Y"            to ws-tie-pass-flag
               else
                   move ws-tie-diff-amount to ws-tal-diff-out
               end-if
           end-if.
           if (ws-tie-pass-flag = "Y") then
               move "PASS"             to ws-tal-result-out
               add 1                   to ws-ties-passed
           else
               move "FAIL"             to ws-tal-result-out
               add 1                   to ws-ties-failed
           end-if.
           write report-line           from ws-tie-amount-line
             after advancing ws-two lines.

      *    This section writes the proof trailer.
       500-write-summary.
           move ws-ties-passed         to ws-sum-passed-out.
           move ws-ties-failed         to ws-sum-failed-out.
           write report-line           from ws-summary-line1
             after advancing ws-two lines.
           if (ws-ties-failed = 0) then
               move "CYCLE PROVED - EVERY TIE-OUT BALANCES" to
                 ws-sum-result-out
           else
               move "*** CYCLE NOT PROVED - SEE FAILED TIE-OUTS ***" to
                 ws-sum-result-out
           end-if.
           write report-line           from ws-summary-line2
             after advancing ws-one line.

      *Close files
       600-close-files.
           close balance-report-file.

       end program A4-CycleBalance.
