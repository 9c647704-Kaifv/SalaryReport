           organization is line sequential
           file status is ws-oc-file-status.

      *    Off-cycle selection file - when present and holding cards
      *    the run becomes an off-cycle supplemental run for the
      *    mid-year promotions and corrections: only the employees
      *    named on it (or, on a single CHANGED card, only those
      *    changed on the master since the last production run) are
      *    classified, and they go out as a supplemental extract
      *    batch and GL posting of their own. The cycle's run
      *    control is neither checked nor stamped. See
      *    055-check-for-offcycle.
           select offcycle-select-file
           assign to "../../../A4-OffCycleSel.dat"
           organization is line sequential
           file status is ws-os-file-status.

      *    Compensation change journal the maintenance, confirmation
      *    and reorganization runs append to - read on a CHANGED
      *    off-cycle run to find who changed since the last
      *    production run. See 058-load-changed-employees.
           select journal-file
           assign to "../../../A4-CompJournal.dat"
           organization is line sequential
           file status is ws-cj-file-status.

      *    Manager distribution work file - every detail line,
      *    departmental subtotal line, budget line and applied
      *    override line the run prints, keyed on the department it
      *    belongs to, so the per-manager reports can be split out
      *    at end of run. See 590-write-manager-reports.
           select manager-work-file
           assign to "../../../A4-MgrWork.dat"
           organization is line sequential
           file status is ws-mw-file-status.

           select manager-sort-file
           assign to "sortwk02".

      *    Per-manager reports - one report per department on the
      *    reference master, addressed to its manager and starting
      *    on a new page. Every line carries its department code in
      *    columns 1-4 as the distribution key, so the output is
      *    burst by department and no manager receives another
      *    department's pages.
           select manager-report-file
           assign to "../../../A4-MgrReports.out"
           file status is ws-mrp-file-status.

      *    Distribution control listing - which manager got which
      *    report, with page and employee counts proved back to the
      *    company totals.
           select distribution-control-file
           assign to "../../../A4-MgrDistCtl.out"
           file status is ws-mdc-file-status.

      *    Checkpoint file for restarting a large A4.dat run that did
      *    not finish - holds a snapshot of the control totals as of
      *    the last checkpoint, followed by one record for each
      *    department-table entry. See 011-check-for-restart and
      *    495-write-checkpoint.
           select checkpoint-file
           assign to "../../../A4-Checkpoint.dat"
           organization is line sequential
      *Input definition
       fd input-file
           data record is input-line
           record contains 44 characters.

       01 input-line.
         05 il-employee-number         pic x(6).
         05 il-employee-name           pic x(15).
         05 il-education-code          pic x.
         05 il-service-years           pic 99.
      *  unconverted feeds still classify.
         05 il-hire-date               pic x(8).
      *  Spare byte bringing the record area up to the declared
      *  44-character record length - without it a full-width feed
      *  line was split across two reads, the second one arriving
      *  as a phantom blank record.
         05 filler                     pic x.
      *effect, and the final control totals.
       fd run-ledger-file
           data record is ledger-record
           record contains 174 characters.

       01 ledger-record.
         05 rl-run-date                pic x(8).
         05 rl-run-time                pic x(6).
         05 rl-generation-id           pic x(44).
      *  F fresh, R restart, S simulation, O off-cycle supplemental.
         05 rl-run-type                pic x.
         05 rl-analyst-percentage      pic 99v9.
         05 rl-sen-prog-percentage     pic 99v9.
         05 rl-salary-written          pic 9(9)v99.
         05 rl-rejects                 pic 9(5).
         05 filler                     pic x(6).
      *  The extract batch the run wrote - blank on runs made before
      *  it was kept.
         05 rl-batch-number            pic x(14).

      *Generation id file definition - one line naming the input
      *generation mounted on A4IN.
         05 rn-processed-date          pic x(8).
         05 rn-closed-date             pic x(8).
         05 rn-override-flag           pic x.
      *  The feed records the maintenance run unloaded for the
      *  generation - blank on cycles opened before it was kept.
         05 rn-records-unloaded        pic x(5).
         05 rn-records-unloaded-num redefines rn-records-unloaded
                                       pic 9(5).
         05 filler                     pic x(5).

      *Operator override card definition
       fd override-card-file
       01 override-card-line.
         05 oc-card                    pic x(8).

      *Off-cycle selection file definition - one employee number
      *per card, or a single CHANGED card.
       fd offcycle-select-file
           data record is offcycle-select-line
           record contains 8 characters.

       01 offcycle-select-line.
         05 os-card                    pic x(8).
         05 os-employee-card redefines os-card.
           10 os-employee-number       pic x(6).
           10 filler                   pic x(2).

      *Compensation journal definition - must stay in step with the
      *record the journal writers share.
       fd journal-file
           data record is journal-record
           record contains 119 characters.

       01 journal-record.
         05 cj-employee-number         pic x(6).
         05 cj-field-code              pic x.
         05 cj-old-value               pic x(9).
         05 cj-new-value               pic x(9).
         05 cj-department-code         pic x(4).
         05 cj-source-program          pic x(8).
         05 cj-run-date                pic x(8).
         05 cj-run-time                pic x(6).
         05 cj-source-ref              pic x(60).
      *  Who approved the card, when it was held for dual control.
         05 cj-approver-id             pic x(8).

      *Raise notification letters definition
       fd letters-file
           data record is letter-line
      *card, or a single ALL card.
       fd letter-request-file
           data record is letter-request-line
           record contains 6 characters.

       01 letter-request-line.
         05 lr-employee-number         pic x(6).

      *Merit override card file definition - employee number,
      *override type (P percent, F flat amount), both value
      *columns, and the reason code.
       fd override-file
           data record is override-line
           record contains 21 characters.

       01 override-line.
         05 ol-employee-number         pic x(6).
         05 ol-override-type           pic x.
         05 ol-percentage              pic x(3).
         05 ol-percentage-num redefines ol-percentage
       fd salary-history-file
           label records are standard.
       01 sh-record.
         05 sh-employee-number         pic x(6).
         05 sh-last-salary             pic 9(7)v99.

      *Year-over-year salary trend report.

       01 anniversary-line             pic x(80).

      *    Checkpoint record - a snapshot of the counters as of the
      *    last checkpoint interval, with the department table in
      *    the department records that follow it, so a
      *    rerun can skip the input records already accounted for
      *    instead of reprocessing the whole file and double-counting
      *    the control totals and departmental subtotals.
         05 chk-batch-number           pic x(14).
         05 chk-extract-count          pic 9(5).
         05 chk-extract-hash           pic 9(11)v99.
      *  The number of department records following this one.
         05 chk-dept-count             pic 9(3).

      *    Checkpoint department record - one per department-table
      *    entry, written after the checkpoint record above, so the
      *    table can grow without the record outgrowing the file.
       01 checkpoint-dept-record.
         05 chk-dept-code              pic x(4).
         05 chk-dept-row               occurs 20 times.
           10 chk-dept-row-count       pic 999.
           10 chk-dept-row-increase    pic 9(8)v99.
         05 chk-dept-unclass-count     pic 999.
         05 chk-dept-rejected-count    pic 999.

      *Manager distribution work record - the department the line
      *belongs to, the part of the manager report it prints in (1
      *detail, 2 subtotals, 3 budget, 4 overrides), its order
      *within that part, and the line exactly as it was printed.
       fd manager-work-file
           data record is manager-work-line
           record contains 100 characters.

       01 manager-work-line.
         05 mw-department-code         pic x(4).
         05 mw-section                 pic x.
         05 mw-sequence                pic 9(5).
         05 mw-print-line              pic x(90).

      *Per-manager report definition - distribution key, then the
      *print line.
       fd manager-report-file
           data record is manager-report-line
           record contains 95 characters.

       01 manager-report-line          pic x(95).

      *Distribution control listing definition
       fd distribution-control-file
           data record is distribution-control-line
           record contains 90 characters.

       01 distribution-control-line    pic x(90).

      *Sort work file used to group all employees by computed
      *position across the whole company for the classification
      *  order - most-senior rows first - with 99 sorting the
      *  unclassified and rejected records last.
         05 sd-position-rank           pic 99.
         05 sd-employee-number         pic x(6).
         05 sd-employee-name           pic x(15).
         05 sd-service-years           pic 99.
         05 sd-present-salary          pic 99999v99.
         05 sd-new-salary-calc         pic 9(7)v99.
         05 sd-cap-flag                pic x.

      *Sort work file putting the manager distribution work
      *records into department order - see
      *590-write-manager-reports.
       sd manager-sort-file.
       01 ms-work-record.
         05 ms-department-code         pic x(4).
         05 ms-section                 pic x.
         05 ms-sequence                pic 9(5).
         05 ms-print-line              pic x(90).


       working-storage section.
      *This section will be showing the report heading at the top of the
      *This is the section showing column headings on the page.
       01 ws-report-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(3)    value "EMP".
         05 filler                     pic x(30)   value spaces.
      *This is the second section showing columns headings.
       02 ws-report-heading3.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "NUM".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "NAME".
         05 filler                     pic x(10)   value spaces.
      *be showing content of the file after reading from the input file.
       01 ws-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-employee-number         pic x(6).
         05 filler                     pic x       value spaces.
         05 ws-employee-name           pic x(15).
         05 filler                     pic x(2)    value spaces.
      *  every record rejected out of the classification counts.
       01 ws-exception-line.
         05 filler                     pic x       value spaces.
         05 ws-exc-employee-number     pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-exc-employee-name       pic x(15).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(2)    value spaces.
         05 ws-exc-reason              pic x(38).
         05 filler                     pic x(2)    value spaces.
         05 ws-exc-raw-line            pic x(30).

      *  This is the section which will be holding all flags and
      *  counters used by the reject/exception processing.
      *  sorted work record.
       01 ws-class-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-class-employee-number   pic x(6).
         05 filler                     pic x       value spaces.
         05 ws-class-employee-name     pic x(15).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x       value "H".
         05 ws-exh-run-date            pic x(8).
         05 ws-exh-batch-number       pic x(14).
      *  S on the supplemental batch of an off-cycle run - blank on
      *  the cycle's own batch, exactly as it always was.
         05 ws-exh-batch-type          pic x       value space.
         05 filler                     pic x(76)   value spaces.

       01 ws-ext-trailer-record.
         05 filler                     pic x       value "T".
         05 filler                     pic x(3)    value spaces.
         05 ws-ctl-rejected-out        pic zzzz9.

      *  This is the off-cycle line of the control total trailer -
      *  the feed records the selection passed over, so records
      *  read plus records not selected accounts for the whole feed.
       01 ws-control-total-line4.
         05 filler                     pic x(40)   value
         " OFF-CYCLE SUPPLEMENTAL - NOT SELECTED=".
         05 ws-ctl-not-selected-out    pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "BATCH ".
         05 ws-ctl-batch-out           pic x(14).

      *  This is the table accumulating per-department subtotal
      *  counts and average increases, built up as each detail line is
      *  processed by 485-accumulate-department-totals and printed by
      *  510-write-department-totals at the end of the run.
       01 ws-dept-table.
         05 ws-dept-entry              occurs 500 times
                                        indexed by ws-dept-idx.
           10 ws-dept-code             pic x(4).
      *    One count/increase bucket per grade reporting row, in
      *    increase exceeded its budget, so 515 can flag the block.
           10 ws-dept-over-flag        pic x       value "N".

       77 ws-dept-count                pic 9(3)    value 0.
       77 ws-dept-found-flag           pic x       value "N".

      *  This is the table holding the department reference master
      *  and to flag input records carrying a code the reference
      *  file does not know.
       01 ws-dept-ref-table.
         05 ws-dref-entry              occurs 500 times
                                        indexed by ws-dref-idx.
           10 ws-dref-code             pic x(4).
           10 ws-dref-name             pic x(20).
           10 ws-dref-cost-center      pic x(6).
           10 ws-dref-manager          pic x(20).

       77 ws-dept-ref-count            pic 9(3)    value 0.
      *  Whether the reference file was present at startup - when it
      *  is not, the run falls back to the old behaviour of taking
      *  every department code at face value, the same way a missing

       01 ws-anniv-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(15)   value "NAME".
         05 filler                     pic x(2)    value spaces.
      *  wants to see coming.
       01 ws-anniv-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-anv-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-anv-name-out            pic x(15).
         05 filler                     pic x(2)    value spaces.

       01 ws-trend-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(15)   value "NAME".
         05 filler                     pic x(3)    value spaces.
      *  ws-trend-change-out is signed so a pay decrease shows "-".
       01 ws-trend-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-trend-employee-out      pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-trend-name-out          pic x(15).
         05 filler                     pic x(3)    value spaces.
      *  printing a misleading zero change.
       01 ws-trend-new-line.
         05 filler                     pic x       value spaces.
         05 ws-trend-new-employee-out  pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-trend-new-name-out      pic x(15).
         05 filler                     pic x(3)    value spaces.
       01 ws-letter-request-table.
         05 ws-lreq-number             occurs 500 times
                                        indexed by ws-lreq-idx
                                       pic x(6).

       01 ws-letter-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(10)   value
         "EMPLOYEE: ".
         05 ws-ltr-employee-out        pic x(6).

       01 ws-letter-position-line.
         05 filler                     pic x       value spaces.
       77 ws-bg-file-status            pic xx      value spaces.
       77 ws-bgr-file-status           pic xx      value spaces.
       77 ws-bg-eof-flag               pic x       value "n".
       77 ws-budget-count              pic 9(3)    value 0.
       77 ws-budget-loaded-flag        pic x       value "N".
       77 ws-budget-found-flag         pic x       value "N".
       77 ws-budget-sub                pic 99      value 0.
       77 ws-rc-budget-exceeded        pic 99      value 4.

       01 ws-budget-table.
         05 ws-bg-entry                occurs 500 times
                                        indexed by ws-bg-idx.
           10 ws-bg-department-code    pic x(4).
           10 ws-bg-budget-amount      pic 9(9)v99.
       01 ws-override-table.
         05 ws-ov-entry                occurs 500 times
                                        indexed by ws-ov-idx.
           10 ws-ov-employee-number    pic x(6).
           10 ws-ov-type               pic x.
           10 ws-ov-percentage         pic 99v9.
           10 ws-ov-flat-amount        pic 9(5)v99.
           10 ws-ov-reason-code        pic x(4).
           10 ws-ov-applied-flag       pic x.
      *    The department of the employee the card was applied to,
      *    so the register line can go to that department's manager.
           10 ws-ov-department         pic x(4).

       01 ws-override-reg-heading.
         05 filler                     pic x(36)   value

       01 ws-override-reg-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(7)    value "TYPE".
         05 filler                     pic x(2)    value spaces.

       01 ws-override-reg-line.
         05 filler                     pic x       value spaces.
         05 ws-ovr-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-ovr-type-out            pic x(7).
         05 filler                     pic x(2)    value spaces.
       01 ws-gl-header-record.
         05 filler                     pic x       value "H".
         05 ws-gl-hdr-run-date         pic x(8).
      *  A4SALARY on the cycle's posting, A4SUPPLM on the
      *  supplemental posting of an off-cycle run - each carrying
      *  the extract batch it matches.
         05 ws-gl-hdr-source           pic x(8)    value "A4SALARY".
         05 ws-gl-hdr-batch-number     pic x(14).
         05 filler                     pic x(49)   value spaces.

       01 ws-gl-detail-record.
         05 ws-gl-det-type             pic x.
           10 ws-ctl-processed-date    pic x(8).
           10 ws-ctl-closed-date       pic x(8).
           10 ws-ctl-override          pic x.
           10 ws-ctl-unloaded          pic x(5).

      *  Off-cycle supplemental run working fields. ws-offcycle-flag
      *  is set by 055-check-for-offcycle when the selection file
      *  holds cards; ws-offcycle-mode is L when it lists employee
      *  numbers, C when its CHANGED card asks for everybody changed
      *  since the last production run on the ledger.
       77 ws-os-file-status            pic xx      value spaces.
       77 ws-cj-file-status            pic xx      value spaces.
       77 ws-os-eof-flag               pic x       value "n".
       77 ws-cj-eof-flag               pic x       value "n".
       77 ws-rl-eof-flag               pic x       value "n".
       77 ws-offcycle-flag             pic x       value "N".
       77 ws-offcycle-mode             pic x       value space.
       77 ws-offcycle-count            pic 9(3)    value 0.
       77 ws-offcycle-found-flag       pic x       value "N".
       77 ws-offcycle-lookup           pic x(6)    value spaces.
       77 ws-offcycle-not-selected     pic 9(5)    value 0.
       77 ws-record-selected-flag      pic x       value "Y".
       77 ws-last-prod-date            pic x(8)    value spaces.
       77 ws-last-prod-time            pic x(6)    value spaces.

       01 ws-offcycle-table.
         05 ws-ocs-number              occurs 500 times
                                        indexed by ws-ocs-idx
                                       pic x(6).

      *  Manager distribution working fields. The run copies each
      *  department's lines to the work file as it prints them;
      *  590-write-manager-reports sorts them by department and
      *  prints one report per manager, listing each one on the
      *  distribution control listing. A department not on the
      *  reference master has no manager to address - its lines are
      *  counted as not distributed and stay on the company report.
       77 ws-mw-file-status            pic xx      value spaces.
       77 ws-mrp-file-status           pic xx      value spaces.
       77 ws-mdc-file-status           pic xx      value spaces.
       77 ws-mw-eof-flag               pic x       value "n".
      *  The department, report part and line set up by the caller
      *  of 594-write-manager-work.
       77 ws-mw-department-code        pic x(4)    value spaces.
       77 ws-mw-section                pic x       value space.
       77 ws-mw-line                   pic x(90)   value spaces.
       77 ws-mw-sequence               pic 9(5)    value 0.
       77 ws-mgr-started-flag          pic x       value "N".
       77 ws-mgr-routed-flag           pic x       value "N".
       77 ws-mgr-prev-dept             pic x(4)    value spaces.
       77 ws-mgr-prev-section          pic x       value space.
       77 ws-mgr-line-count            pic 99      value 0.
       77 ws-mgr-advance               pic 9       value 1.
       77 ws-mgr-dept-pages            pic 9(5)    value 0.
       77 ws-mgr-dept-employees        pic 9(5)    value 0.
       77 ws-mgr-reports               pic 9(5)    value 0.
      *  What the control listing lists, and what was actually
      *  written to the manager reports - the two must agree.
       77 ws-mgr-listed-pages          pic 9(5)    value 0.
       77 ws-mgr-listed-employees      pic 9(5)    value 0.
       77 ws-mgr-unrouted-employees    pic 9(5)    value 0.
       77 ws-mgr-pages-written         pic 9(5)    value 0.
       77 ws-mgr-employees-written     pic 9(5)    value 0.
       77 ws-edit-report-count         pic zzzz9.

      *  One print line of a manager report, behind its key.
       01 ws-mgr-report-record.
         05 ws-mrr-department-code     pic x(4).
         05 filler                     pic x       value spaces.
         05 ws-mrr-print-line          pic x(90).

      *  Page heading of a manager report - the department, the
      *  page within this department's report, and the manager it
      *  is addressed to.
       01 ws-mgr-heading1.
         05 filler                     pic x(30)   value
         " EMPLOYEE SALARY REPORT - DEPT".
         05 filler                     pic x       value spaces.
         05 ws-mgr-dept-out            pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-mgr-dept-name-out       pic x(20).
         05 filler                     pic x(7)    value spaces.
         05 filler                     pic x(5)    value "Page:".
         05 ws-mgr-page-out            pic zz9.

       01 ws-mgr-heading2.
         05 filler                     pic x(5)    value " TO: ".
         05 ws-mgr-manager-out         pic x(20).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(24)   value
         "CONFIDENTIAL - RUN DATE ".
         05 ws-mgr-run-date-out        pic x(8).

      *  Heading over each later part of a manager report.
       01 ws-mgr-section-heading.
         05 filler                     pic x       value spaces.
         05 ws-mgr-section-title-out   pic x(40).

      *  Trailer closing one manager report.
       01 ws-mgr-end-line.
         05 filler                     pic x(15)   value
         " END OF REPORT ".
         05 filler                     pic x(10)   value
         "EMPLOYEES=".
         05 ws-mgr-end-employees-out   pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "PAGES=".
         05 ws-mgr-end-pages-out       pic zzzz9.

       01 ws-dist-heading1.
         05 filler                     pic x(47)   value
         "MANAGER REPORT DISTRIBUTION CONTROL - A4SALRY".
         05 filler                     pic x(9)    value "RUN DATE ".
         05 ws-dist-run-date-out       pic x(8).

       01 ws-dist-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(4)    value "DEPT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value
         "DEPARTMENT NAME".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(20)   value "MANAGER".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "PAGES".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(9)    value "EMPLOYEES".

       01 ws-dist-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-dist-dept-out           pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-dist-name-out           pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-dist-manager-out        pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-dist-pages-out          pic zzzz9.
         05 filler                     pic x(6)    value spaces.
         05 ws-dist-employees-out      pic zzzz9.

       01 ws-dist-balance-line.
         05 filler                     pic x       value spaces.
         05 ws-dist-balance-out        pic x(60).

      *  Checkpoint/restart working fields. A checkpoint is written
      *  at the end of every page so a rerun of a large A4.dat file
      *    simulation - decided first, because a simulation neither
      *    consumes nor writes the checkpoint.
           perform 013-check-for-simulation.
      *    An off-cycle selection file turns this run into a
      *    supplemental run for the employees it selects - decided
      *    next, for the same reason.
           perform 055-check-for-offcycle.
      *    Check whether an earlier run left a checkpoint behind, so a
      *    large A4.dat run interrupted partway through can resume
      *    instead of reprocessing the whole file. A simulation never
      *    consumes the checkpoint - but it must not trample the
      *    partial outputs a pending restart still needs either, so
      *    while one is pending the simulation refuses to run. An
      *    off-cycle run is a handful of employees - it neither
      *    restarts nor checkpoints, and waits for a pending restart
      *    the same way.
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               perform 011-check-for-restart
           else
               perform 021-guard-pending-restart
      *    A production run must not process a generation the
      *    control file shows as already processed - checked before
      *    a single file is opened for output. A simulation
      *    consumes nothing, so it is never refused; an off-cycle
      *    run is not the cycle's processing of the generation, so
      *    it is never refused either.
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               perform 027-read-generation-id
               perform 048-check-run-control
           end-if.
           perform 029-load-grade-table.
           perform 019-load-department-reference.
           perform 023-load-letter-requests.
      *    The merit override cards and the raise budgets belong to
      *    the cycle - an off-cycle run applies neither, so a card
      *    already honoured in the cycle is never applied twice.
           if (ws-offcycle-flag = "N") then
               perform 041-load-overrides
               perform 046-load-budgets
           end-if.
      *    The whole main pass runs as the sort's input procedure -
      *    each record's already-computed classification is RELEASEd
      *    to the sort as it is processed, so the classification
      *    print, so the blocks can carry the over-budget marker.
      *    A what-if run checks nothing - its increases are
      *    hypothetical.
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               perform 570-check-budgets
           end-if.
           perform 510-write-department-totals.
      *        downstream sees the file.
               perform 493-write-extract-trailer
               perform 520-write-gl-posting
      *        An off-cycle run stops there - it has no override
      *        cards, no checkpoint, and it must never stamp the
      *        cycle's generation on the control master.
               if (ws-offcycle-flag = "N") then
                   perform 560-write-override-register
                   perform 497-clear-checkpoint
      *            The generation is only stamped processed when the
      *            run got all the way here - an interrupted run
      *            leaves the cycle open for its restart.
                   perform 580-stamp-generation
               end-if
           end-if.
      *    The per-manager reports are split out of what the run
      *    just printed - a what-if run prints nothing to send, and
      *    an off-cycle run leaves the cycle's reports as they are.
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               perform 590-write-manager-reports
           end-if.
      *    Every execution - fresh, restart or simulation - leaves
      *    its record on the permanent run ledger.
      *    checkpoint should show no partial line reached - a restart
      *    from here always resumes on a fresh page.
           move 0                      to ws-line-count.
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               perform 495-write-checkpoint
           end-if.

               end-if
      *        The anniversary listing only means something for
      *        hire-date-derived years - keyed years move when
      *        somebody re-keys them, not when a date passes. It is
      *        the cycle's listing, so an off-cycle run leaves it be.
               if ((ws-valid-record-flag = "Y") and
                 (ws-hire-date-used-flag = "Y") and
                 (ws-offcycle-flag = "N")) then
                   perform 464-check-anniversary
               end-if
           end-if.
      *    restart can then skip exactly the records this run actually
      *    finished instead of a whole page at a time (see 495-write-
      *    checkpoint).
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               perform 495-write-checkpoint
           end-if.
           perform 030-read-input.
               subtract 1              from ws-ov-idx
               move "Y"                to ws-override-flag
               move "Y"                to ws-ov-applied-flag (ws-ov-idx)
               move il-department-code to ws-ov-department (ws-ov-idx)
               if (ws-ov-type (ws-ov-idx) = "P") then
                   move ws-ov-percentage (ws-ov-idx) to
                     ws-percent-holder
           add 1                        to ws-detail-lines-written.
           add ws-new-salary-calc       to ws-salary-written-total.
           perform 915-check-output-status.
           move il-department-code      to ws-mw-department-code.
           move "1"                     to ws-mw-section.
           move ws-detail-line          to ws-mw-line.
           perform 594-write-manager-work.

      *    This section writes one comma-delimited line per employee
      *    to the payroll extract, carrying the raw unedited numeric
           move "481-write-extract-header" to ws-err-paragraph.
           move ws-run-date            to ws-exh-run-date.
           move ws-batch-number        to ws-exh-batch-number.
           if (ws-offcycle-flag = "Y") then
               move "S"                to ws-exh-batch-type
           end-if.
           write extract-line          from ws-ext-header-record.
           perform 930-check-extract-status.

      *    This section rolls one employee's classification into the
      *    department subtotal table, adding a new department entry
      *    the first time its code is seen. ws-dept-table is only
      *    OCCURS 500 times, so a 501st distinct department code is
      *    logged to the exception listing instead of being written
      *    past the end of the table.
       485-accumulate-department-totals.
               end-if
           end-if.
           if (ws-dept-found-flag = "N") then
               if (ws-dept-count < 500) then
                   add 1                 to ws-dept-count
                   set ws-dept-idx       to ws-dept-count
                   move il-department-code to ws-dept-code (ws-dept-idx)
                       continue
                   not at end
                       if (chk-records-processed > 0) then
                           if (ws-offcycle-flag = "Y") then
                               display "A4SALRY - OFF-CYCLE RUN "
                                 "REFUSED - A RESTART IS PENDING ON "
                                 "THE CHECKPOINT - RESTART OR CLEAR "
                                 "IT FIRST"
                           else
                               display "A4SALRY - SIMULATION REFUSED "
                                 "- A RESTART IS PENDING ON THE "
                                 "CHECKPOINT - RESTART OR CLEAR IT "
                                 "FIRST"
                           end-if
                           close checkpoint-file
                           move 8      to return-code
                           goback
               close checkpoint-file
           end-if.

      *    This section reads the next department record from the
      *    checkpoint and restores its table entry, called from the
      *    restore loop in 011-check-for-restart. A checkpoint that
      *    ends before its count of department records cannot be
      *    restarted from - the subtotals would come out short.
       014-restore-department-table.
           read checkpoint-file.
           if (ws-chk-file-status not = "00") then
               display "A4SALRY - CHECKPOINT IS SHORT OF "
                 "DEPARTMENT RECORDS"
               move "011-check-for-restart" to ws-err-paragraph
               move "A4CHKPT"          to ws-err-ddname
               move ws-chk-file-status to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.
           move chk-dept-code          to ws-dept-code (ws-dept-idx).
           perform 026-restore-one-dept-row
             varying ws-row-sub from 1 by 1
             until ws-row-sub > 20.
           move chk-dept-unclass-count to
             ws-dept-unclass-count (ws-dept-idx).
           move chk-dept-rejected-count to
             ws-dept-rejected-count (ws-dept-idx).

      *    This section restores one department entry's per-row
      *    count and increase bucket from the department record,
      *    called from the restore loop in
      *    014-restore-department-table.
       026-restore-one-dept-row.
           move chk-dept-row-count (ws-row-sub) to
             ws-dept-row-count (ws-dept-idx, ws-row-sub).
           move chk-dept-row-increase (ws-row-sub) to
             ws-dept-row-increase (ws-dept-idx, ws-row-sub).

      *    On a restart, pass the already-processed records through
               open extend trend-file
               open extend letters-file
               open extend anniversary-file
               open extend manager-work-file
           else
               open output output-file
               open output exception-file
               if (ws-sim-flag = "N") then
                   open output extract-file
                   open output letters-file
      *            The anniversary listing and the manager work file
      *            are the cycle's - an off-cycle run does not open
      *            them, so the cycle's listing and reports survive.
                   if (ws-offcycle-flag = "N") then
                       open output anniversary-file
                       open output manager-work-file
                   end-if
               else
                   open output whatif-file
               end-if
           if (ws-sim-flag = "N") then
               perform 930-check-extract-status
               perform 940-check-letters-status
               if (ws-offcycle-flag = "N") then
                   perform 965-check-anniv-status
                   perform 980-check-manager-work-status
               end-if
           else
               perform 945-check-whatif-status
           end-if.

      *    This section reads one department reference record into
      *    the next table entry, called from the load loop in
      *    019-load-department-reference. Codes past the five
      *    hundredth are dropped with an operator message - the
      *    subtotal table they feed is itself OCCURS 500.
       022-load-one-dept-ref.
           read dept-ref-file
               at end
                   move ws-file-empty  to ws-dref-eof-flag
               not at end
                   if (ws-dept-ref-count < 500) then
                       add 1           to ws-dept-ref-count
                       set ws-dref-idx to ws-dept-ref-count
                       move dr-department-code to
                   end-if
                   move ol-reason-code to ws-ov-reason-code (ws-ov-idx)
                   move "N"            to ws-ov-applied-flag (ws-ov-idx)
                   move spaces         to ws-ov-department (ws-ov-idx)
           end-read.
      *    A status other than clean or at-end means the override
      *    file is broken mid-load - stop the run rather than pay
                       move ws-rc-input-failure to ws-err-return-code
                       perform 905-file-error
                   end-if
                   if (ws-budget-count >= 500) then
                       display "A4SALRY - MORE THAN 500 BUDGET "
                         "RECORDS - RUN STOPPED"
                       move "A4BUDGET" to ws-err-ddname
                       move "FL"       to ws-err-status
           before advancing ws-two lines.
           perform 915-check-output-status.

      *Read input from the file - on an off-cycle run, the next
      *record the selection wants, passing over the rest.
       030-read-input.
           move "030-read-input"       to ws-err-paragraph.
           move "N"                    to ws-record-selected-flag.
           perform 037-read-one-input-record
             until (ws-eof-flag = ws-file-empty) or
             (ws-record-selected-flag = "Y").

      *    This section reads one input record, called from the read
      *    loop in 030-read-input. Only a selected record counts
      *    toward the control totals - the records an off-cycle run
      *    passes over are counted on their own.
       037-read-one-input-record.
           read input-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   if (ws-offcycle-flag = "Y") then
                       perform 062-check-offcycle-selection
                   else
                       move "Y"        to ws-record-selected-flag
                   end-if
                   if (ws-record-selected-flag = "Y") then
                       add 1           to ws-input-records-read
                       add il-present-salary
                                       to ws-salary-read-total
                   else
                       add 1           to ws-offcycle-not-selected
                   end-if
           end-read.
           perform 910-check-input-status.

      *    one before it - only the latest is ever needed.
       495-write-checkpoint.
           move "495-write-checkpoint" to ws-err-paragraph.
      *    The record area is cleared first so no field the moves
      *    below skip carries whatever bytes were left lying there.
      *    The department table follows as one record per entry.
           move spaces                 to checkpoint-record.
           move ws-input-records-read  to chk-records-processed.
           move ws-salary-read-total   to chk-salary-read-total.
           move ws-extract-record-count to chk-extract-count.
           move ws-extract-hash-total  to chk-extract-hash.
           move ws-dept-count          to chk-dept-count.
           open output checkpoint-file.
           perform 955-check-checkpoint-status.
           write checkpoint-record.
      *    Checked before the CLOSE - a successful close resets the
      *    status and would mask a failed checkpoint write.
           perform 955-check-checkpoint-status.
           if (ws-dept-count > 0) then
               perform 496-save-department-entry
                 varying ws-dept-idx from 1 by 1
                 until ws-dept-idx > ws-dept-count
           end-if.
           close checkpoint-file.
           perform 955-check-checkpoint-status.

      *    This section writes one department-table entry as a
      *    checkpoint department record, called from the save loop
      *    in 495-write-checkpoint.
       496-save-department-entry.
           move spaces                 to checkpoint-dept-record.
           move ws-dept-code (ws-dept-idx) to chk-dept-code.
           perform 498-save-one-dept-row
             varying ws-row-sub from 1 by 1
             until ws-row-sub > 20.
           move ws-dept-unclass-count (ws-dept-idx) to
             chk-dept-unclass-count.
           move ws-dept-rejected-count (ws-dept-idx) to
             chk-dept-rejected-count.
           write checkpoint-dept-record.
           perform 955-check-checkpoint-status.

      *    This section saves one department entry's per-row count
      *    and increase bucket into the department record, called
      *    from the save loop in 496-save-department-entry.
       498-save-one-dept-row.
           move ws-dept-row-count (ws-dept-idx, ws-row-sub) to
             chk-dept-row-count (ws-row-sub).
           move ws-dept-row-increase (ws-dept-idx, ws-row-sub) to
             chk-dept-row-increase (ws-row-sub).

      *    The run reached end-of-file cleanly, so the checkpoint is
      *    reset to zero records processed - the next run is a fresh
             after advancing ws-one line.
           write output-line           from ws-control-total-line3
             after advancing ws-one line.
           if (ws-offcycle-flag = "Y") then
               move ws-offcycle-not-selected to ws-ctl-not-selected-out
               move ws-batch-number    to ws-ctl-batch-out
               write output-line       from ws-control-total-line4
                 after advancing ws-one line
           end-if.
           perform 915-check-output-status.

      *    This section prints the per-department subtotal block built
           end-if.
           write output-line           from ws-dept-subtotal-line1
             after advancing ws-one line.
           move ws-dept-code (ws-dept-idx) to ws-mw-department-code.
           move "2"                    to ws-mw-section.
           move ws-dept-subtotal-line1 to ws-mw-line.
           perform 594-write-manager-work.
           perform 516-write-one-dept-row
             varying ws-row-sub from 1 by 1
             until ws-row-sub > ws-row-count.
             ws-dept-rejected-out.
           write output-line           from ws-dept-subtotal-line2
             after advancing ws-one line.
           move ws-dept-subtotal-line2 to ws-mw-line.
           perform 594-write-manager-work.
           if (ws-dept-over-flag (ws-dept-idx) = "Y") then
               write output-line       from ws-dept-over-budget-line
                 after advancing ws-one line
               move ws-dept-over-budget-line to ws-mw-line
               perform 594-write-manager-work
           end-if.
           perform 915-check-output-status.

           end-if.
           write output-line           from ws-dept-row-line
             after advancing ws-one line.
           move ws-dept-row-line       to ws-mw-line.
           perform 594-write-manager-work.

      *    This section writes the general-ledger posting batch from
      *    the department increase totals - one debit per department
           open output gl-file.
           perform 950-check-gl-status.
           move ws-run-date            to ws-gl-hdr-run-date.
           move ws-batch-number        to ws-gl-hdr-batch-number.
           if (ws-offcycle-flag = "Y") then
               move "A4SUPPLM"         to ws-gl-hdr-source
           end-if.
           write gl-line               from ws-gl-header-record.
           perform 950-check-gl-status.
           if (ws-dept-count > 0) then
               if (ws-sim-flag = "Y") then
                   move "S"            to rl-run-type
               else
                   if (ws-offcycle-flag = "Y") then
                       move "O"        to rl-run-type
                   else
                       if (ws-restart-flag = "Y") then
                           move "R"    to rl-run-type
                       else
                           move "F"    to rl-run-type
                       end-if
                   end-if
               end-if
               move ws-analyst-percentage to rl-analyst-percentage
               move ws-salary-read-total to rl-salary-read
               move ws-salary-written-total to rl-salary-written
               move ws-invalid-code-counter to rl-rejects
               move ws-batch-number    to rl-batch-number
               write ledger-record
               if (ws-rl-file-status not = "00") then
                   display "A4SALRY - RUN LEDGER WRITE FAILED, "
                         ws-ctl-closed-date (ws-ctl-idx)
                       move rn-override-flag to
                         ws-ctl-override (ws-ctl-idx)
                       move rn-records-unloaded to
                         ws-ctl-unloaded (ws-ctl-idx)
                   else
                       display "A4SALRY - RUN CONTROL FILE EXCEEDS "
                         "200 RECORDS - RUN STOPPED"
               close override-card-file
           end-if.

      *    Decide whether this run is an off-cycle supplemental run.
      *    A selection file holding cards makes it one - a missing
      *    or empty file leaves the normal cycle run. A first card
      *    reading CHANGED selects everybody changed on the master
      *    since the last production run; otherwise every card names
      *    one employee. An off-cycle run and a what-if cannot be
      *    combined - with both mounted the run is refused rather
      *    than guessing which one was meant.
       055-check-for-offcycle.
           move "055-check-for-offcycle" to ws-err-paragraph.
           move "N"                    to ws-offcycle-flag.
           move 0                      to ws-offcycle-count.
           open input offcycle-select-file.
           if ((ws-os-file-status not = "00") and
             (ws-os-file-status not = "35")) then
               move "A4OFFSEL"         to ws-err-ddname
               move ws-os-file-status  to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.
           if (ws-os-file-status = "00") then
               perform 056-load-one-selection
                 until ws-os-eof-flag = ws-file-empty
               close offcycle-select-file
           end-if.
           if ((ws-offcycle-flag = "Y") and (ws-sim-flag = "Y")) then
               display "A4SALRY - OFF-CYCLE SELECTION AND WHAT-IF "
                 "FILES BOTH MOUNTED - RUN REFUSED"
               move ws-rc-input-failure to return-code
               goback
           end-if.
           if (ws-offcycle-mode = "C") then
               perform 057-find-last-production-run
               perform 058-load-changed-employees
           end-if.
           if (ws-offcycle-flag = "Y") then
               display "A4SALRY - OFF-CYCLE SUPPLEMENTAL RUN, BATCH "
                 ws-batch-number
           end-if.

      *    This section reads one selection card, called from the
      *    load loop in 055-check-for-offcycle. A CHANGED card only
      *    counts as the first card - it cannot be mixed with a list
      *    of employee numbers.
       056-load-one-selection.
           read offcycle-select-file
               at end
                   move ws-file-empty  to ws-os-eof-flag
               not at end
                   if (os-card not = spaces) then
                       move "Y"        to ws-offcycle-flag
                       if (os-card = "CHANGED") then
                           if (ws-offcycle-mode = space) then
                               move "C" to ws-offcycle-mode
                           else
                               display "A4SALRY - CHANGED CARD NOT "
                                 "FIRST ON SELECTION FILE - IGNORED"
                           end-if
                       else
                           if (ws-offcycle-mode = "C") then
                               display "A4SALRY - SELECTION CARD "
                                 "AFTER CHANGED CARD IGNORED: "
                                 os-card
                           else
                               move "L" to ws-offcycle-mode
                               move os-employee-number to
                                 ws-offcycle-lookup
                               perform 061-add-offcycle-employee
                           end-if
                       end-if
                   end-if
           end-read.
           if ((ws-os-file-status not = "00") and
             (ws-os-file-status not = "10")) then
               move "A4OFFSEL"         to ws-err-ddname
               move ws-os-file-status  to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.

      *    This section finds the last production run - fresh or
      *    restart - on the run ledger, the point a CHANGED
      *    selection looks for changes after. With no production run
      *    on the ledger there is nothing to measure "changed"
      *    against, so the run is refused.
       057-find-last-production-run.
           move spaces                 to ws-last-prod-date.
           move spaces                 to ws-last-prod-time.
           open input run-ledger-file.
           if ((ws-rl-file-status not = "00") and
             (ws-rl-file-status not = "35")) then
               move "A4RUNLDG"         to ws-err-ddname
               move ws-rl-file-status  to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.
           if (ws-rl-file-status = "00") then
               perform 059-read-one-ledger-record
                 until ws-rl-eof-flag = ws-file-empty
               close run-ledger-file
           end-if.
           if (ws-last-prod-date = spaces) then
               display "A4SALRY - NO PRODUCTION RUN ON THE RUN "
                 "LEDGER - CHANGED SELECTION REFUSED"
               move ws-rc-input-failure to return-code
               goback
           end-if.
           display "A4SALRY - SELECTING CHANGES SINCE PRODUCTION RUN "
             "OF " ws-last-prod-date " " ws-last-prod-time.

      *    This section reads one ledger record, keeping the latest
      *    production run seen, called from the loop in
      *    057-find-last-production-run.
       059-read-one-ledger-record.
           read run-ledger-file
               at end
                   move ws-file-empty  to ws-rl-eof-flag
               not at end
                   if (((rl-run-type = "F") or (rl-run-type = "R"))
                     and ((rl-run-date > ws-last-prod-date) or
                     ((rl-run-date = ws-last-prod-date) and
                     (rl-run-time > ws-last-prod-time)))) then
                       move rl-run-date to ws-last-prod-date
                       move rl-run-time to ws-last-prod-time
                   end-if
           end-read.
           if ((ws-rl-file-status not = "00") and
             (ws-rl-file-status not = "10")) then
               move "A4RUNLDG"         to ws-err-ddname
               move ws-rl-file-status  to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.

      *    This section selects every employee the compensation
      *    journal shows changed after the last production run. The
      *    confirmation run's entries are left out - they are the
      *    cycle's own raises being rolled onto the master, not a
      *    change anybody keyed. With no journal yet, only the new
      *    hires are selected - see 062-check-offcycle-selection.
       058-load-changed-employees.
           open input journal-file.
           if ((ws-cj-file-status not = "00") and
             (ws-cj-file-status not = "35")) then
               move "A4JRNL"           to ws-err-ddname
               move ws-cj-file-status  to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.
           if (ws-cj-file-status = "00") then
               perform 060-read-one-journal-record
                 until ws-cj-eof-flag = ws-file-empty
               close journal-file
           else
               display "A4SALRY - NO COMPENSATION JOURNAL - ONLY NEW "
                 "HIRES SELECTED"
           end-if.

      *    This section reads one journal record, selecting its
      *    employee when the change came after the last production
      *    run, called from the loop in 058-load-changed-employees.
       060-read-one-journal-record.
           read journal-file
               at end
                   move ws-file-empty  to ws-cj-eof-flag
               not at end
                   if ((cj-source-program not = "A4CNFAP") and
                     ((cj-run-date > ws-last-prod-date) or
                     ((cj-run-date = ws-last-prod-date) and
                     (cj-run-time > ws-last-prod-time)))) then
                       move cj-employee-number to ws-offcycle-lookup
                       perform 061-add-offcycle-employee
                   end-if
           end-read.
           if ((ws-cj-file-status not = "00") and
             (ws-cj-file-status not = "10")) then
               move "A4JRNL"           to ws-err-ddname
               move ws-cj-file-status  to ws-err-status
               move ws-rc-input-failure to ws-err-return-code
               perform 905-file-error
           end-if.

      *    This section adds ws-offcycle-lookup to the selection
      *    table once - an employee changed three times is still
      *    classified once. More employees than the table holds
      *    stops the run rather than quietly dropping some.
       061-add-offcycle-employee.
           move "N"                    to ws-offcycle-found-flag.
           if (ws-offcycle-count > 0) then
               perform 063-find-offcycle-entry
                 varying ws-ocs-idx from 1 by 1
                 until (ws-ocs-idx > ws-offcycle-count) or
                 (ws-offcycle-found-flag = "Y")
           end-if.
           if (ws-offcycle-found-flag = "N") then
               if (ws-offcycle-count >= 500) then
                   display "A4SALRY - OFF-CYCLE SELECTION EXCEEDS 500 "
                     "EMPLOYEES - RUN STOPPED"
                   move "A4OFFSEL"     to ws-err-ddname
                   move "FL"           to ws-err-status
                   move ws-rc-input-failure to ws-err-return-code
                   perform 905-file-error
               else
                   add 1               to ws-offcycle-count
                   set ws-ocs-idx      to ws-offcycle-count
                   move ws-offcycle-lookup to ws-ocs-number (ws-ocs-idx)
               end-if
           end-if.

      *    This section decides whether the input record just read
      *    is selected for the off-cycle run, called from
      *    037-read-one-input-record. On a CHANGED run an employee
      *    hired after the last production run is selected too - an
      *    ADD is not a compensation change, so the journal never
      *    names them.
       062-check-offcycle-selection.
           move il-employee-number     to ws-offcycle-lookup.
           move "N"                    to ws-offcycle-found-flag.
           if (ws-offcycle-count > 0) then
               perform 063-find-offcycle-entry
                 varying ws-ocs-idx from 1 by 1
                 until (ws-ocs-idx > ws-offcycle-count) or
                 (ws-offcycle-found-flag = "Y")
           end-if.
           move ws-offcycle-found-flag to ws-record-selected-flag.
           if ((ws-offcycle-mode = "C") and
             (ws-record-selected-flag = "N") and
             (il-hire-date numeric) and
             (il-hire-date > ws-last-prod-date)) then
               move "Y"                to ws-record-selected-flag
           end-if.

      *    This section tests one selection-table entry against
      *    ws-offcycle-lookup, called from the lookup loops in
      *    061-add-offcycle-employee and
      *    062-check-offcycle-selection.
       063-find-offcycle-entry.
           if (ws-ocs-number (ws-ocs-idx) = ws-offcycle-lookup) then
               move "Y"                to ws-offcycle-found-flag
           end-if.

      *    This section stamps the generation processed on the
      *    control master at the end of a clean production run -
      *    the record is updated in place, or appended when the
                       move spaces     to
                         ws-ctl-closed-date (ws-ctl-idx)
                       move "N"        to ws-ctl-override (ws-ctl-idx)
                       move spaces     to ws-ctl-unloaded (ws-ctl-idx)
      *                The appended entry is now as good as a found
      *                one - the stamp below keys on this flag, so
      *                a full table stamps nothing at all.
             rn-processed-date.
           move ws-ctl-closed-date (ws-ctl-idx) to rn-closed-date.
           move ws-ctl-override (ws-ctl-idx) to rn-override-flag.
           move ws-ctl-unloaded (ws-ctl-idx) to rn-records-unloaded.
           write run-control-record.
           if (ws-ctl-file-status not = "00") then
               move "A4RUNCTL"         to ws-err-ddname
               perform 905-file-error
           end-if.

      *    This section splits the run's printed lines into one
      *    report per department manager. The work file is sorted
      *    into department order and each department on the
      *    reference master gets its own report, paged on its own
      *    and addressed to its manager; the distribution control
      *    listing names every report with its pages and employees
      *    and proves them back to the company totals.
       590-write-manager-reports.
           move "590-write-manager-reports" to ws-err-paragraph.
           close manager-work-file.
           open output manager-report-file.
           perform 985-check-manager-report-status.
           open output distribution-control-file.
           perform 990-check-dist-control-status.
           move ws-run-date            to ws-mgr-run-date-out.
           move ws-run-date            to ws-dist-run-date-out.
           write distribution-control-line from ws-dist-heading1.
           write distribution-control-line from ws-dist-heading2
             after advancing ws-two lines.
           perform 990-check-dist-control-status.
           sort manager-sort-file
             on ascending key ms-department-code ms-section
               ms-sequence
             using manager-work-file
             output procedure is 592-manager-output-procedure
               thru 592-manager-output-exit.
           perform 598-write-distribution-totals.
           close manager-report-file, distribution-control-file.

      *    This is the sort output procedure - it returns the work
      *    records in department order and prints each department's
      *    report, closing the last one at end of file.
       592-manager-output-procedure.
           move "n"                    to ws-mw-eof-flag.
           move "N"                    to ws-mgr-started-flag.
           perform 593-return-manager-record
             until ws-mw-eof-flag = "e".
           if (ws-mgr-started-flag = "Y") then
               perform 597-finish-manager-report
           end-if.
       592-manager-output-exit.
           exit.

      *    This section returns one sorted work record, called from
      *    the return loop in 592-manager-output-procedure.
       593-return-manager-record.
           return manager-sort-file
               at end
                   move "e"            to ws-mw-eof-flag
               not at end
                   perform 595-print-manager-line
           end-return.

      *    This section prints one returned line on its
      *    department's report - closing the previous department's
      *    report and starting this one on a department change, a
      *    part heading on a change of report part, and a new page
      *    when the detail lines fill one. Every detail line counts
      *    as an employee, whether or not the department could be
      *    sent to anybody.
       595-print-manager-line.
           move "595-print-manager-line" to ws-err-paragraph.
           if ((ws-mgr-started-flag = "N") or
             (ms-department-code not = ws-mgr-prev-dept)) then
               if (ws-mgr-started-flag = "Y") then
                   perform 597-finish-manager-report
               end-if
               perform 596-start-manager-report
           end-if.
           if (ms-section = "1") then
               add 1                   to ws-mgr-dept-employees
           end-if.
           if (ws-mgr-routed-flag = "Y") then
               if (ms-section not = ws-mgr-prev-section) then
                   perform 599-write-manager-part-heading
               end-if
               if ((ms-section = "1") and
                 (ws-mgr-line-count not < ws-lines-per-page)) then
                   perform 591-write-manager-page-heading
               end-if
               move ms-print-line      to ws-mrr-print-line
               move ws-one             to ws-mgr-advance
               perform 589-write-manager-report-line
               add 1                   to ws-mgr-line-count
               if (ms-section = "1") then
                   add 1               to ws-mgr-employees-written
               end-if
           end-if.
           move ms-section             to ws-mgr-prev-section.

      *    This section starts a department's report - the manager
      *    and the department name come from the reference master.
      *    A department it does not know has nobody to send to, so
      *    its lines are only counted.
       596-start-manager-report.
           move "Y"                    to ws-mgr-started-flag.
           move ms-department-code     to ws-mgr-prev-dept.
           move space                  to ws-mgr-prev-section.
           move 0                      to ws-mgr-dept-pages.
           move 0                      to ws-mgr-dept-employees.
           move "N"                    to ws-mgr-routed-flag.
           if (ws-dept-ref-loaded-flag = "Y") then
               move ms-department-code to ws-dref-lookup-code
               move "N"                to ws-dref-found-flag
               perform 487-find-dept-ref-entry
                 varying ws-dref-idx from 1 by 1
                 until (ws-dref-idx > ws-dept-ref-count) or
                 (ws-dref-found-flag = "Y")
               if (ws-dref-found-flag = "Y") then
                   subtract 1          from ws-dref-idx
                   move "Y"            to ws-mgr-routed-flag
                   move ws-dref-name (ws-dref-idx) to
                     ws-mgr-dept-name-out
                   move ws-dref-manager (ws-dref-idx) to
                     ws-mgr-manager-out
               end-if
           end-if.
           if (ws-mgr-routed-flag = "Y") then
               add 1                   to ws-mgr-reports
               move ms-department-code to ws-mgr-dept-out
               perform 591-write-manager-page-heading
           end-if.

      *    This section starts a new page of a department's report -
      *    page heading, addressee and the detail column headings.
       591-write-manager-page-heading.
           add 1                       to ws-mgr-dept-pages.
           add 1                       to ws-mgr-pages-written.
           move ws-mgr-dept-pages      to ws-mgr-page-out.
           move ws-mgr-heading1        to ws-mrr-print-line.
           move ws-zero                to ws-mgr-advance.
           perform 589-write-manager-report-line.
           move ws-mgr-heading2        to ws-mrr-print-line.
           move ws-one                 to ws-mgr-advance.
           perform 589-write-manager-report-line.
           move ws-report-heading2     to ws-mrr-print-line.
           move ws-two                 to ws-mgr-advance.
           perform 589-write-manager-report-line.
           move ws-report-heading3     to ws-mrr-print-line.
           move ws-one                 to ws-mgr-advance.
           perform 589-write-manager-report-line.
           move 0                      to ws-mgr-line-count.

      *    This section heads the subtotal, budget and override parts
      *    of a department's report. The detail part is headed by
      *    the page heading.
       599-write-manager-part-heading.
           move spaces                 to ws-mgr-section-title-out.
           if (ms-section = "2") then
               move "DEPARTMENTAL TOTALS" to ws-mgr-section-title-out
           end-if.
           if (ms-section = "3") then
               move "RAISE BUDGET VERSUS ACTUAL" to
                 ws-mgr-section-title-out
           end-if.
           if (ms-section = "4") then
               move "MERIT OVERRIDES APPLIED" to
                 ws-mgr-section-title-out
           end-if.
           if (ms-section not = "1") then
               move ws-mgr-section-heading to ws-mrr-print-line
               move ws-two             to ws-mgr-advance
               perform 589-write-manager-report-line
           end-if.
           if (ms-section = "3") then
               move ws-budget-heading2 to ws-mrr-print-line
               move ws-one             to ws-mgr-advance
               perform 589-write-manager-report-line
           end-if.
           if (ms-section = "4") then
               move ws-override-reg-heading2 to ws-mrr-print-line
               move ws-one             to ws-mgr-advance
               perform 589-write-manager-report-line
           end-if.

      *    This section writes one line of the current department's
      *    report behind its distribution key - a zero advance
      *    starts a new page.
       589-write-manager-report-line.
           move ws-mgr-prev-dept       to ws-mrr-department-code.
           if (ws-mgr-advance = 0) then
               write manager-report-line from ws-mgr-report-record
                 after advancing page
           else
               write manager-report-line from ws-mgr-report-record
                 after advancing ws-mgr-advance lines
           end-if.
           perform 985-check-manager-report-status.

      *    This section closes a department's report with its
      *    trailer and lists it on the distribution control listing
      *    - or lists its employees as not distributed when the
      *    department has no manager on the reference master.
       597-finish-manager-report.
           move spaces                 to ws-dist-detail-line.
           move ws-mgr-prev-dept       to ws-dist-dept-out.
           move ws-mgr-dept-employees  to ws-dist-employees-out.
           if (ws-mgr-routed-flag = "Y") then
               move ws-mgr-dept-employees to ws-mgr-end-employees-out
               move ws-mgr-dept-pages  to ws-mgr-end-pages-out
               move ws-mgr-end-line    to ws-mrr-print-line
               move ws-two             to ws-mgr-advance
               perform 589-write-manager-report-line
               move ws-mgr-dept-name-out to ws-dist-name-out
               move ws-mgr-manager-out to ws-dist-manager-out
               move ws-mgr-dept-pages  to ws-dist-pages-out
               add ws-mgr-dept-pages   to ws-mgr-listed-pages
               add ws-mgr-dept-employees to ws-mgr-listed-employees
           else
               move "NOT ON DEPT REFERENCE" to ws-dist-name-out
               move "NOT DISTRIBUTED"  to ws-dist-manager-out
               move 0                  to ws-dist-pages-out
               add ws-mgr-dept-employees to ws-mgr-unrouted-employees
           end-if.
           write distribution-control-line from ws-dist-detail-line
             after advancing ws-one line.
           perform 990-check-dist-control-status.

      *    This section writes the distribution totals and proves
      *    them - the pages listed against the pages actually
      *    written, and the employees listed plus those not
      *    distributed against the company report's detail lines.
       598-write-distribution-totals.
           move "598-write-distribution-totals" to ws-err-paragraph.
           move spaces                 to ws-dist-detail-line.
           move "TOTAL DISTRIBUTED"    to ws-dist-name-out.
           move ws-mgr-reports         to ws-edit-report-count.
           move spaces                 to ws-dist-manager-out.
           string ws-edit-report-count delimited by size
                  " REPORTS"           delimited by size
             into ws-dist-manager-out
           end-string.
           move ws-mgr-listed-pages    to ws-dist-pages-out.
           move ws-mgr-listed-employees to ws-dist-employees-out.
           write distribution-control-line from ws-dist-detail-line
             after advancing ws-two lines.
           move spaces                 to ws-dist-detail-line.
           move "NOT DISTRIBUTED"      to ws-dist-name-out.
           move 0                      to ws-dist-pages-out.
           move ws-mgr-unrouted-employees to ws-dist-employees-out.
           write distribution-control-line from ws-dist-detail-line
             after advancing ws-one line.
           move spaces                 to ws-dist-detail-line.
           move "COMPANY TOTAL"        to ws-dist-name-out.
           move ws-mgr-pages-written   to ws-dist-pages-out.
           move ws-detail-lines-written to ws-dist-employees-out.
           write distribution-control-line from ws-dist-detail-line
             after advancing ws-one line.
           if ((ws-mgr-listed-pages = ws-mgr-pages-written) and
             (ws-mgr-listed-employees = ws-mgr-employees-written) and
             (ws-mgr-listed-employees + ws-mgr-unrouted-employees =
             ws-detail-lines-written)) then
               move "DISTRIBUTION IN BALANCE" to ws-dist-balance-out
           else
               move "*** DISTRIBUTION OUT OF BALANCE ***" to
                 ws-dist-balance-out
               display "A4SALRY - MANAGER DISTRIBUTION OUT OF "
                 "BALANCE - SEE A4-MgrDistCtl.out"
           end-if.
           write distribution-control-line from ws-dist-balance-line
             after advancing ws-two lines.
           perform 990-check-dist-control-status.

      *    This section copies one printed line to the manager
      *    distribution work file under the department, report part
      *    and line the caller set up. Detail lines keep the order
      *    of the detail-line count, which a restart restores, so a
      *    restarted run's lines still sort in print order. A
      *    what-if or off-cycle run has no work file open and sends
      *    nothing.
       594-write-manager-work.
           if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N")) then
               move "594-write-manager-work" to ws-err-paragraph
               move ws-mw-department-code to mw-department-code
               move ws-mw-section      to mw-section
               if (ws-mw-section = "1") then
                   move ws-detail-lines-written to mw-sequence
               else
                   add 1               to ws-mw-sequence
                   move ws-mw-sequence to mw-sequence
               end-if
               move ws-mw-line         to mw-print-line
               write manager-work-line
               perform 980-check-manager-work-status
           end-if.

      *    This section drives the company-wide classification
      *    report around the main pass - the sort's input procedure
      *    IS the main pass, which releases one record per employee
           else
      *        Writing report headings
               perform 017-write-trend-heading
               if ((ws-sim-flag = "N") and (ws-offcycle-flag = "N"))
                 then
                   perform 043-write-anniv-heading
               end-if
               perform 020-write-report-heading
           write override-register-line from ws-override-reg-line
             after advancing ws-one line.
           perform 970-check-override-reg-status.
      *    An applied card also goes on its department's manager
      *    report - an unmatched card belongs to nobody's department
      *    and stays on the company register only.
           if (ws-ov-applied-flag (ws-ov-idx) = "Y") then
               move ws-ov-department (ws-ov-idx) to
                 ws-mw-department-code
               move "4"                to ws-mw-section
               move ws-override-reg-line to ws-mw-line
               perform 594-write-manager-work
           end-if.

      *    This section checks the last override-register
      *    operation.
           write budget-report-line    from ws-budget-detail-line
             after advancing ws-one line.
           perform 975-check-budget-report-status.
           move ws-dept-code (ws-dept-idx) to ws-mw-department-code.
           move "3"                    to ws-mw-section.
           move ws-budget-detail-line  to ws-mw-line.
           perform 594-write-manager-work.

      *    This section rolls one grade row's increase bucket into
      *    the department's actual spend, called from the sum loop
               perform 905-file-error
           end-if.

      *    This section checks the last manager-work-file operation.
       980-check-manager-work-status.
           if (ws-mw-file-status not = "00") then
               move "A4MGRWRK"         to ws-err-ddname
               move ws-mw-file-status  to ws-err-status
               move ws-rc-output-failure to ws-err-return-code
               perform 905-file-error
           end-if.

      *    This section checks the last manager-report operation.
       985-check-manager-report-status.
           if (ws-mrp-file-status not = "00") then
               move "A4MGRRPT"         to ws-err-ddname
               move ws-mrp-file-status to ws-err-status
               move ws-rc-output-failure to ws-err-return-code
               perform 905-file-error
           end-if.

      *    This section checks the last distribution-control-file
      *    operation.
       990-check-dist-control-status.
           if (ws-mdc-file-status not = "00") then
               move "A4MGRCTL"         to ws-err-ddname
               move ws-mdc-file-status to ws-err-status
               move ws-rc-output-failure to ws-err-return-code
               perform 905-file-error
           end-if.

      *    This section is the common file-error exit - it names the
      *    DDNAME, the paragraph and the file status on the operator
      *    log, sets the return code class the batch stream branches
           close output-file, input-file, exception-file,
             trend-file, salary-history-file.
           if (ws-sim-flag = "N") then
               close extract-file, letters-file
               if (ws-offcycle-flag = "N") then
                   close anniversary-file
               end-if
           else
               close whatif-file
           end-if.
