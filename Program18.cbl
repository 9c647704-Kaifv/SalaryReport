       identification division.
       program-id. A4-NumConvert.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be converting every file
      *that keeps an employee number to the layout carrying the
      *longer, six-character number. The three-character number
      *capped the company at 999 employees; this one-time utility
      *reads the employee master, the inactive archive, the salary
      *history master, the compensation journal, the pending and
      *held-for-approval maintenance cards and the current input
      *feed generation, and rebuilds each of them onto a new file
      *with the old number carried as the low three digits of the
      *new one, so every existing number keeps its key order and
      *its meaning. The journal is rebuilt wide enough to carry the
      *whole maintenance card that caused a change and the ID of
      *whoever approved it, and the inactive archive with a table
      *of every earlier stint in place of the single prior hire
      *and termination date. The run refuses to convert anything
      *while the latest payroll cycle on the run-control file is
      *still open, because the extract and confirmation of an open
      *cycle are in the old layout and would no longer reconcile
      *once the rebuilt files were swapped in. A register prints
      *the before and after image of every record converted, with
      *the records read and written for each file, so the
      *conversion can be reviewed before operations swap the
      *rebuilt files in, the same way the hire-date conversion was
      *swapped.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    The employee master being converted, read in key order.
           select old-master-file
           assign to "../../../A4-EmployeeMaster.dat"
           organization is indexed
           access mode is sequential
           record key is om-employee-number
           file status is ws-om-file-status.

      *    The rebuilt employee master in the new layout.
           select new-master-file
           assign to "../../../A4-EmployeeMasterNew.dat"
           organization is indexed
           access mode is sequential
           record key is nm-employee-number
           file status is ws-nm-file-status.

      *    The inactive archive being converted - not there at all
      *    until the first termination, so a missing file only
      *    means an empty rebuilt one.
           select old-inactive-file
           assign to "../../../A4-EmployeeInactive.dat"
           organization is indexed
           access mode is sequential
           record key is oi-employee-number
           file status is ws-oi-file-status.

           select new-inactive-file
           assign to "../../../A4-EmployeeInactiveNew.dat"
           organization is indexed
           access mode is sequential
           record key is ni-employee-number
           file status is ws-ni-file-status.

      *    The salary history master being converted. The rebuilt
      *    file goes where the history maintenance puts its own
      *    rebuilds.
           select old-history-file
           assign to "../../../A4-SalaryHistory.dat"
           organization is indexed
           access mode is sequential
           record key is oh-employee-number
           file status is ws-oh-file-status.

           select new-history-file
           assign to "../../../A4-SalaryHistNew.dat"
           organization is indexed
           access mode is sequential
           record key is nh-employee-number
           file status is ws-nh-file-status.

      *    The compensation journal, copied record for record.
           select old-journal-file
           assign to "../../../A4-CompJournal.dat"
           organization is line sequential
           file status is ws-oj-file-status.

           select new-journal-file
           assign to "../../../A4-CompJournalNew.dat"
           organization is line sequential
           file status is ws-nj-file-status.

      *    The future-dated maintenance cards still pending.
           select old-pending-file
           assign to "../../../A4-EmpPending.dat"
           organization is line sequential
           file status is ws-op-file-status.

           select new-pending-file
           assign to "../../../A4-EmpPendingNew.dat"
           organization is line sequential
           file status is ws-np-file-status.

      *    The maintenance cards held for a second keyer's approval.
           select old-held-file
           assign to "../../../A4-EmpApprHeld.dat"
           organization is line sequential
           file status is ws-oa-file-status.

           select new-held-file
           assign to "../../../A4-EmpApprHeldNew.dat"
           organization is line sequential
           file status is ws-na-file-status.

      *    The current input feed generation, rewritten as the next
      *    generation so the salary run and the population delta
      *    both find the new layout waiting after the swap.
           select old-feed-file
           assign to "A4IN"
           organization is line sequential
           file status is ws-of-file-status.

           select new-feed-file
           assign to "A4FEED"
           organization is line sequential
           file status is ws-nf-file-status.

      *    Run-control master - only the latest cycle is looked
      *    at; it must be closed before anything is converted.
           select run-control-file
           assign to "../../../A4-RunControl.dat"
           organization is line sequential
           file status is ws-ctl-file-status.

      *    Conversion register - the before and after image of
      *    every record, and the control totals of each file.
           select register-file
           assign to "../../../A4-NumConvReg.out".

       data division.
       file section.

      *Old master definition - the 40-byte layout, key and the rest
      *of the record.
       fd old-master-file
           label records are standard.
       01 om-record.
         05 om-employee-number         pic x(3).
         05 om-rest                    pic x(37).

      *New master definition - the 43-byte layout the maintenance
      *run keeps from now on.
       fd new-master-file
           label records are standard.
       01 nm-record.
         05 nm-employee-number         pic x(6).
         05 nm-rest                    pic x(37).

      *Old inactive archive definition - the 80-byte layout, with
      *one prior stint's hire and termination date.
       fd old-inactive-file
           label records are standard.
       01 oi-record.
         05 oi-employee-number         pic x(3).
         05 oi-stint-fields            pic x(60).
         05 oi-prior-hire-date         pic x(8).
         05 oi-prior-term-date         pic x(8).
         05 filler                     pic x.

      *New inactive archive definition - the 215-byte layout, with
      *the table of prior stints.
       fd new-inactive-file
           label records are standard.
       01 ni-record.
         05 ni-employee-number         pic x(6).
         05 ni-stint-fields            pic x(60).
         05 ni-stint-rehire-date       pic x(8).
         05 ni-prior-stint             occurs 5 times.
           10 ni-ps-hire-date          pic x(8).
           10 ni-ps-rehire-date        pic x(8).
           10 ni-ps-term-date          pic x(8).
           10 ni-ps-reason-code        pic x(4).
         05 filler                     pic x.

      *Old salary history definition - the 12-byte layout.
       fd old-history-file
           label records are standard.
       01 oh-record.
         05 oh-employee-number         pic x(3).
         05 oh-last-salary             pic x(9).

      *New salary history definition - the 15-byte layout.
       fd new-history-file
           label records are standard.
       01 nh-record.
         05 nh-employee-number         pic x(6).
         05 nh-last-salary             pic x(9).

      *Old journal definition - the employee number, the field
      *code, values, department, program and run stamp, then the
      *first 49 columns of the card, batch or generation that
      *caused the change. The last three bytes were never written.
       fd old-journal-file
           data record is old-journal-record
           record contains 100 characters.

       01 old-journal-record.
         05 oj-employee-number         pic x(3).
         05 oj-change-fields           pic x(45).
         05 oj-source-ref              pic x(49).
         05 filler                     pic x(3).

      *New journal definition - the source reference widened to the
      *whole 60-column card, followed by the approver's ID.
       fd new-journal-file
           data record is new-journal-record
           record contains 119 characters.

       01 new-journal-record.
         05 nj-employee-number         pic x(6).
         05 nj-change-fields           pic x(45).
         05 nj-source-ref              pic x(60).
         05 nj-approver-id             pic x(8).

      *Old pending card definition - the 57-column card, action
      *code, employee number and the rest of the card.
       fd old-pending-file
           data record is old-pending-line
           record contains 57 characters.

       01 old-pending-line.
         05 op-action-code             pic x.
         05 op-employee-number         pic x(3).
         05 op-rest                    pic x(53).

      *New pending card definition - the 60-column card.
       fd new-pending-file
           data record is new-pending-line
           record contains 60 characters.

       01 new-pending-line.
         05 np-action-code             pic x.
         05 np-employee-number         pic x(6).
         05 np-rest                    pic x(53).

      *Old approval-held definition - the 57-column card followed
      *by the held date and the hold reason.
       fd old-held-file
           data record is old-held-line
           record contains 95 characters.

       01 old-held-line.
         05 oa-action-code             pic x.
         05 oa-employee-number         pic x(3).
         05 oa-rest                    pic x(91).

      *New approval-held definition - the 60-column card followed
      *by the held date and the hold reason.
       fd new-held-file
           data record is new-held-line
           record contains 98 characters.

       01 new-held-line.
         05 na-action-code             pic x.
         05 na-employee-number         pic x(6).
         05 na-rest                    pic x(91).

      *Old feed definition - the 41-character layout.
       fd old-feed-file
           data record is old-feed-line
           record contains 41 characters.

       01 old-feed-line.
         05 of-employee-number         pic x(3).
         05 of-rest                    pic x(38).

      *New feed definition - the 44-character layout.
       fd new-feed-file
           data record is new-feed-line
           record contains 44 characters.

       01 new-feed-line.
         05 nf-employee-number         pic x(6).
         05 nf-rest                    pic x(38).

      *Run-control master definition - must stay in step with the
      *record the maintenance and reconciliation runs keep.
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
         05 filler                     pic x(5).

      *Conversion register definition
       fd register-file
           data record is register-line
           record contains 132 characters.

       01 register-line                pic x(132).

       working-storage section.
      *This section will be showing the register heading at the top
      *of the conversion register.
       01 ws-register-heading.
         05 filler                     pic x(44)   value
         "EMPLOYEE NUMBER CONVERSION - A4NUMCV".

      *This is the heading printed at the start of each file's
      *section of the register.
       01 ws-section-heading.
         05 filler                     pic x       value spaces.
         05 ws-section-name-out        pic x(30).
         05 filler                     pic x(2)    value spaces.
         05 ws-section-note-out        pic x(40).

      *This is the before or after image line written for every
      *record converted.
       01 ws-register-image-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-reg-image-label         pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-reg-image-out           pic x(119).

      *This is the control total line closing each file's section.
       01 ws-section-total-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(16)   value
         "RECORDS READ =".
         05 ws-sec-read-out            pic zzzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "RECORDS CONVERTED =".
         05 ws-sec-converted-out       pic zzzzz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-sec-balance-out         pic x(14).

      *These are the control total lines of the register trailer.
       01 ws-register-summary1.
         05 filler                     pic x(20)   value
         " RECORDS READ      =".
         05 ws-sum-read-out            pic zzzzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "RECORDS CONVERTED  =".
         05 ws-sum-converted-out       pic zzzzzz9.

       01 ws-register-summary2.
         05 filler                     pic x(20)   value
         " FILES NOT PRESENT =".
         05 ws-sum-absent-out          pic zzzzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "CONVERSION VERDICT =".
         05 filler                     pic x       value spaces.
         05 ws-sum-verdict-out         pic x(30).

      *  The counts of the file being converted, moved to the grand
      *  totals as each section is closed off.
       01 ws-conv-counters.
         05 ws-sec-read                pic 9(6)    value 0.
         05 ws-sec-converted           pic 9(6)    value 0.
         05 ws-total-read              pic 9(7)    value 0.
         05 ws-total-converted         pic 9(7)    value 0.
         05 ws-absent-count            pic 9(7)    value 0.

      *  The new employee number - the old number becomes its low
      *  three digits, so numeric numbers stay numeric and every
      *  number keeps its place in key order.
       01 ws-new-number.
         05 ws-nn-prefix               pic x(3)    value "000".
         05 ws-nn-old-number           pic x(3)    value spaces.

      *  The last cycle on the run-control master - spaces when
      *  no cycle has ever been opened.
       01 ws-last-cycle.
         05 ws-lc-generation-id        pic x(44)   value spaces.
         05 ws-lc-status               pic x       value spaces.
         05 filler                     pic x(35)   value spaces.

      *  The before and after images of the record being converted.
       77 ws-before-image              pic x(119)  value spaces.
       77 ws-after-image               pic x(119)  value spaces.

      *This is the flag section which will be keeping the record of
      *the end of each input and of any conversion failure.
       01 ws-flags.
         05 ws-eof-flag                pic x       value "n".
         05 ws-conv-failed-flag        pic x       value "N".
         05 ws-file-present-flag       pic x       value "N".
         05 ws-file-absent-flag        pic x       value "N".
         05 ws-ctl-eof-flag            pic x       value "n".

       77 ws-om-file-status            pic xx      value spaces.
       77 ws-nm-file-status            pic xx      value spaces.
       77 ws-oi-file-status            pic xx      value spaces.
       77 ws-ni-file-status            pic xx      value spaces.
       77 ws-oh-file-status            pic xx      value spaces.
       77 ws-nh-file-status            pic xx      value spaces.
       77 ws-oj-file-status            pic xx      value spaces.
       77 ws-nj-file-status            pic xx      value spaces.
       77 ws-op-file-status            pic xx      value spaces.
       77 ws-np-file-status            pic xx      value spaces.
       77 ws-oa-file-status            pic xx      value spaces.
       77 ws-na-file-status            pic xx      value spaces.
       77 ws-of-file-status            pic xx      value spaces.
       77 ws-nf-file-status            pic xx      value spaces.
       77 ws-ctl-file-status           pic xx      value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

       procedure division.

      *    Convert each file in turn, the employee master first -
      *    if that cannot be converted cleanly (a master already in
      *    the new layout fails its read) nothing else is touched,
      *    so a second run can never roll another feed generation
      *    out of one that is already converted.
           perform 010-open-files.
           move "EMPLOYEE MASTER"      to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           perform 050-write-section-heading.
           perform 100-convert-master
           until ws-eof-flag = ws-file-empty.
           perform 070-write-section-total.
           if (ws-conv-failed-flag = "N") then
               perform 150-convert-inactive
               perform 200-convert-history
               perform 250-convert-journal
               perform 300-convert-pending
               perform 350-convert-held
               perform 400-convert-feed
           end-if.
           perform 500-write-summary.
           perform 600-close-files.

           goback.

      *    Open the register, the employee master and its rebuilt
      *    file. A master that cannot be opened means there is
      *    nothing to convert - fail loudly rather than roll empty
      *    new files somebody might swap in. Nothing is opened for
      *    conversion at all while the latest cycle is still open.
       010-open-files.
           open output register-file.
           write register-line         from ws-register-heading.
           perform 015-check-run-control.
           if (ws-conv-failed-flag = "Y") then
               perform 500-write-summary
               close register-file
               move 8                  to return-code
               goback
           end-if.
           open input old-master-file.
           if (ws-om-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN EMPLOYEE MASTER, "
                 "STATUS " ws-om-file-status
               close register-file
               move 8                  to return-code
               goback
           end-if.
           open output new-master-file.
           if (ws-nm-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN NEW MASTER, "
                 "STATUS " ws-nm-file-status
               close old-master-file, register-file
               move 8                  to return-code
               goback
           end-if.

      *    This section reads the run-control master to its last
      *    record and refuses the conversion unless that cycle is
      *    closed - an open cycle's extract and confirmation still
      *    carry the three-character number and would be mismatched
      *    by the reconciliation, confirmation and balancing runs
      *    once the rebuilt files are swapped in. No control file,
      *    or an empty one, means no cycle has ever been opened; a
      *    control file that cannot be read is refused, because
      *    guessing at control state defeats the control.
       015-check-run-control.
           move "RUN CONTROL"          to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "n"                    to ws-ctl-eof-flag.
           open input run-control-file.
           if (ws-ctl-file-status = "00") then
               perform 017-read-one-control-record
               until ws-ctl-eof-flag = ws-file-empty
               close run-control-file
           else
               if (ws-ctl-file-status not = "35") then
                   string "OPEN FAILED, STATUS " delimited by size
                          ws-ctl-file-status delimited by size
                     into ws-section-note-out
                   end-string
                   move "Y"            to ws-conv-failed-flag
               end-if
           end-if.
           if (ws-conv-failed-flag = "N") then
               if (ws-last-cycle = spaces) then
                   move "NO CYCLE OPENED" to ws-section-note-out
               else
                   if (ws-lc-status = "C") then
                       move "LATEST CYCLE CLOSED" to
                         ws-section-note-out
                   else
                       move "LATEST CYCLE OPEN - NOTHING CONVERTED"
                         to ws-section-note-out
                       move "Y"        to ws-conv-failed-flag
                       display "A4NUMCV - CYCLE NOT CLOSED, "
                         "STATUS " ws-lc-status ": "
                         ws-lc-generation-id
                   end-if
               end-if
           end-if.
           perform 050-write-section-heading.
           if (ws-last-cycle not = spaces) then
               move "CYCLE"            to ws-reg-image-label
               move ws-last-cycle      to ws-reg-image-out
               write register-line     from ws-register-image-line
                 after advancing ws-one line
           end-if.

      *    This section reads one run-control record, keeping only
      *    the last, called from the loop in 015-check-run-control.
       017-read-one-control-record.
           read run-control-file
               at end
                   move ws-file-empty  to ws-ctl-eof-flag
               not at end
                   move run-control-record to ws-last-cycle
           end-read.
           if ((ws-ctl-file-status not = "00") and
             (ws-ctl-file-status not = "10")) then
               move spaces             to ws-section-note-out
               string "READ FAILED, STATUS " delimited by size
                      ws-ctl-file-status delimited by size
                 into ws-section-note-out
               end-string
               move ws-file-empty      to ws-ctl-eof-flag
               move "Y"                to ws-conv-failed-flag
           end-if.

      *    This section starts a file's section of the register and
      *    clears that file's counts.
       050-write-section-heading.
           move 0                      to ws-sec-read.
           move 0                      to ws-sec-converted.
           move "n"                    to ws-eof-flag.
           write register-line         from ws-section-heading
             after advancing ws-two lines.

      *    This section builds the new employee number from the old
      *    one. A blank number stays blank rather than becoming a
      *    number nobody keyed.
       060-build-new-number.
           if (ws-nn-old-number = spaces) then
               move spaces             to ws-nn-prefix
           else
               move "000"              to ws-nn-prefix
           end-if.

      *    This section prints the before and after image of one
      *    converted record.
       065-write-image-pair.
           move "BEFORE"               to ws-reg-image-label.
           move ws-before-image        to ws-reg-image-out.
           write register-line         from ws-register-image-line
             after advancing ws-one line.
           move "AFTER"                to ws-reg-image-label.
           move ws-after-image         to ws-reg-image-out.
           write register-line         from ws-register-image-line
             after advancing ws-one line.

      *    This section closes off a file's section of the register -
      *    every record read must have been written to the rebuilt
      *    file, or the rebuilt file must not be swapped in.
       070-write-section-total.
           move ws-sec-read            to ws-sec-read-out.
           move ws-sec-converted       to ws-sec-converted-out.
           if (ws-sec-read = ws-sec-converted) then
               move "IN BALANCE"       to ws-sec-balance-out
           else
               move "OUT OF BALANCE"   to ws-sec-balance-out
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.
           write register-line         from ws-section-total-line
             after advancing ws-two lines.
           add ws-sec-read             to ws-total-read.
           add ws-sec-converted        to ws-total-converted.

      *    This section handles an input file that could not be
      *    opened. Only a file that is not there at all is allowed -
      *    its rebuilt file is simply left empty. Any other status
      *    fails the conversion.
       080-check-optional-open.
           if (ws-file-present-flag = "N") then
               move ws-file-empty      to ws-eof-flag
               if (ws-file-absent-flag = "Y") then
                   add 1               to ws-absent-count
               else
                   move "Y"            to ws-conv-failed-flag
                   move 8              to return-code
               end-if
           end-if.

      *    This section reads one employee master record in key
      *    order and converts it.
       100-convert-master.
           read old-master-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   perform 110-convert-one-master
           end-read.
      *    A status other than clean or at-end means the browse is
      *    broken - a master already in the new layout reads this
      *    way too - so stop rather than spin on the same failing
      *    read.
           if ((ws-om-file-status not = "00") and
             (ws-om-file-status not = "10")) then
               display "A4NUMCV - MASTER READ FAILED, STATUS "
                 ws-om-file-status " - ALREADY CONVERTED?"
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section converts one employee master record, called
      *    from the loop in 100-convert-master.
       110-convert-one-master.
           move om-employee-number     to ws-nn-old-number.
           perform 060-build-new-number.
           move ws-new-number          to nm-employee-number.
           move om-rest                to nm-rest.
           write nm-record.
           if (ws-nm-file-status not = "00") then
               display "A4NUMCV - NEW MASTER WRITE FAILED, STATUS "
                 ws-nm-file-status
               move ws-file-empty      to ws-eof-flag
           else
               add 1                   to ws-sec-converted
               move om-record          to ws-before-image
               move nm-record          to ws-after-image
               perform 065-write-image-pair
           end-if.

      *    This section converts the inactive archive onto its
      *    rebuilt file.
       150-convert-inactive.
           move "INACTIVE ARCHIVE"     to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "N"                    to ws-file-absent-flag.
           open input old-inactive-file.
           move "Y"                    to ws-file-present-flag.
           if (ws-oi-file-status not = "00") then
               move "N"                to ws-file-present-flag
               if (ws-oi-file-status = "35") then
                   move "Y"            to ws-file-absent-flag
                   move "NOT PRESENT - REBUILT EMPTY" to
                     ws-section-note-out
               else
                   string "OPEN FAILED, STATUS " delimited by size
                          ws-oi-file-status delimited by size
                     into ws-section-note-out
                   end-string
               end-if
           end-if.
           perform 050-write-section-heading.
           perform 080-check-optional-open.
           open output new-inactive-file.
           if (ws-ni-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN NEW INACTIVE "
                 "ARCHIVE, STATUS " ws-ni-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.
           perform 155-convert-one-inactive
           until ws-eof-flag = ws-file-empty.
           if (ws-file-present-flag = "Y") then
               close old-inactive-file
           end-if.
           close new-inactive-file.
           perform 070-write-section-total.

      *    This section reads and converts one inactive archive
      *    record, called from the loop in 150-convert-inactive.
      *    The old record's prior stint becomes the first slot of
      *    the new table; its rehire date and reason were never
      *    kept and stay blank. The after image shows the first 119
      *    bytes, as far as a converted record is ever filled in.
       155-convert-one-inactive.
           read old-inactive-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   move oi-employee-number to ws-nn-old-number
                   perform 060-build-new-number
                   move spaces         to ni-record
                   move ws-new-number  to ni-employee-number
                   move oi-stint-fields to ni-stint-fields
                   move oi-prior-hire-date to ni-ps-hire-date (1)
                   move oi-prior-term-date to ni-ps-term-date (1)
                   write ni-record
                   if (ws-ni-file-status not = "00") then
                       display "A4NUMCV - NEW INACTIVE ARCHIVE WRITE "
                         "FAILED, STATUS " ws-ni-file-status
                       move ws-file-empty to ws-eof-flag
                   else
                       add 1           to ws-sec-converted
                       move oi-record  to ws-before-image
                       move ni-record  to ws-after-image
                       perform 065-write-image-pair
                   end-if
           end-read.
           if ((ws-oi-file-status not = "00") and
             (ws-oi-file-status not = "10")) then
               display "A4NUMCV - INACTIVE ARCHIVE READ FAILED, "
                 "STATUS " ws-oi-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section converts the salary history master onto its
      *    rebuilt file.
       200-convert-history.
           move "SALARY HISTORY MASTER" to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "N"                    to ws-file-absent-flag.
           open input old-history-file.
           move "Y"                    to ws-file-present-flag.
           if (ws-oh-file-status not = "00") then
               move "N"                to ws-file-present-flag
               if (ws-oh-file-status = "35") then
                   move "Y"            to ws-file-absent-flag
                   move "NOT PRESENT - REBUILT EMPTY" to
                     ws-section-note-out
               else
                   string "OPEN FAILED, STATUS " delimited by size
                          ws-oh-file-status delimited by size
                     into ws-section-note-out
                   end-string
               end-if
           end-if.
           perform 050-write-section-heading.
           perform 080-check-optional-open.
           open output new-history-file.
           if (ws-nh-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN NEW HISTORY "
                 "MASTER, STATUS " ws-nh-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.
           perform 205-convert-one-history
           until ws-eof-flag = ws-file-empty.
           if (ws-file-present-flag = "Y") then
               close old-history-file
           end-if.
           close new-history-file.
           perform 070-write-section-total.

      *    This section reads and converts one salary history
      *    record, called from the loop in 200-convert-history.
       205-convert-one-history.
           read old-history-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   move oh-employee-number to ws-nn-old-number
                   perform 060-build-new-number
                   move ws-new-number  to nh-employee-number
                   move oh-last-salary to nh-last-salary
                   write nh-record
                   if (ws-nh-file-status not = "00") then
                       display "A4NUMCV - NEW HISTORY MASTER WRITE "
                         "FAILED, STATUS " ws-nh-file-status
                       move ws-file-empty to ws-eof-flag
                   else
                       add 1           to ws-sec-converted
                       move oh-record  to ws-before-image
                       move nh-record  to ws-after-image
                       perform 065-write-image-pair
                   end-if
           end-read.
           if ((ws-oh-file-status not = "00") and
             (ws-oh-file-status not = "10")) then
               display "A4NUMCV - HISTORY MASTER READ FAILED, "
                 "STATUS " ws-oh-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section converts the compensation journal onto its
      *    rebuilt file, in the order it was written. The card and
      *    batch references already on the journal are history and
      *    are copied as they stand, left-justified in the wider
      *    field; the keyer and approver columns were never on the
      *    old journal, so they stay blank.
       250-convert-journal.
           move "COMPENSATION JOURNAL" to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "N"                    to ws-file-absent-flag.
           open input old-journal-file.
           move "Y"                    to ws-file-present-flag.
           if (ws-oj-file-status not = "00") then
               move "N"                to ws-file-present-flag
               if (ws-oj-file-status = "35") then
                   move "Y"            to ws-file-absent-flag
                   move "NOT PRESENT - REBUILT EMPTY" to
                     ws-section-note-out
               else
                   string "OPEN FAILED, STATUS " delimited by size
                          ws-oj-file-status delimited by size
                     into ws-section-note-out
                   end-string
               end-if
           end-if.
           perform 050-write-section-heading.
           perform 080-check-optional-open.
           open output new-journal-file.
           if (ws-nj-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN NEW JOURNAL, "
                 "STATUS " ws-nj-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.
           perform 255-convert-one-journal
           until ws-eof-flag = ws-file-empty.
           if (ws-file-present-flag = "Y") then
               close old-journal-file
           end-if.
           close new-journal-file.
           perform 070-write-section-total.

      *    This section reads and converts one journal record,
      *    called from the loop in 250-convert-journal.
       255-convert-one-journal.
           read old-journal-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   move oj-employee-number to ws-nn-old-number
                   perform 060-build-new-number
                   move spaces         to new-journal-record
                   move ws-new-number  to nj-employee-number
                   move oj-change-fields to nj-change-fields
                   move oj-source-ref  to nj-source-ref
                   write new-journal-record
                   if (ws-nj-file-status not = "00") then
                       display "A4NUMCV - NEW JOURNAL WRITE FAILED, "
                         "STATUS " ws-nj-file-status
                       move ws-file-empty to ws-eof-flag
                   else
                       add 1           to ws-sec-converted
                       move old-journal-record to ws-before-image
                       move new-journal-record to ws-after-image
                       perform 065-write-image-pair
                   end-if
           end-read.
           if ((ws-oj-file-status not = "00") and
             (ws-oj-file-status not = "10")) then
               display "A4NUMCV - JOURNAL READ FAILED, STATUS "
                 ws-oj-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section converts the pending maintenance cards onto
      *    their rebuilt file.
       300-convert-pending.
           move "PENDING MAINTENANCE CARDS" to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "N"                    to ws-file-absent-flag.
           open input old-pending-file.
           move "Y"                    to ws-file-present-flag.
           if (ws-op-file-status not = "00") then
               move "N"                to ws-file-present-flag
               if (ws-op-file-status = "35") then
                   move "Y"            to ws-file-absent-flag
                   move "NOT PRESENT - REBUILT EMPTY" to
                     ws-section-note-out
               else
                   string "OPEN FAILED, STATUS " delimited by size
                          ws-op-file-status delimited by size
                     into ws-section-note-out
                   end-string
               end-if
           end-if.
           perform 050-write-section-heading.
           perform 080-check-optional-open.
           open output new-pending-file.
           if (ws-np-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN NEW PENDING FILE, "
                 "STATUS " ws-np-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.
           perform 305-convert-one-pending
           until ws-eof-flag = ws-file-empty.
           if (ws-file-present-flag = "Y") then
               close old-pending-file
           end-if.
           close new-pending-file.
           perform 070-write-section-total.

      *    This section reads and converts one pending card, called
      *    from the loop in 300-convert-pending.
       305-convert-one-pending.
           read old-pending-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   move op-employee-number to ws-nn-old-number
                   perform 060-build-new-number
                   move op-action-code to np-action-code
                   move ws-new-number  to np-employee-number
                   move op-rest        to np-rest
                   write new-pending-line
                   if (ws-np-file-status not = "00") then
                       display "A4NUMCV - NEW PENDING FILE WRITE "
                         "FAILED, STATUS " ws-np-file-status
                       move ws-file-empty to ws-eof-flag
                   else
                       add 1           to ws-sec-converted
                       move old-pending-line to ws-before-image
                       move new-pending-line to ws-after-image
                       perform 065-write-image-pair
                   end-if
           end-read.
           if ((ws-op-file-status not = "00") and
             (ws-op-file-status not = "10")) then
               display "A4NUMCV - PENDING FILE READ FAILED, STATUS "
                 ws-op-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section converts the cards held for approval onto
      *    their rebuilt file.
       350-convert-held.
           move "CARDS HELD FOR APPROVAL" to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "N"                    to ws-file-absent-flag.
           open input old-held-file.
           move "Y"                    to ws-file-present-flag.
           if (ws-oa-file-status not = "00") then
               move "N"                to ws-file-present-flag
               if (ws-oa-file-status = "35") then
                   move "Y"            to ws-file-absent-flag
                   move "NOT PRESENT - REBUILT EMPTY" to
                     ws-section-note-out
               else
                   string "OPEN FAILED, STATUS " delimited by size
                          ws-oa-file-status delimited by size
                     into ws-section-note-out
                   end-string
               end-if
           end-if.
           perform 050-write-section-heading.
           perform 080-check-optional-open.
           open output new-held-file.
           if (ws-na-file-status not = "00") then
               display "A4NUMCV - UNABLE TO OPEN NEW HELD FILE, "
                 "STATUS " ws-na-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.
           perform 355-convert-one-held
           until ws-eof-flag = ws-file-empty.
           if (ws-file-present-flag = "Y") then
               close old-held-file
           end-if.
           close new-held-file.
           perform 070-write-section-total.

      *    This section reads and converts one held card, called
      *    from the loop in 350-convert-held.
       355-convert-one-held.
           read old-held-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   move oa-employee-number to ws-nn-old-number
                   perform 060-build-new-number
                   move oa-action-code to na-action-code
                   move ws-new-number  to na-employee-number
                   move oa-rest        to na-rest
                   write new-held-line
                   if (ws-na-file-status not = "00") then
                       display "A4NUMCV - NEW HELD FILE WRITE "
                         "FAILED, STATUS " ws-na-file-status
                       move ws-file-empty to ws-eof-flag
                   else
                       add 1           to ws-sec-converted
                       move old-held-line to ws-before-image
                       move new-held-line to ws-after-image
                       perform 065-write-image-pair
                   end-if
           end-read.
           if ((ws-oa-file-status not = "00") and
             (ws-oa-file-status not = "10")) then
               display "A4NUMCV - HELD FILE READ FAILED, STATUS "
                 ws-oa-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section converts the current input feed generation
      *    onto the next one. The feed is not optional - the salary
      *    run cannot be released without it - so a feed that will
      *    not open fails the conversion.
       400-convert-feed.
           move "INPUT FEED GENERATION" to ws-section-name-out.
           move spaces                 to ws-section-note-out.
           move "N"                    to ws-file-absent-flag.
           open input old-feed-file.
           move "Y"                    to ws-file-present-flag.
           if (ws-of-file-status not = "00") then
               move "N"                to ws-file-present-flag
               string "OPEN FAILED, STATUS " delimited by size
                      ws-of-file-status delimited by size
                 into ws-section-note-out
               end-string
           end-if.
           perform 050-write-section-heading.
           perform 080-check-optional-open.
           if (ws-file-present-flag = "Y") then
               open output new-feed-file
               if (ws-nf-file-status not = "00") then
                   display "A4NUMCV - UNABLE TO OPEN NEW FEED, "
                     "STATUS " ws-nf-file-status
                   move ws-file-empty  to ws-eof-flag
                   move "Y"            to ws-conv-failed-flag
                   move 8              to return-code
               end-if
               perform 405-convert-one-feed
               until ws-eof-flag = ws-file-empty
               close old-feed-file, new-feed-file
           end-if.
           perform 070-write-section-total.

      *    This section reads and converts one feed record, called
      *    from the loop in 400-convert-feed.
       405-convert-one-feed.
           read old-feed-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-sec-read
                   move of-employee-number to ws-nn-old-number
                   perform 060-build-new-number
                   move ws-new-number  to nf-employee-number
                   move of-rest        to nf-rest
                   write new-feed-line
                   if (ws-nf-file-status not = "00") then
                       display "A4NUMCV - NEW FEED WRITE FAILED, "
                         "STATUS " ws-nf-file-status
                       move ws-file-empty to ws-eof-flag
                   else
                       add 1           to ws-sec-converted
                       move old-feed-line to ws-before-image
                       move new-feed-line to ws-after-image
                       perform 065-write-image-pair
                   end-if
           end-read.
           if ((ws-of-file-status not = "00") and
             (ws-of-file-status not = "10")) then
               display "A4NUMCV - FEED READ FAILED, STATUS "
                 ws-of-file-status
               move ws-file-empty      to ws-eof-flag
               move "Y"                to ws-conv-failed-flag
               move 8                  to return-code
           end-if.

      *    This section writes the register control totals and the
      *    verdict operations check before submitting the swap.
       500-write-summary.
           move ws-total-read          to ws-sum-read-out.
           move ws-total-converted     to ws-sum-converted-out.
           move ws-absent-count        to ws-sum-absent-out.
           if (ws-conv-failed-flag = "Y") then
               move "FAILED - DO NOT SWAP" to ws-sum-verdict-out
               display "A4NUMCV - CONVERSION FAILED - SEE THE "
                 "CONVERSION REGISTER"
           else
               move "CLEAN - READY TO SWAP" to ws-sum-verdict-out
           end-if.
           write register-line         from ws-register-summary1
             after advancing ws-two lines.
           write register-line         from ws-register-summary2
             after advancing ws-one line.

      *Close files
       600-close-files.
           close old-master-file, new-master-file, register-file.

       end program A4-NumConvert.
