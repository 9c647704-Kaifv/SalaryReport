      *reconciliation would flag as a discrepancy - an amount that
      *differs from what was sent, a duplicate confirmation, or a
      *confirmation for an employee never extracted.
      *Every raise applied is appended to the permanent
      *compensation journal under the extract batch it came from.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-pc-file-status.

      *    Compensation change journal - permanent, appended to by
      *    every program that changes a salary, education code or
      *    department on the master, never rewritten.
           select journal-file
           assign to "../../../A4-CompJournal.dat"
           organization is line sequential
           file status is ws-cj-file-status.

      *    Apply control file - one record appended per run naming
      *    the extract batch and what became of its confirmations,
      *    so the cycle can be proved end to end after the fact.
           select apply-control-file
           assign to "../../../A4-ApplyControl.dat"
           organization is line sequential
           file status is ws-ac-file-status.

      *    Apply register - one block per confirmation showing the
      *    before/after images of the master record updated, or the
      *    reason the confirmation was refused.
       fd employee-master-file
           label records are standard.
       01 em-record.
         05 em-employee-number         pic x(6).
         05 em-employee-name           pic x(15).
         05 em-education-code          pic x.
         05 em-service-years           pic 99.
         05 em-department-code         pic x(4).
         05 em-hire-date               pic x(8).

      *Compensation journal definition - one record per field
      *changed, in the layout every journal writer shares. Salary
      *values are carried as 9(7)v99, the education code and
      *department left-justified.
       fd journal-file
           data record is journal-record
           record contains 119 characters.

       01 journal-record.
         05 cj-employee-number         pic x(6).
      *  S salary, E education code, D department.
         05 cj-field-code              pic x.
         05 cj-old-value               pic x(9).
         05 cj-old-salary redefines cj-old-value
                                       pic 9(7)v99.
         05 cj-new-value               pic x(9).
         05 cj-new-salary redefines cj-new-value
                                       pic 9(7)v99.
         05 cj-department-code         pic x(4).
         05 cj-source-program          pic x(8).
         05 cj-run-date                pic x(8).
         05 cj-run-time                pic x(6).
      *  The card, batch or generation that caused the change.
         05 cj-source-ref              pic x(60).
      *  Who approved the card, when it was held for dual control.
         05 cj-approver-id             pic x(8).

      *Extract definition - the same fixed positions the report
      *run's extract writer produces: employee, name, position,
      *increase and new salary separated by commas.
           record contains 100 characters.

       01 extract-line.
         05 ex-employee-number         pic x(6).
         05 filler                     pic x.
         05 ex-employee-name           pic x(15).
         05 filler                     pic x.
         05 ex-new-salary              pic x(9).
         05 ex-new-salary-num redefines ex-new-salary
                                       pic 9(7)v99.
         05 filler                     pic x(49).

       01 extract-header-line.
         05 exh-type                   pic x.
           record contains 15 characters.

       01 confirm-line.
         05 pc-employee-number         pic x(6).
         05 pc-confirmed-salary        pic x(9).
         05 pc-confirmed-salary-num redefines pc-confirmed-salary
                                       pic 9(7)v99.

       01 confirm-header-line.
         05 ch-type                    pic x.
         05 ch-batch-number            pic x(14).

      *Apply control definition - one record per run.
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

      *Apply register definition
       fd register-file
           data record is register-line
         05 filler                     pic x       value spaces.
         05 ws-reg-action-out          pic x(9).
         05 filler                     pic x(2)    value spaces.
         05 ws-reg-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-reg-status-out          pic x(40).

         05 filler                     pic x(3)    value spaces.
         05 ws-reg-image-label         pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-reg-image-out           pic x(43).

      *This is the summary trailer of the apply register.
       01 ws-register-summary1.
       01 ws-extract-table.
         05 ws-ext-entry               occurs 5000 times
                                        indexed by ws-ext-idx.
           10 ws-ext-employee-number   pic x(6).
           10 ws-ext-new-salary        pic 9(7)v99.
           10 ws-ext-applied-flag      pic x.

       77 ws-ext-count                 pic 9(5)    value 0.
       77 ws-ext-found-flag            pic x       value "N".
       77 ws-ext-lookup-number         pic x(6)    value spaces.

      *  This section holds the apply counts printed on the
      *  register trailer.
       77 ws-em-file-status            pic xx      value spaces.
       77 ws-ex-file-status            pic xx      value spaces.
       77 ws-pc-file-status            pic xx      value spaces.
       77 ws-cj-file-status            pic xx      value spaces.
       77 ws-ac-file-status            pic xx      value spaces.
       77 ws-run-date                  pic x(8)    value spaces.
       77 ws-run-time                  pic x(8)    value spaces.
      *  The salary on the master before the confirmed one replaced
      *  it, for the journal.
       77 ws-old-salary                pic 9(7)v99 value 0.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.
       77 ws-master-salary-max         pic 9(7)v99 value 99999.99.
      *  Image of the master record before the confirmed salary is
      *  applied, so the register can show what was overwritten.
       77 ws-before-image              pic x(43)   value spaces.

       procedure division.

      *    Load the extract, then apply every clean confirmation
      *    against the employee master.
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time          from time.
           perform 010-open-files.
           perform 020-write-register-heading.
           perform 100-load-extract
                 after advancing ws-two lines
           end-if.
           perform 400-write-summary.
           perform 410-append-apply-control.
           perform 600-close-files.
           if (((ws-discrepancy-held > 0) or (ws-not-on-master > 0))
             and (return-code = 0)) then
               move 8                  to return-code
               goback
           end-if.
      *    A raise that cannot be journaled must not be applied, so
      *    a journal that will not open stops the run.
           open extend journal-file.
           if (ws-cj-file-status = "35") then
               open output journal-file
           end-if.
           if (ws-cj-file-status not = "00") then
               display "A4CNFAP - UNABLE TO OPEN COMP JOURNAL, "
                 "STATUS " ws-cj-file-status
               close employee-master-file, extract-file,
                 confirm-file, register-file
               move 8                  to return-code
               goback
           end-if.

      *    Write the apply register heading.
       020-write-register-heading.
               not at end
      *            The envelope records are told apart from detail
      *            lines by their type byte and the comma a detail
      *            line always carries in column 7, after the
      *            six-character employee number.
                   if ((exh-type = "H") and
                     (extract-line (7:1) not = ",")) then
                       perform 112-take-extract-header
                   else
                       if ((ext-type = "T") and
                         (extract-line (7:1) not = ",")) then
                           perform 114-take-extract-trailer
                       else
                           perform 116-take-extract-detail
                   perform 230-write-held-line
               else
                   move em-record      to ws-before-image
                   move em-present-salary to ws-old-salary
                   move pc-confirmed-salary-num to em-present-salary
                   rewrite em-record
                   if (ws-em-file-status not = "00") then
                       move "AFTER"    to ws-reg-image-label
                       move em-record  to ws-reg-image-out
                       perform 260-write-image-line
                       perform 270-write-journal-record
                   end-if
               end-if
           end-if.
           write register-line         from ws-register-image-line
             after advancing ws-one line.

      *    This section appends the journal record for one applied
      *    raise, naming the extract batch it was confirmed from.
       270-write-journal-record.
           move spaces                 to journal-record.
           move em-employee-number     to cj-employee-number.
           move "S"                    to cj-field-code.
           move ws-old-salary          to cj-old-salary.
           move em-present-salary      to cj-new-salary.
           move em-department-code     to cj-department-code.
           move "A4CNFAP"              to cj-source-program.
           move ws-run-date            to cj-run-date.
           move ws-run-time (1:6)      to cj-run-time.
           string "EXTRACT BATCH "     delimited by size
                  ws-extract-batch     delimited by size
             into cj-source-ref
           end-string.
           write journal-record.
           if (ws-cj-file-status not = "00") then
               display "A4CNFAP - COMP JOURNAL WRITE FAILED, STATUS "
                 ws-cj-file-status
               move 8                  to return-code
               move ws-file-empty      to ws-pc-eof-flag
           end-if.

      *    This section writes the register summary trailer -
      *    confirmations read equals applied plus held plus not on
      *    master, so the apply itself can be audited.
           write register-line         from ws-register-summary2
             after advancing ws-one line.

      *    This section appends this run's record to the apply
      *    control file - the batch, the extract count its trailer
      *    claimed, and the applied and held counts from the
      *    register trailer. The file is created on first use and
      *    opened and closed here, so nothing else needs to know
      *    about it.
       410-append-apply-control.
           open extend apply-control-file.
           if (ws-ac-file-status = "35") then
               open output apply-control-file
           end-if.
           if (ws-ac-file-status not = "00") then
               display "A4CNFAP - APPLY CONTROL UNAVAILABLE, STATUS "
                 ws-ac-file-status
               move 8                  to return-code
           else
               move spaces             to apply-control-record
               move ws-extract-batch   to ac-batch-number
               move ws-run-date        to ac-run-date
               move ws-run-time (1:6)  to ac-run-time
               move ws-tlr-record-count to ac-extract-count
               move ws-confirms-read   to ac-confirms-read
               move ws-raises-applied  to ac-raises-applied
               move ws-discrepancy-held to ac-discrepancy-held
               move ws-not-on-master   to ac-not-on-master
               write apply-control-record
               if (ws-ac-file-status not = "00") then
                   display "A4CNFAP - APPLY CONTROL WRITE FAILED, "
                     "STATUS " ws-ac-file-status
                   move 8              to return-code
               end-if
               close apply-control-file
           end-if.

      *Close files
       600-close-files.
           close employee-master-file, extract-file, confirm-file,
             journal-file, register-file.

       end program A4-ConfirmApply.
