      *every employee moved and every reference record changed, and
      *rejects any card whose codes are not right on the reference
      *master. One reorg is a handful of cards.
      *Every employee moved is appended to the permanent
      *compensation journal with the control card that moved them.

       environment division.
       configuration section.
           organization is line sequential
           file status is ws-dr-file-status.

      *    Compensation change journal - permanent, appended to by
      *    every program that changes a salary, education code or
      *    department on the master, never rewritten.
           select journal-file
           assign to "../../../A4-CompJournal.dat"
           organization is line sequential
           file status is ws-cj-file-status.

      *    Reorganization register - every card accepted or
      *    rejected, every employee moved, every reference record
      *    changed or retired, with the control counts.
       fd employee-master-file
           label records are standard.
       01 em-record.
         05 em-employee-number         pic x(6).
         05 em-employee-name           pic x(15).
         05 em-education-code          pic x.
         05 em-service-years           pic 99.
         05 dr-cost-center             pic x(6).
         05 dr-manager-name            pic x(20).

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
         05 cj-new-value               pic x(9).
         05 cj-department-code         pic x(4).
         05 cj-source-program          pic x(8).
         05 cj-run-date                pic x(8).
         05 cj-run-time                pic x(6).
      *  The card, batch or generation that caused the change.
         05 cj-source-ref              pic x(60).
      *  Who approved the card, when it was held for dual control.
         05 cj-approver-id             pic x(8).

      *Reorganization register definition
       fd register-file
           data record is register-line
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(9)    value
         "EMPLOYEE ".
         05 ws-move-employee-out       pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-move-name-out           pic x(15).
         05 filler                     pic x(2)    value spaces.
      *  retired flag so a merged-away code comes off the file
      *  when it is written back.
       01 ws-dept-ref-table.
         05 ws-dref-entry              occurs 500 times
                                        indexed by ws-dref-idx.
           10 ws-dref-code             pic x(4).
           10 ws-dref-name             pic x(20).
           10 ws-dref-manager          pic x(20).
           10 ws-dref-retired-flag     pic x.

       77 ws-dept-ref-count            pic 9(3)    value 0.
       77 ws-dref-found-flag           pic x       value "N".
       77 ws-dref-lookup-code          pic x(4)    value spaces.
      *  Where the lookup landed, kept across the loop's overrun
      *  of the index.
       77 ws-dref-hit-sub              pic 9(3)    value 0.

      *  The move map built from the accepted cards - the employee
      *  sweep applies its entries in card order, so a chain keyed
                                        indexed by ws-map-idx.
           10 ws-map-old-code          pic x(4).
           10 ws-map-new-code          pic x(4).
           10 ws-map-card              pic x(17).

       77 ws-map-count                 pic 99      value 0.
       77 ws-map-sub                   pic 99      value 0.
      *  The last map entry that moved the current employee - its
      *  card is the journal's source.
       77 ws-map-hit-sub               pic 99      value 0.
      *  The reference-table slot the card's old code was found
      *  in, held across the second lookup for the new code.
       77 ws-ref-sub                   pic 9(3)    value 0.

      *  This section holds the counts printed on the register
      *  trailer.
       77 ws-cc-file-status            pic xx      value spaces.
       77 ws-em-file-status            pic xx      value spaces.
       77 ws-dr-file-status            pic xx      value spaces.
       77 ws-cj-file-status            pic xx      value spaces.
       77 ws-run-date                  pic x(8)    value spaces.
       77 ws-run-time                  pic x(8)    value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.
      *    control cards against it, sweep the employee master
      *    through the move map, then write the updated reference
      *    master back.
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time          from time.
           perform 010-open-files.
           perform 020-load-dept-reference.
           perform 100-process-control-cards
               move 8                  to return-code
               goback
           end-if.
      *    A move that cannot be journaled must not be made, so a
      *    journal that will not open stops the run.
           open extend journal-file.
           if (ws-cj-file-status = "35") then
               open output journal-file
           end-if.
           if (ws-cj-file-status not = "00") then
               display "A4DPTRG - UNABLE TO OPEN COMP JOURNAL, "
                 "STATUS " ws-cj-file-status
               close control-file, employee-master-file,
                 dept-ref-file, register-file
               move 8                  to return-code
               goback
           end-if.

      *    Load the department reference master into its table.
       020-load-dept-reference.
               at end
                   move ws-file-empty  to ws-dref-eof-flag
               not at end
                   if (ws-dept-ref-count < 500) then
                       add 1           to ws-dept-ref-count
                       set ws-dref-idx to ws-dept-ref-count
                       move dr-department-code to
                         ws-dref-retired-flag (ws-dref-idx)
                   else
                       display "A4DPTRG - DEPT REFERENCE EXCEEDS "
                         "500 RECORDS - RUN STOPPED"
                       move ws-file-empty to ws-dref-eof-flag
                       move 8          to return-code
                   end-if
               set ws-map-idx          to ws-map-count
               move cc-old-code        to ws-map-old-code (ws-map-idx)
               move cc-new-code        to ws-map-new-code (ws-map-idx)
               move control-card       to ws-map-card (ws-map-idx)
           end-if.

      *    This section writes the register line for a rejected
                           move em-department-code to ws-move-new-out
                           write register-line from ws-move-line
                             after advancing ws-one line
                           perform 230-write-journal-record
                       end-if
                   end-if
           end-read.
               move ws-map-new-code (ws-map-sub) to
                 em-department-code
               move "Y"                to ws-employee-changed-flag
               move ws-map-sub         to ws-map-hit-sub
           end-if.

      *    This section appends the journal record for one employee
      *    moved, naming the control card whose code it landed on.
       230-write-journal-record.
           move spaces                 to journal-record.
           move em-employee-number     to cj-employee-number.
           move "D"                    to cj-field-code.
           move ws-old-dept-hold       to cj-old-value.
           move em-department-code     to cj-new-value.
           move em-department-code     to cj-department-code.
           move "A4DPTRG"              to cj-source-program.
           move ws-run-date            to cj-run-date.
           move ws-run-time (1:6)      to cj-run-time.
           move ws-map-card (ws-map-hit-sub) to cj-source-ref.
           write journal-record.
           if (ws-cj-file-status not = "00") then
               display "A4DPTRG - COMP JOURNAL WRITE FAILED, STATUS "
                 ws-cj-file-status
               move ws-file-empty      to ws-master-eof-flag
               move 8                  to return-code
           end-if.

      *    This section writes the updated reference master back -

      *Close files
       600-close-files.
           close control-file, employee-master-file, journal-file,
             register-file.

       end program A4-DeptReorg.
