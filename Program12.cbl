       identification division.
       program-id. A4-JournalReport.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be printing the permanent
      *compensation change journal. The maintenance run, the
      *confirmed-raise apply and the department reorganization each
      *append a record for every salary, education code or
      *department they change on the master, with the old and new
      *value, the program that made the change, the run date and the
      *card, batch or generation behind it - so "why did this
      *person's pay move and who moved it" is answered from one
      *file instead of three registers. A selection card narrows
      *the listing to one employee, one department, a range of run
      *dates, or any combination of them; without a card the whole
      *journal is printed.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    The compensation journal exactly as its writers append
      *    it - one fixed-position record per field changed.
           select journal-file
           assign to "../../../A4-CompJournal.dat"
           organization is line sequential
           file status is ws-cj-file-status.

      *    Optional selection card - employee number, department
      *    code, from date and to date, any of them left blank.
           select selection-file
           assign to "../../../A4-JournalSel.dat"
           organization is line sequential
           file status is ws-js-file-status.

      *    The printed journal report.
           select journal-report-file
           assign to "../../../A4-JournalRpt.out".

       data division.
       file section.

      *Compensation journal definition - must stay in step with the
      *record the maintenance, confirmed-raise apply and department
      *reorganization runs write.
       fd journal-file
           data record is journal-record
           record contains 119 characters.

       01 journal-record.
         05 cj-employee-number         pic x(6).
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
         05 cj-source-ref              pic x(60).
      *  Who approved the card, when it was held for dual control.
         05 cj-approver-id             pic x(8).

      *Selection card definition - the employee number in columns
      *1-6, the department code in 7-10, the from and to run dates
      *(YYYYMMDD) in 11-18 and 19-26. A blank field does not select.
       fd selection-file
           data record is selection-card
           record contains 26 characters.

       01 selection-card.
         05 js-employee-number         pic x(6).
         05 js-department-code         pic x(4).
         05 js-from-date               pic x(8).
         05 js-to-date                 pic x(8).

      *Journal report definition
       fd journal-report-file
           data record is report-line
           record contains 132 characters.

       01 report-line                  pic x(132).

       working-storage section.
      *This section will be showing the report heading at the top.
       01 ws-report-heading.
         05 filler                     pic x(44)   value
         "A4 COMPENSATION CHANGE JOURNAL - A4JRNRPT".

      *This is the line echoing the selection in effect.
       01 ws-selection-line.
         05 filler                     pic x(12)   value
         " SELECTION: ".
         05 filler                     pic x(4)    value "EMP=".
         05 ws-sel-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "DEPT=".
         05 ws-sel-department-out      pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(5)    value "FROM=".
         05 ws-sel-from-out            pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(3)    value "TO=".
         05 ws-sel-to-out              pic x(8).

      *This is the column heading line.
       01 ws-column-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(10)   value "FIELD".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(12)   value
         "   OLD VALUE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         "   NEW VALUE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "DEPT".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(8)    value "PROGRAM".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(8)    value "RUN DATE".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "SOURCE".

      *This is the detail line printed for every journal record
      *selected.
       01 ws-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-det-employee-out        pic x(6).
         05 filler                     pic x       value spaces.
         05 ws-det-field-out           pic x(10).
         05 filler                     pic x       value spaces.
         05 ws-det-old-out             pic x(12).
         05 ws-det-old-salary-out redefines ws-det-old-out
                                       pic z,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-det-new-out             pic x(12).
         05 ws-det-new-salary-out redefines ws-det-new-out
                                       pic z,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-det-department-out      pic x(4).
         05 filler                     pic x       value spaces.
         05 ws-det-program-out         pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-det-run-date-out        pic x(8).
         05 filler                     pic x(2)    value spaces.
         05 ws-det-source-out          pic x(60).

      *This line follows the detail line of a change that was held
      *for dual control, naming who approved it under the source
      *card.
       01 ws-approver-line.
         05 filler                     pic x(72)   value spaces.
         05 filler                     pic x(12)   value
         "APPROVED BY ".
         05 ws-apv-approver-out        pic x(8).

      *This is the trailer of the journal report.
       01 ws-summary-line1.
         05 filler                     pic x(20)   value
         " RECORDS READ      =".
         05 ws-sum-read-out            pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "RECORDS SELECTED   =".
         05 ws-sum-selected-out        pic zzzz9.

       01 ws-summary-line2.
         05 filler                     pic x(20)   value
         " SALARY CHANGES    =".
         05 ws-sum-salary-out          pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "EDUCATION CHANGES  =".
         05 ws-sum-education-out       pic zzzz9.

       01 ws-summary-line3.
         05 filler                     pic x(20)   value
         " DEPT CHANGES      =".
         05 ws-sum-department-out      pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "NET SALARY MOVEMENT=".
         05 ws-sum-net-out             pic -,---,---,--9.99.

      *  This section holds the counts printed on the trailer.
       01 ws-journal-counters.
         05 ws-records-read            pic 9(5)    value 0.
         05 ws-records-selected        pic 9(5)    value 0.
         05 ws-salary-changes          pic 9(5)    value 0.
         05 ws-education-changes       pic 9(5)    value 0.
         05 ws-department-changes      pic 9(5)    value 0.
         05 ws-net-salary-movement     pic s9(9)v99 value 0.

      *  The selection in effect - loaded from the card, all blank
      *  when there is no card.
       01 ws-selection.
         05 ws-sel-employee            pic x(6)    value spaces.
         05 ws-sel-department          pic x(4)    value spaces.
         05 ws-sel-from-date           pic x(8)    value spaces.
         05 ws-sel-to-date             pic x(8)    value spaces.

      *This is the flag section which will be keeping the record of
      *the end of the journal and of the selection test.
       01 ws-flags.
         05 ws-eof-flag                pic x       value "n".
         05 ws-selected-flag           pic x       value "N".

       77 ws-cj-file-status            pic xx      value spaces.
       77 ws-js-file-status            pic xx      value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

       procedure division.

      *    Take the selection, then print every journal record it
      *    selects in the order the journal was written.
           perform 010-open-files.
           perform 015-read-selection-card.
           perform 020-write-report-heading.
           perform 100-print-journal
           until ws-eof-flag = ws-file-empty.
           perform 200-write-summary.
           perform 600-close-files.

           goback.

      *    Open files. A site where nothing has changed a salary
      *    since the journal began has no journal yet - say so
      *    rather than abend.
       010-open-files.
           open output journal-report-file.
           open input journal-file.
           if (ws-cj-file-status not = "00") then
               display "A4JRNRPT - UNABLE TO OPEN COMP JOURNAL, "
                 "STATUS " ws-cj-file-status
               write report-line       from ws-report-heading
               close journal-report-file
               move 8                  to return-code
               goback
           end-if.

      *    This section takes the selection card. No card at all
      *    selects everything; a card whose dates do not parse or
      *    run backwards stops the run rather than print a listing
      *    that looks complete and is not.
       015-read-selection-card.
           open input selection-file.
           if (ws-js-file-status = "00") then
               read selection-file
                   at end
                       continue
                   not at end
                       move js-employee-number to ws-sel-employee
                       move js-department-code to ws-sel-department
                       move js-from-date to ws-sel-from-date
                       move js-to-date to ws-sel-to-date
               end-read
               close selection-file
           end-if.
           if (((ws-sel-from-date not = spaces) and
             (ws-sel-from-date not numeric)) or
             ((ws-sel-to-date not = spaces) and
             (ws-sel-to-date not numeric))) then
               display "A4JRNRPT - SELECTION DATE NOT NUMERIC - "
                 "RUN STOPPED"
               write report-line       from ws-report-heading
               close journal-file, journal-report-file
               move 8                  to return-code
               goback
           end-if.
           if ((ws-sel-from-date not = spaces) and
             (ws-sel-to-date not = spaces) and
             (ws-sel-from-date > ws-sel-to-date)) then
               display "A4JRNRPT - SELECTION FROM DATE AFTER TO "
                 "DATE - RUN STOPPED"
               write report-line       from ws-report-heading
               close journal-file, journal-report-file
               move 8                  to return-code
               goback
           end-if.

      *    Write the report heading, the selection in effect and the
      *    column headings.
       020-write-report-heading.
           write report-line           from ws-report-heading.
           move ws-sel-employee        to ws-sel-employee-out.
           move ws-sel-department      to ws-sel-department-out.
           move ws-sel-from-date       to ws-sel-from-out.
           move ws-sel-to-date         to ws-sel-to-out.
           write report-line           from ws-selection-line
             after advancing ws-one line.
           write report-line           from ws-column-heading
             after advancing ws-two lines.

      *    This section reads one journal record and prints it when
      *    the selection takes it.
       100-print-journal.
           read journal-file
               at end
                   move ws-file-empty  to ws-eof-flag
               not at end
                   add 1               to ws-records-read
                   perform 110-test-selection
                   if (ws-selected-flag = "Y") then
                       perform 120-print-one-record
                   end-if
           end-read.
      *    A status other than clean or at-end means the journal is
      *    broken mid-file - stop rather than spin on the same
      *    failing read.
           if ((ws-cj-file-status not = "00") and
             (ws-cj-file-status not = "10")) then
               display "A4JRNRPT - JOURNAL READ FAILED, STATUS "
                 ws-cj-file-status
               move ws-file-empty      to ws-eof-flag
               move 8                  to return-code
           end-if.

      *    This section tests the current record against every
      *    selection field keyed - all of them must agree.
       110-test-selection.
           move "Y"                    to ws-selected-flag.
           if ((ws-sel-employee not = spaces) and
             (cj-employee-number not = ws-sel-employee)) then
               move "N"                to ws-selected-flag
           end-if.
      *    A department move is selected from either end, so the
      *    listing for a department shows who left it too.
           if ((ws-sel-department not = spaces) and
             (cj-department-code not = ws-sel-department)) then
               if ((cj-field-code not = "D") or
                 (cj-old-value (1:4) not = ws-sel-department)) then
                   move "N"            to ws-selected-flag
               end-if
           end-if.
           if ((ws-sel-from-date not = spaces) and
             (cj-run-date < ws-sel-from-date)) then
               move "N"                to ws-selected-flag
           end-if.
           if ((ws-sel-to-date not = spaces) and
             (cj-run-date > ws-sel-to-date)) then
               move "N"                to ws-selected-flag
           end-if.

      *    This section prints one selected journal record and adds
      *    it to the trailer counts.
       120-print-one-record.
           add 1                       to ws-records-selected.
           move cj-employee-number     to ws-det-employee-out.
           if (cj-field-code = "S") then
               add 1                   to ws-salary-changes
               move "SALARY"           to ws-det-field-out
               if ((cj-old-value numeric) and
                 (cj-new-value numeric)) then
                   move cj-old-salary  to ws-det-old-salary-out
                   move cj-new-salary  to ws-det-new-salary-out
                   compute ws-net-salary-movement =
                     ws-net-salary-movement + cj-new-salary -
                     cj-old-salary
               else
                   move cj-old-value   to ws-det-old-out
                   move cj-new-value   to ws-det-new-out
               end-if
           else
               if (cj-field-code = "E") then
                   add 1               to ws-education-changes
                   move "EDUCATION"    to ws-det-field-out
               else
                   add 1               to ws-department-changes
                   move "DEPARTMENT"   to ws-det-field-out
               end-if
               move cj-old-value       to ws-det-old-out
               move cj-new-value       to ws-det-new-out
           end-if.
           move cj-department-code     to ws-det-department-out.
           move cj-source-program      to ws-det-program-out.
           move cj-run-date            to ws-det-run-date-out.
           move cj-source-ref          to ws-det-source-out.
           write report-line           from ws-detail-line
             after advancing ws-one line.
           if (cj-approver-id not = spaces) then
               move cj-approver-id     to ws-apv-approver-out
               write report-line       from ws-approver-line
                 after advancing ws-one line
           end-if.

      *    This section writes the trailer counts.
       200-write-summary.
           move ws-records-read        to ws-sum-read-out.
           move ws-records-selected    to ws-sum-selected-out.
           move ws-salary-changes      to ws-sum-salary-out.
           move ws-education-changes   to ws-sum-education-out.
           move ws-department-changes  to ws-sum-department-out.
           move ws-net-salary-movement to ws-sum-net-out.
           write report-line           from ws-summary-line1
             after advancing ws-two lines.
           write report-line           from ws-summary-line2
             after advancing ws-one line.
           write report-line           from ws-summary-line3
             after advancing ws-one line.

      *Close files
       600-close-files.
           close journal-file, journal-report-file.

       end program A4-JournalReport.
