       identification division.
       program-id. A4-IntegrityAudit.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be auditing the links
      *between the files that drive the salary system. The employee
      *master, the salary history master, the department reference
      *master, the department budgets, the merit override cards and
      *the grade table are all maintained separately and drift
      *apart, and until now a broken link was only found when a run
      *tripped over it - an unknown department on the report or an
      *override card that matched nobody. This program reads all of
      *them and lists every broken link, one section per kind:
      *employees whose department has no reference entry, reference
      *departments nobody works in, departments with employees but
      *no budget, history records with no employee and employees
      *with no history, override cards for people not on the
      *master, grade-table education codes no employee has, and
      *grade-table entries whose minimum years overlap an earlier
      *entry for the same education code. Each section is counted
      *on the trailer and any break at all sets the return code.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    Employee master, keyed on employee number - loaded whole
      *    in key order.
           select employee-master-file
           assign to "../../../A4-EmployeeMaster.dat"
           organization is indexed
           access mode is sequential
           record key is em-employee-number
           file status is ws-em-file-status.

      *    Inactive employee archive - a history record belonging to
      *    a terminated employee is kept on purpose, not a break.
           select inactive-master-file
           assign to "../../../A4-EmployeeInactive.dat"
           organization is indexed
           access mode is random
           record key is im-employee-number
           file status is ws-im-file-status.

      *    Salary history master, keyed on employee number - read
      *    in key order alongside the loaded master.
           select salary-history-file
           assign to "../../../A4-SalaryHistory.dat"
           organization is indexed
           access mode is sequential
           record key is sh-employee-number
           file status is ws-sh-file-status.

      *    Department reference master.
           select dept-ref-file
           assign to "../../../A4-DeptRef.dat"
           organization is line sequential
           file status is ws-dr-file-status.

      *    Departmental raise budget file.
           select budget-file
           assign to "../../../A4-DeptBudget.dat"
           organization is line sequential
           file status is ws-bg-file-status.

      *    Merit override cards.
           select override-file
           assign to "../../../A4-Overrides.dat"
           organization is line sequential
           file status is ws-ov-file-status.

      *    The grade ladder the salary run classifies against.
           select grade-table-file
           assign to "../../../A4-GradeTab.dat"
           organization is line sequential
           file status is ws-gt-file-status.

      *    The printed audit.
           select audit-report-file
           assign to "../../../A4-IntegrityAudit.out".

       data division.
       file section.

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

      *Inactive master definition - same record as the maintenance
      *run archives.
       fd inactive-master-file
           label records are standard.
       01 im-record.
         05 im-employee-number         pic x(6).
         05 im-employee-name           pic x(15).
         05 im-education-code          pic x.
         05 im-service-years           pic 99.
         05 im-present-salary          pic 99999v99.
         05 im-department-code         pic x(4).
         05 im-hire-date               pic x(8).
         05 im-term-date               pic x(8).
         05 im-term-reason-code        pic x(4).
         05 im-status                  pic x.
         05 im-rehire-date             pic x(8).
         05 im-rehire-count            pic 99.
         05 im-stint-rehire-date       pic x(8).
         05 im-prior-stint             occurs 5 times.
           10 im-ps-hire-date          pic x(8).
           10 im-ps-rehire-date        pic x(8).
           10 im-ps-term-date          pic x(8).
           10 im-ps-reason-code        pic x(4).
         05 filler                     pic x.

      *Salary history master definition - same record as the
      *salary run keeps.
       fd salary-history-file
           label records are standard.
       01 sh-record.
         05 sh-employee-number         pic x(6).
         05 sh-last-salary             pic 9(7)v99.

      *Department reference master definition - one record per
      *department code.
       fd dept-ref-file
           data record is dept-ref-line
           record contains 50 characters.

       01 dept-ref-line.
         05 dr-department-code         pic x(4).
         05 dr-department-name         pic x(20).
         05 dr-cost-center             pic x(6).
         05 dr-manager-name            pic x(20).

      *Departmental budget file definition
       fd budget-file
           data record is budget-line
           record contains 15 characters.

       01 budget-line.
         05 bd-department-code         pic x(4).
         05 bd-budget-amount           pic x(11).

      *Merit override card definition
       fd override-file
           data record is override-line
           record contains 21 characters.

       01 override-line.
         05 ol-employee-number         pic x(6).
         05 ol-override-type           pic x.
         05 ol-percentage              pic x(3).
         05 ol-flat-amount             pic x(7).
         05 ol-reason-code             pic x(4).

      *Grade table definition - same record the salary run loads.
       fd grade-table-file
           data record is grade-table-line
           record contains 25 characters.

       01 grade-table-line.
         05 gt-grade-name              pic x(10).
         05 gt-education-code          pic x.
         05 gt-min-years               pic x(2).
         05 gt-min-years-num redefines gt-min-years
                                       pic 99.
         05 gt-percentage              pic x(3).
         05 gt-max-salary              pic x(9).

      *Audit report definition
       fd audit-report-file
           data record is report-line
           record contains 90 characters.

       01 report-line                  pic x(90).

       working-storage section.
      *This section will be showing the report heading at the top.
       01 ws-report-heading.
         05 filler                     pic x(41)   value
         "CROSS-MASTER INTEGRITY AUDIT - A4INTAUD".
         05 filler                     pic x(9)    value "RUN DATE ".
         05 ws-heading-date-out        pic x(8).

      *This is the heading over each section of breaks.
       01 ws-section-heading.
         05 filler                     pic x(3)    value "** ".
         05 ws-section-title-out       pic x(40).
         05 filler                     pic x(3)    value " **".

      *This is the column heading under a section heading.
       01 ws-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 ws-col-key-out             pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-col-name-out            pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-col-text-out            pic x(50).

      *This is the line printed for one break.
       01 ws-detail-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-det-key-out             pic x(10).
         05 filler                     pic x(2)    value spaces.
         05 ws-det-name-out            pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 ws-det-text-out            pic x(50).

      *This is the line printed when a section has nothing in it,
      *or could not be checked.
       01 ws-section-note-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-section-note-out        pic x(80).

      *These are the summary trailer lines - one per kind of
      *break, then the total.
       01 ws-summary-line.
         05 filler                     pic x       value spaces.
         05 ws-sum-label-out           pic x(40).
         05 filler                     pic x(2)    value "= ".
         05 ws-sum-count-out           pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-sum-note-out            pic x(20).

       01 ws-summary-total-line.
         05 filler                     pic x(41)   value
         " TOTAL BROKEN LINKS".
         05 filler                     pic x(2)    value "= ".
         05 ws-sum-total-out           pic zzzz9.

       01 ws-summary-archived-line.
         05 filler                     pic x(41)   value
         " HISTORY OF ARCHIVED EMPLOYEES (NO BREAK)".
         05 filler                     pic x(2)    value "= ".
         05 ws-sum-archived-out        pic zzzz9.

      *  The name of each kind of break, in section order - used
      *  for the section headings and the trailer alike.
       01 ws-category-names.
         05 filler                     pic x(40)   value
         "EMPLOYEE DEPARTMENT NOT ON REFERENCE".
         05 filler                     pic x(40)   value
         "REFERENCE DEPARTMENT WITH NO EMPLOYEES".
         05 filler                     pic x(40)   value
         "DEPARTMENT WITH EMPLOYEES BUT NO BUDGET".
         05 filler                     pic x(40)   value
         "HISTORY RECORD WITH NO EMPLOYEE".
         05 filler                     pic x(40)   value
         "EMPLOYEE WITH NO SALARY HISTORY".
         05 filler                     pic x(40)   value
         "OVERRIDE CARD FOR NON-EMPLOYEE".
         05 filler                     pic x(40)   value
         "GRADE EDUCATION CODE NO EMPLOYEE HAS".
         05 filler                     pic x(40)   value
         "GRADE MINIMUM YEARS OVERLAPPING".
       01 ws-category-table redefines ws-category-names.
         05 ws-category-name           occurs 8 times
                                       pic x(40).

      *  The count of breaks in each category, and whether the
      *  file the category is checked against was mounted at all.
       01 ws-category-counts.
         05 ws-category-entry          occurs 8 times.
           10 ws-category-count        pic 9(5).
           10 ws-category-checked      pic x.

       77 ws-cat-sub                   pic 9       value 0.
       77 ws-total-breaks              pic 9(5)    value 0.
       77 ws-archived-history          pic 9(5)    value 0.

      *  The department reference master loaded whole, with the
      *  number of employees found in each department.
       01 ws-dept-ref-table.
         05 ws-dref-entry              occurs 500 times
                                        indexed by ws-dref-idx.
           10 ws-dref-code             pic x(4).
           10 ws-dref-name             pic x(20).
           10 ws-dref-manager          pic x(20).
           10 ws-dref-employees        pic 9(5).

       77 ws-dept-ref-count            pic 9(3)    value 0.
       77 ws-dref-found-flag           pic x       value "N".

      *  The department codes holding a budget record.
       01 ws-budget-table.
         05 ws-budget-code             occurs 500 times
                                        indexed by ws-bud-idx
                                       pic x(4).

       77 ws-budget-count              pic 9(3)    value 0.
       77 ws-bud-found-flag            pic x       value "N".

      *  Every department code an employee carries, with the
      *  number of employees in it.
       01 ws-dept-use-table.
         05 ws-use-entry               occurs 500 times
                                        indexed by ws-use-idx.
           10 ws-use-code              pic x(4).
           10 ws-use-employees         pic 9(5).

       77 ws-use-count                 pic 9(3)    value 0.
       77 ws-use-found-flag            pic x       value "N".

      *  The grade ladder, in the order the salary run scans it.
       01 ws-grade-table.
         05 ws-grade-entry             occurs 20 times
                                        indexed by ws-grade-idx
                                                   ws-grade-idx2.
           10 ws-grade-name            pic x(10).
           10 ws-grade-educ            pic x.
           10 ws-grade-min-years       pic 99.

       77 ws-grade-count               pic 99      value 0.
       77 ws-grade-found-flag          pic x       value "N".

      *  The employee master loaded whole, in key order, with a
      *  flag set when the employee's history record is found.
       01 ws-employee-table.
         05 ws-emp-entry               occurs 5000 times
                                        indexed by ws-emp-idx.
           10 ws-emp-number            pic x(6).
           10 ws-emp-name              pic x(15).
           10 ws-emp-dept              pic x(4).
           10 ws-emp-educ              pic x.
           10 ws-emp-history-flag      pic x.

       77 ws-emp-count                 pic 9(5)    value 0.
       77 ws-emp-found-flag            pic x       value "N".
       77 ws-emp-lookup-number         pic x(6)    value spaces.
      *  The employee-table position the history merge has reached.
       77 ws-merge-sub                 pic 9(5)    value 0.
       77 ws-merge-stop-flag           pic x       value "N".

      *  Work fields for building one break line.
       01 ws-audit-work.
         05 ws-lookup-code             pic x(4)    value spaces.
         05 ws-edit-count              pic zzzz9.
         05 ws-edit-salary             pic z,zzz,zz9.99.
         05 ws-edit-years              pic z9.
         05 ws-edit-years2             pic z9.

      *This is the flag section which will be keeping the record of
      *the end of file on each input and of which files are
      *mounted.
       01 ws-flags.
         05 ws-em-eof-flag             pic x       value "n".
         05 ws-sh-eof-flag             pic x       value "n".
         05 ws-dr-eof-flag             pic x       value "n".
         05 ws-bg-eof-flag             pic x       value "n".
         05 ws-ov-eof-flag             pic x       value "n".
         05 ws-gt-eof-flag             pic x       value "n".
         05 ws-dref-mounted-flag       pic x       value "N".
         05 ws-budget-mounted-flag     pic x       value "N".
         05 ws-grade-mounted-flag      pic x       value "N".
         05 ws-inactive-mounted-flag   pic x       value "N".

       77 ws-em-file-status            pic xx      value spaces.
       77 ws-im-file-status            pic xx      value spaces.
       77 ws-sh-file-status            pic xx      value spaces.
       77 ws-dr-file-status            pic xx      value spaces.
       77 ws-bg-file-status            pic xx      value spaces.
       77 ws-ov-file-status            pic xx      value spaces.
       77 ws-gt-file-status            pic xx      value spaces.
       77 ws-run-date                  pic x(8)    value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

       procedure division.

      *    Load the reference tables and the employee master, then
      *    print each section of broken links and the trailer.
           accept ws-run-date          from date yyyymmdd.
           perform 010-open-files.
           perform 015-clear-category
             varying ws-cat-sub from 1 by 1
             until ws-cat-sub > 8.
           perform 020-load-dept-reference.
           perform 030-load-budgets.
           perform 040-load-grade-table.
           perform 100-load-master
           until ws-em-eof-flag = ws-file-empty.
           if (return-code = 0) then
               perform 200-check-employee-depts
               perform 220-check-reference-depts
               perform 240-check-budgets
               perform 300-check-history
               perform 340-check-no-history
               perform 400-check-overrides
               perform 500-check-grade-education
               perform 520-check-grade-overlaps
               perform 700-write-summary
           end-if.
           perform 600-close-files.
           if ((ws-total-breaks > 0) and (return-code = 0)) then
               move 4                  to return-code
           end-if.

           goback.

      *    Open the report and the employee master. Without the
      *    master there is nothing to audit against.
       010-open-files.
           open output audit-report-file.
           move ws-run-date            to ws-heading-date-out.
           write report-line           from ws-report-heading.
           open input employee-master-file.
           if (ws-em-file-status not = "00") then
               display "A4INTAUD - UNABLE TO OPEN EMPLOYEE MASTER, "
                 "STATUS " ws-em-file-status
               close audit-report-file
               move 8                  to return-code
               goback
           end-if.

      *    This section clears one category's count, called from
      *    the loop in the mainline.
       015-clear-category.
           move 0                  to ws-category-count (ws-cat-sub).
           move "Y"                    to
             ws-category-checked (ws-cat-sub).

      *    Load the department reference master. A site without
      *    one cannot have its departments checked against it, so
      *    those two sections are marked not checked.
       020-load-dept-reference.
           open input dept-ref-file.
           if (ws-dr-file-status = "00") then
               move "Y"                to ws-dref-mounted-flag
               perform 025-load-one-dept-ref
               until ws-dr-eof-flag = ws-file-empty
               close dept-ref-file
           else
               if (ws-dr-file-status not = "35") then
                   display "A4INTAUD - UNABLE TO OPEN DEPT REFERENCE, "
                     "STATUS " ws-dr-file-status
                   move 8              to return-code
               end-if
               move "N"                to ws-category-checked (1)
               move "N"                to ws-category-checked (2)
           end-if.

      *    This section reads one reference record into the table,
      *    called from the load loop in 020-load-dept-reference.
       025-load-one-dept-ref.
           read dept-ref-file
               at end
                   move ws-file-empty  to ws-dr-eof-flag
               not at end
                   if (dr-department-code not = spaces) then
                       if (ws-dept-ref-count < 500) then
                           add 1       to ws-dept-ref-count
                           set ws-dref-idx to ws-dept-ref-count
                           move dr-department-code to
                             ws-dref-code (ws-dref-idx)
                           move dr-department-name to
                             ws-dref-name (ws-dref-idx)
                           move dr-manager-name to
                             ws-dref-manager (ws-dref-idx)
                           move 0 to ws-dref-employees (ws-dref-idx)
                       else
                           display "A4INTAUD - DEPT REFERENCE EXCEEDS "
                             "500 RECORDS - AUDIT STOPPED"
                           move ws-file-empty to ws-dr-eof-flag
                           move 8      to return-code
                       end-if
                   end-if
           end-read.
           if ((ws-dr-file-status not = "00") and
             (ws-dr-file-status not = "10")) then
               display "A4INTAUD - DEPT REFERENCE READ FAILED, STATUS "
                 ws-dr-file-status
               move ws-file-empty      to ws-dr-eof-flag
               move 8                  to return-code
           end-if.

      *    Load the department codes holding a budget. Without the
      *    budget file the budget section is marked not checked.
       030-load-budgets.
           open input budget-file.
           if (ws-bg-file-status = "00") then
               move "Y"                to ws-budget-mounted-flag
               perform 035-load-one-budget
               until ws-bg-eof-flag = ws-file-empty
               close budget-file
           else
               if (ws-bg-file-status not = "35") then
                   display "A4INTAUD - UNABLE TO OPEN BUDGETS, STATUS "
                     ws-bg-file-status
                   move 8              to return-code
               end-if
               move "N"                to ws-category-checked (3)
           end-if.

      *    This section reads one budget record into the table,
      *    called from the load loop in 030-load-budgets.
       035-load-one-budget.
           read budget-file
               at end
                   move ws-file-empty  to ws-bg-eof-flag
               not at end
                   if (bd-department-code not = spaces) then
                       if (ws-budget-count < 500) then
                           add 1       to ws-budget-count
                           set ws-bud-idx to ws-budget-count
                           move bd-department-code to
                             ws-budget-code (ws-bud-idx)
                       else
                           display "A4INTAUD - BUDGET FILE EXCEEDS 500 "
                             "RECORDS - AUDIT STOPPED"
                           move ws-file-empty to ws-bg-eof-flag
                           move 8      to return-code
                       end-if
                   end-if
           end-read.
           if ((ws-bg-file-status not = "00") and
             (ws-bg-file-status not = "10")) then
               display "A4INTAUD - BUDGET READ FAILED, STATUS "
                 ws-bg-file-status
               move ws-file-empty      to ws-bg-eof-flag
               move 8                  to return-code
           end-if.

      *    Load the grade ladder. Without a mounted table the
      *    salary run builds its ladder from the parameter file, so
      *    there is no table to audit and both grade sections are
      *    marked not checked.
       040-load-grade-table.
           open input grade-table-file.
           if (ws-gt-file-status = "00") then
               move "Y"                to ws-grade-mounted-flag
               perform 045-load-one-grade
               until ws-gt-eof-flag = ws-file-empty
               close grade-table-file
           else
               if (ws-gt-file-status not = "35") then
                   display "A4INTAUD - UNABLE TO OPEN GRADE TABLE, "
                     "STATUS " ws-gt-file-status
                   move 8              to return-code
               end-if
               move "N"                to ws-category-checked (7)
               move "N"                to ws-category-checked (8)
           end-if.

      *    This section reads one grade record into the ladder,
      *    called from the load loop in 040-load-grade-table. A
      *    record the salary run would refuse is left out here too.
       045-load-one-grade.
           read grade-table-file
               at end
                   move ws-file-empty  to ws-gt-eof-flag
               not at end
                   if ((gt-min-years not numeric) or
                     (gt-grade-name = spaces)) then
                       display "A4INTAUD - BAD GRADE TABLE RECORD: "
                         grade-table-line
                   else
                       if (ws-grade-count < 20) then
                           add 1       to ws-grade-count
                           set ws-grade-idx to ws-grade-count
                           move gt-grade-name to
                             ws-grade-name (ws-grade-idx)
                           move gt-education-code to
                             ws-grade-educ (ws-grade-idx)
                           move gt-min-years-num to
                             ws-grade-min-years (ws-grade-idx)
                       else
                           display "A4INTAUD - GRADE TABLE EXCEEDS 20 "
                             "ENTRIES - AUDIT STOPPED"
                           move ws-file-empty to ws-gt-eof-flag
                           move 8      to return-code
                       end-if
                   end-if
           end-read.
           if ((ws-gt-file-status not = "00") and
             (ws-gt-file-status not = "10")) then
               display "A4INTAUD - GRADE TABLE READ FAILED, STATUS "
                 ws-gt-file-status
               move ws-file-empty      to ws-gt-eof-flag
               move 8                  to return-code
           end-if.

      *    This section reads one master record into the employee
      *    table and counts it against its department.
       100-load-master.
           read employee-master-file next record
               at end
                   move ws-file-empty  to ws-em-eof-flag
               not at end
                   if (ws-emp-count < 5000) then
                       add 1           to ws-emp-count
                       set ws-emp-idx  to ws-emp-count
                       move em-employee-number to
                         ws-emp-number (ws-emp-idx)
                       move em-employee-name to ws-emp-name (ws-emp-idx)
                       move em-department-code to
                         ws-emp-dept (ws-emp-idx)
                       move em-education-code to
                         ws-emp-educ (ws-emp-idx)
                       move "N"        to
                         ws-emp-history-flag (ws-emp-idx)
                       perform 110-count-department
                   else
                       display "A4INTAUD - MASTER EXCEEDS 5000 "
                         "EMPLOYEES - AUDIT STOPPED"
                       move ws-file-empty to ws-em-eof-flag
                       move 8          to return-code
                   end-if
           end-read.
           if ((ws-em-file-status not = "00") and
             (ws-em-file-status not = "10")) then
               display "A4INTAUD - MASTER READ FAILED, STATUS "
                 ws-em-file-status
               move ws-file-empty      to ws-em-eof-flag
               move 8                  to return-code
           end-if.

      *    This section adds the employee just loaded to the
      *    department-use table.
       110-count-department.
           move "N"                    to ws-use-found-flag.
           if (ws-use-count > 0) then
               perform 115-find-use-entry
                 varying ws-use-idx from 1 by 1
                 until (ws-use-idx > ws-use-count) or
                 (ws-use-found-flag = "Y")
           end-if.
           if (ws-use-found-flag = "Y") then
               subtract 1              from ws-use-idx
               add 1                   to ws-use-employees (ws-use-idx)
           else
               if (ws-use-count < 500) then
                   add 1               to ws-use-count
                   set ws-use-idx      to ws-use-count
                   move em-department-code to ws-use-code (ws-use-idx)
                   move 1              to ws-use-employees (ws-use-idx)
               else
                   display "A4INTAUD - MORE THAN 500 DEPARTMENTS ON "
                     "THE MASTER - AUDIT STOPPED"
                   move ws-file-empty  to ws-em-eof-flag
                   move 8              to return-code
               end-if
           end-if.

      *    This section tests one department-use entry, called from
      *    the lookup loop in 110-count-department.
       115-find-use-entry.
           if (ws-use-code (ws-use-idx) = em-department-code) then
               move "Y"                to ws-use-found-flag
           end-if.

      *    Section 1 - every employee whose department code has no
      *    entry on the reference master. The employees of each
      *    department that is found are counted for section 2.
       200-check-employee-depts.
           move 1                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "EMPLOYEE"             to ws-col-key-out.
           move "NAME"                 to ws-col-name-out.
           move "DEPARTMENT"           to ws-col-text-out.
           perform 905-write-column-heading.
           if ((ws-category-checked (1) = "Y") and
             (ws-emp-count > 0)) then
               perform 210-check-one-employee-dept
                 varying ws-emp-idx from 1 by 1
                 until ws-emp-idx > ws-emp-count
           end-if.
           perform 910-finish-section.

      *    This section looks one employee's department up on the
      *    reference table, called from the loop in
      *    200-check-employee-depts.
       210-check-one-employee-dept.
           move ws-emp-dept (ws-emp-idx) to ws-lookup-code.
           perform 230-find-dept-ref.
           if (ws-dref-found-flag = "Y") then
               add 1               to ws-dref-employees (ws-dref-idx)
           else
               move spaces             to ws-detail-line
               move ws-emp-number (ws-emp-idx) to ws-det-key-out
               move ws-emp-name (ws-emp-idx) to ws-det-name-out
               move ws-emp-dept (ws-emp-idx) to ws-det-text-out
               perform 920-write-break
           end-if.

      *    Section 2 - every reference department nobody works in.
       220-check-reference-depts.
           move 2                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "DEPARTMENT"           to ws-col-key-out.
           move "NAME"                 to ws-col-name-out.
           move "MANAGER"              to ws-col-text-out.
           perform 905-write-column-heading.
           if ((ws-category-checked (2) = "Y") and
             (ws-dept-ref-count > 0)) then
               perform 225-check-one-reference-dept
                 varying ws-dref-idx from 1 by 1
                 until ws-dref-idx > ws-dept-ref-count
           end-if.
           perform 910-finish-section.

      *    This section lists one reference department when no
      *    employee was counted in it, called from the loop in
      *    220-check-reference-depts.
       225-check-one-reference-dept.
           if (ws-dref-employees (ws-dref-idx) = 0) then
               move spaces             to ws-detail-line
               move ws-dref-code (ws-dref-idx) to ws-det-key-out
               move ws-dref-name (ws-dref-idx) to ws-det-name-out
               move ws-dref-manager (ws-dref-idx) to ws-det-text-out
               perform 920-write-break
           end-if.

      *    This section finds ws-lookup-code on the reference
      *    table, leaving ws-dref-idx on the entry when found.
       230-find-dept-ref.
           move "N"                    to ws-dref-found-flag.
           if (ws-dept-ref-count > 0) then
               perform 235-test-one-dept-ref
                 varying ws-dref-idx from 1 by 1
                 until (ws-dref-idx > ws-dept-ref-count) or
                 (ws-dref-found-flag = "Y")
               if (ws-dref-found-flag = "Y") then
                   subtract 1          from ws-dref-idx
               end-if
           end-if.

      *    This section tests one reference entry, called from the
      *    lookup loop in 230-find-dept-ref.
       235-test-one-dept-ref.
           if (ws-dref-code (ws-dref-idx) = ws-lookup-code) then
               move "Y"                to ws-dref-found-flag
           end-if.

      *    Section 3 - every department with employees that has no
      *    budget record.
       240-check-budgets.
           move 3                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "DEPARTMENT"           to ws-col-key-out.
           move "EMPLOYEES"            to ws-col-name-out.
           move spaces                 to ws-col-text-out.
           perform 905-write-column-heading.
           if ((ws-category-checked (3) = "Y") and
             (ws-use-count > 0)) then
               perform 245-check-one-budget
                 varying ws-use-idx from 1 by 1
                 until ws-use-idx > ws-use-count
           end-if.
           perform 910-finish-section.

      *    This section looks one department up on the budget
      *    table, called from the loop in 240-check-budgets.
       245-check-one-budget.
           move "N"                    to ws-bud-found-flag.
           if (ws-budget-count > 0) then
               perform 247-test-one-budget
                 varying ws-bud-idx from 1 by 1
                 until (ws-bud-idx > ws-budget-count) or
                 (ws-bud-found-flag = "Y")
           end-if.
           if (ws-bud-found-flag = "N") then
               move spaces             to ws-detail-line
               move ws-use-code (ws-use-idx) to ws-det-key-out
               move ws-use-employees (ws-use-idx) to ws-edit-count
               move ws-edit-count      to ws-det-name-out
               perform 920-write-break
           end-if.

      *    This section tests one budget entry, called from the
      *    lookup loop in 245-check-one-budget.
       247-test-one-budget.
           if (ws-budget-code (ws-bud-idx) = ws-use-code (ws-use-idx))
             then
               move "Y"                to ws-bud-found-flag
           end-if.

      *    Section 4 - every history record with no employee on the
      *    master. The history master and the loaded employee table
      *    are both in employee number order, so one pass over each
      *    matches them. A history record of an archived employee
      *    is kept on purpose for a rehire and is only counted.
       300-check-history.
           move 4                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "EMPLOYEE"             to ws-col-key-out.
           move "LAST SALARY"          to ws-col-name-out.
           move spaces                 to ws-col-text-out.
           perform 905-write-column-heading.
           open input salary-history-file.
           if (ws-sh-file-status = "00") then
               open input inactive-master-file
               if (ws-im-file-status = "00") then
                   move "Y"            to ws-inactive-mounted-flag
               end-if
               move 1                  to ws-merge-sub
               perform 310-read-one-history
               until ws-sh-eof-flag = ws-file-empty
               close salary-history-file
               if (ws-inactive-mounted-flag = "Y") then
                   close inactive-master-file
               end-if
           else
               if (ws-sh-file-status not = "35") then
                   display "A4INTAUD - UNABLE TO OPEN SALARY HISTORY, "
                     "STATUS " ws-sh-file-status
                   move 8              to return-code
               end-if
               move "N"                to ws-category-checked (4)
               move "N"                to ws-category-checked (5)
           end-if.
           perform 910-finish-section.

      *    This section reads one history record and matches it to
      *    the employee table, called from the loop in
      *    300-check-history.
       310-read-one-history.
           read salary-history-file next record
               at end
                   move ws-file-empty  to ws-sh-eof-flag
               not at end
                   move "N"            to ws-merge-stop-flag
                   perform 320-advance-merge
                     until ws-merge-stop-flag = "Y"
                   move "N"            to ws-emp-found-flag
                   if (ws-merge-sub <= ws-emp-count) then
                       if (ws-emp-number (ws-merge-sub) =
                         sh-employee-number) then
                           move "Y"    to ws-emp-found-flag
                           move "Y"    to
                             ws-emp-history-flag (ws-merge-sub)
                       end-if
                   end-if
                   if (ws-emp-found-flag = "N") then
                       perform 330-take-orphan-history
                   end-if
           end-read.
           if ((ws-sh-file-status not = "00") and
             (ws-sh-file-status not = "10")) then
               display "A4INTAUD - SALARY HISTORY READ FAILED, STATUS "
                 ws-sh-file-status
               move ws-file-empty      to ws-sh-eof-flag
               move 8                  to return-code
           end-if.

      *    This section moves the merge position past every
      *    employee numbered below the history record just read,
      *    called from 310-read-one-history.
       320-advance-merge.
           if (ws-merge-sub > ws-emp-count) then
               move "Y"                to ws-merge-stop-flag
           else
               if (ws-emp-number (ws-merge-sub) < sh-employee-number)
                 then
                   add 1               to ws-merge-sub
               else
                   move "Y"            to ws-merge-stop-flag
               end-if
           end-if.

      *    This section deals with a history record no employee on
      *    the master owns - counted only when the archive holds the
      *    employee, listed as a break otherwise.
       330-take-orphan-history.
           move "N"                    to ws-emp-found-flag.
           if (ws-inactive-mounted-flag = "Y") then
               move sh-employee-number to im-employee-number
               read inactive-master-file
                   invalid key
                       continue
                   not invalid key
                       move "Y"        to ws-emp-found-flag
               end-read
           end-if.
           if (ws-emp-found-flag = "Y") then
               add 1                   to ws-archived-history
           else
               move spaces             to ws-detail-line
               move sh-employee-number to ws-det-key-out
               move sh-last-salary     to ws-edit-salary
               move ws-edit-salary     to ws-det-name-out
               perform 920-write-break
           end-if.

      *    Section 5 - every employee the history pass found no
      *    history record for.
       340-check-no-history.
           move 5                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "EMPLOYEE"             to ws-col-key-out.
           move "NAME"                 to ws-col-name-out.
           move "DEPARTMENT"           to ws-col-text-out.
           perform 905-write-column-heading.
           if ((ws-category-checked (5) = "Y") and
             (ws-emp-count > 0)) then
               perform 345-check-one-no-history
                 varying ws-emp-idx from 1 by 1
                 until ws-emp-idx > ws-emp-count
           end-if.
           perform 910-finish-section.

      *    This section lists one employee with no history, called
      *    from the loop in 340-check-no-history.
       345-check-one-no-history.
           if (ws-emp-history-flag (ws-emp-idx) = "N") then
               move spaces             to ws-detail-line
               move ws-emp-number (ws-emp-idx) to ws-det-key-out
               move ws-emp-name (ws-emp-idx) to ws-det-name-out
               move ws-emp-dept (ws-emp-idx) to ws-det-text-out
               perform 920-write-break
           end-if.

      *    Section 6 - every override card for an employee not on
      *    the master.
       400-check-overrides.
           move 6                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "EMPLOYEE"             to ws-col-key-out.
           move "TYPE/REASON"          to ws-col-name-out.
           move "CARD"                 to ws-col-text-out.
           perform 905-write-column-heading.
           open input override-file.
           if (ws-ov-file-status = "00") then
               perform 410-check-one-override
               until ws-ov-eof-flag = ws-file-empty
               close override-file
           else
               if (ws-ov-file-status not = "35") then
                   display "A4INTAUD - UNABLE TO OPEN OVERRIDES, "
                     "STATUS " ws-ov-file-status
                   move 8              to return-code
               end-if
               move "N"                to ws-category-checked (6)
           end-if.
           perform 910-finish-section.

      *    This section reads one override card and looks its
      *    employee up on the table, called from the loop in
      *    400-check-overrides.
       410-check-one-override.
           read override-file
               at end
                   move ws-file-empty  to ws-ov-eof-flag
               not at end
                   if (override-line not = spaces) then
                       move ol-employee-number to ws-emp-lookup-number
                       perform 420-find-employee
                       if (ws-emp-found-flag = "N") then
                           move spaces to ws-detail-line
                           move ol-employee-number to ws-det-key-out
                           string ol-override-type delimited by size
                                  " / "          delimited by size
                                  ol-reason-code delimited by size
                             into ws-det-name-out
                           end-string
                           move override-line to ws-det-text-out
                           perform 920-write-break
                       end-if
                   end-if
           end-read.
           if ((ws-ov-file-status not = "00") and
             (ws-ov-file-status not = "10")) then
               display "A4INTAUD - OVERRIDE READ FAILED, STATUS "
                 ws-ov-file-status
               move ws-file-empty      to ws-ov-eof-flag
               move 8                  to return-code
           end-if.

      *    This section finds ws-emp-lookup-number on the employee
      *    table.
       420-find-employee.
           move "N"                    to ws-emp-found-flag.
           if (ws-emp-count > 0) then
               perform 425-test-one-employee
                 varying ws-emp-idx from 1 by 1
                 until (ws-emp-idx > ws-emp-count) or
                 (ws-emp-found-flag = "Y")
           end-if.

      *    This section tests one employee-table entry, called from
      *    the lookup loop in 420-find-employee.
       425-test-one-employee.
           if (ws-emp-number (ws-emp-idx) = ws-emp-lookup-number) then
               move "Y"                to ws-emp-found-flag
           end-if.

      *    Section 7 - every grade-table entry for an education
      *    code no employee on the master has.
       500-check-grade-education.
           move 7                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "GRADE"                to ws-col-key-out.
           move "EDUCATION CODE"       to ws-col-name-out.
           move spaces                 to ws-col-text-out.
           perform 905-write-column-heading.
           if ((ws-category-checked (7) = "Y") and
             (ws-grade-count > 0)) then
               perform 510-check-one-grade-education
                 varying ws-grade-idx from 1 by 1
                 until ws-grade-idx > ws-grade-count
           end-if.
           perform 910-finish-section.

      *    This section looks for any employee with one grade's
      *    education code, called from the loop in
      *    500-check-grade-education.
       510-check-one-grade-education.
           move "N"                    to ws-emp-found-flag.
           if (ws-emp-count > 0) then
               perform 515-test-one-employee-educ
                 varying ws-emp-idx from 1 by 1
                 until (ws-emp-idx > ws-emp-count) or
                 (ws-emp-found-flag = "Y")
           end-if.
           if (ws-emp-found-flag = "N") then
               move spaces             to ws-detail-line
               move ws-grade-name (ws-grade-idx) to ws-det-key-out
               move ws-grade-educ (ws-grade-idx) to ws-det-name-out
               perform 920-write-break
           end-if.

      *    This section tests one employee's education code, called
      *    from the loop in 510-check-one-grade-education.
       515-test-one-employee-educ.
           if (ws-emp-educ (ws-emp-idx) = ws-grade-educ (ws-grade-idx))
             then
               move "Y"                to ws-emp-found-flag
           end-if.

      *    Section 8 - every grade-table entry whose minimum years
      *    overlap an earlier entry for the same education code.
      *    The salary run takes the first entry whose minimum is
      *    met, highest minimum first, so a later entry with the
      *    same or a higher minimum can never be reached.
       520-check-grade-overlaps.
           move 8                      to ws-cat-sub.
           perform 900-write-section-heading.
           move "GRADE"                to ws-col-key-out.
           move "EDUC/MIN YEARS"       to ws-col-name-out.
           move "OVERLAPS EARLIER ENTRY" to ws-col-text-out.
           perform 905-write-column-heading.
           if ((ws-category-checked (8) = "Y") and
             (ws-grade-count > 1)) then
               perform 525-check-one-grade-overlap
                 varying ws-grade-idx from 2 by 1
                 until ws-grade-idx > ws-grade-count
           end-if.
           perform 910-finish-section.

      *    This section compares one grade entry with every entry
      *    ahead of it, called from the loop in
      *    520-check-grade-overlaps. Only the first overlap found is
      *    listed.
       525-check-one-grade-overlap.
           move "N"                    to ws-grade-found-flag.
           perform 527-test-one-earlier-grade
             varying ws-grade-idx2 from 1 by 1
             until (ws-grade-idx2 >= ws-grade-idx) or
             (ws-grade-found-flag = "Y").
           if (ws-grade-found-flag = "Y") then
               subtract 1              from ws-grade-idx2
               move spaces             to ws-detail-line
               move ws-grade-name (ws-grade-idx) to ws-det-key-out
               move ws-grade-min-years (ws-grade-idx) to ws-edit-years
               string ws-grade-educ (ws-grade-idx) delimited by size
                      " / "            delimited by size
                      ws-edit-years    delimited by size
                 into ws-det-name-out
               end-string
               move ws-grade-min-years (ws-grade-idx2) to
                 ws-edit-years2
               string ws-grade-name (ws-grade-idx2) delimited by size
                      " MIN "          delimited by size
                      ws-edit-years2   delimited by size
                 into ws-det-text-out
               end-string
               perform 920-write-break
           end-if.

      *    This section tests one earlier grade entry, called from
      *    the loop in 525-check-one-grade-overlap.
       527-test-one-earlier-grade.
           if ((ws-grade-educ (ws-grade-idx2) =
             ws-grade-educ (ws-grade-idx)) and
             (ws-grade-min-years (ws-grade-idx) >=
             ws-grade-min-years (ws-grade-idx2))) then
               move "Y"                to ws-grade-found-flag
           end-if.

      *    This section writes the audit trailer - the count of
      *    breaks in every category, the total, and the history
      *    records kept for archived employees.
       700-write-summary.
           move 0                      to ws-total-breaks.
           perform 710-write-one-category
             varying ws-cat-sub from 1 by 1
             until ws-cat-sub > 8.
           move ws-total-breaks        to ws-sum-total-out.
           write report-line           from ws-summary-total-line
             after advancing ws-two lines.
           move ws-archived-history    to ws-sum-archived-out.
           write report-line           from ws-summary-archived-line
             after advancing ws-one line.

      *    This section writes one category's trailer line, called
      *    from the loop in 700-write-summary.
       710-write-one-category.
           move ws-category-name (ws-cat-sub) to ws-sum-label-out.
           move ws-category-count (ws-cat-sub) to ws-sum-count-out.
           if (ws-category-checked (ws-cat-sub) = "Y") then
               move spaces             to ws-sum-note-out
           else
               move "NOT CHECKED"      to ws-sum-note-out
           end-if.
           add ws-category-count (ws-cat-sub) to ws-total-breaks.
           if (ws-cat-sub = 1) then
               write report-line       from ws-summary-line
                 after advancing ws-two lines
           else
               write report-line       from ws-summary-line
                 after advancing ws-one line
           end-if.

      *    This section writes the heading of the section for
      *    category ws-cat-sub.
       900-write-section-heading.
           move ws-category-name (ws-cat-sub) to ws-section-title-out.
           write report-line           from ws-section-heading
             after advancing ws-two lines.

      *    This section writes the column heading set up by the
      *    calling section.
       905-write-column-heading.
           write report-line           from ws-column-heading
             after advancing ws-one line.

      *    This section closes a section - a note when the file it
      *    is checked against was not mounted, or when nothing was
      *    found.
       910-finish-section.
           if (ws-category-checked (ws-cat-sub) = "N") then
               move "FILE NOT MOUNTED OR UNREADABLE - NOT CHECKED" to
                 ws-section-note-out
               write report-line       from ws-section-note-line
                 after advancing ws-one line
           else
               if (ws-category-count (ws-cat-sub) = 0) then
                   move "NONE FOUND"   to ws-section-note-out
                   write report-line   from ws-section-note-line
                     after advancing ws-one line
               end-if
           end-if.

      *    This section writes one break line built by the calling
      *    section and counts it in category ws-cat-sub.
       920-write-break.
           write report-line           from ws-detail-line
             after advancing ws-one line.
           add 1                   to ws-category-count (ws-cat-sub).

      *Close files
       600-close-files.
           close employee-master-file, audit-report-file.

       end program A4-IntegrityAudit.
