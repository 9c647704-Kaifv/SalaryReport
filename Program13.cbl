       identification division.
       program-id. A4-PayEquity.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be reporting salary range
      *penetration and pay equity. The salary run tells us who gets
      *what raise, but not where anybody sits inside the range of
      *the grade the ladder puts them in - HR pulled the master and
      *the grade table into a spreadsheet every review season to
      *find the people over their cap or far below everyone else in
      *their grade. This program classifies the employee master
      *against the grade ladder in A4-GradeTab.dat the same way the
      *salary run does, and prints for every grade the headcount
      *and the minimum, median, average and maximum salary, split by
      *education code, with every employee's salary as a percentage
      *of the grade maximum. Anybody over the maximum, or below the
      *floor percentage on the parameter card, is flagged. The same
      *breakdown is then printed department by department under the
      *names on the department reference master - every employee
      *with their percentage of the grade maximum, the statistics
      *and average percentage of each grade and education bucket,
      *the people no grade takes, and the department total.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    Employee master, keyed on employee number - read in key
      *    order once for the grade breakdown and once more for the
      *    department breakdown.
           select employee-master-file
           assign to "../../../A4-EmployeeMaster.dat"
           organization is indexed
           access mode is sequential
           record key is em-employee-number
           file status is ws-em-file-status.

      *    The grade ladder the salary run classifies against.
           select grade-table-file
           assign to "../../../A4-GradeTab.dat"
           organization is line sequential
           file status is ws-gt-file-status.

      *    Department reference master, for the department names.
           select dept-ref-file
           assign to "../../../A4-DeptRef.dat"
           organization is line sequential
           file status is ws-dr-file-status.

      *    Parameter card carrying the floor percentage below which
      *    an employee is flagged.
           select equity-param-file
           assign to "../../../A4-EquityParm.dat"
           organization is line sequential
           file status is ws-ep-file-status.

      *    Sort work file ordering the population by grade, and
      *    then by department, salary ascending within each.
           select sort-work-file
           assign to "sortwk01".

      *    The printed pay-equity report.
           select equity-report-file
           assign to "../../../A4-PayEquity.out".

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
         05 gt-percentage-num redefines gt-percentage
                                       pic 99v9.
         05 gt-max-salary              pic x(9).
         05 gt-max-salary-num redefines gt-max-salary
                                       pic 9(7)v99.

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

      *Parameter card definition - the floor percentage of the
      *grade maximum in columns 1-3 with one implied decimal
      *(800 is 80.0 percent).
       fd equity-param-file
           data record is equity-param-line
           record contains 3 characters.

       01 equity-param-line.
         05 ep-floor-percentage        pic x(3).
         05 ep-floor-percentage-num redefines ep-floor-percentage
                                       pic 99v9.

       sd sort-work-file.
       01 sd-equity-record.
      *  The grade's reporting-row number in ladder order, 99 for
      *  an employee no grade takes.
         05 sd-grade-row               pic 99.
         05 sd-department-code         pic x(4).
         05 sd-present-salary          pic 9(7)v99.
         05 sd-employee-number         pic x(6).
         05 sd-employee-name           pic x(15).
         05 sd-education-code          pic x.
         05 sd-service-years           pic 99.
         05 sd-max-salary              pic 9(7)v99.
         05 sd-pct-of-max              pic 999v9.
         05 sd-flag                    pic x(11).

      *Pay-equity report definition
       fd equity-report-file
           data record is report-line
           record contains 132 characters.

       01 report-line                  pic x(132).

       working-storage section.
      *This section will be showing the report heading at the top.
       01 ws-report-heading.
         05 filler                     pic x(44)   value
         "SALARY RANGE PENETRATION / PAY EQUITY".
         05 filler                     pic x(10)   value
         "- A4PAYEQ ".
         05 filler                     pic x(9)    value "RUN DATE ".
         05 ws-heading-date-out        pic x(8).

      *This is the line echoing the floor in effect.
       01 ws-floor-line.
         05 filler                     pic x(30)   value
         " FLOOR PERCENT OF GRADE MAX = ".
         05 ws-floor-out               pic z9.9.
         05 filler                     pic x(2)    value spaces.
         05 ws-floor-note-out          pic x(30).

      *These are the section headings.
       01 ws-grade-section-heading.
         05 filler                     pic x(24)   value
         "** BREAKDOWN BY GRADE **".

       01 ws-dept-section-heading.
         05 filler                     pic x(29)   value
         "** BREAKDOWN BY DEPARTMENT **".

      *This is the heading printed at the start of every grade.
       01 ws-grade-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(7)    value "GRADE: ".
         05 ws-grade-heading-out       pic x(16).

      *This is the heading printed at the start of every
      *department.
       01 ws-dept-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(12)   value
         "DEPARTMENT: ".
         05 ws-dept-heading-code-out   pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-dept-heading-name-out   pic x(20).

      *This is the column heading over the employee lines.
       01 ws-employee-column-heading.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(15)   value "NAME".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(2)    value "ED".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "DEPT".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(3)    value "YRS".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(12)   value
         "      SALARY".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         "   GRADE MAX".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value " % MAX".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(4)    value "FLAG".

      *This is the line printed for every employee in a grade.
       01 ws-employee-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-emp-number-out          pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-emp-name-out            pic x(15).
         05 filler                     pic x(2)    value spaces.
         05 ws-emp-educ-out            pic x.
         05 filler                     pic x(3)    value spaces.
         05 ws-emp-dept-out            pic x(4).
         05 filler                     pic x(3)    value spaces.
         05 ws-emp-years-out           pic z9.
         05 filler                     pic x       value spaces.
         05 ws-emp-salary-out          pic z,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-emp-max-out             pic z,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
         05 ws-emp-pct-out             pic zz9.9.
         05 filler                     pic x       value "%".
         05 filler                     pic x(2)    value spaces.
         05 ws-emp-flag-out            pic x(11).

      *This is the statistics line printed for every education
      *code within a grade, and for the grade or department as a
      *whole, closing with the average salary as a percentage of
      *the grade maximum.
       01 ws-stats-line.
         05 filler                     pic x(3)    value spaces.
         05 ws-st-label-out            pic x(18).
         05 filler                     pic x(3)    value "HC=".
         05 ws-st-count-out            pic zzzz9.
         05 filler                     pic x(5)    value " MIN=".
         05 ws-st-min-out              pic z,zzz,zz9.99.
         05 filler                     pic x(5)    value " MED=".
         05 ws-st-median-out           pic z,zzz,zz9.99.
         05 filler                     pic x(5)    value " AVG=".
         05 ws-st-average-out          pic z,zzz,zz9.99.
         05 filler                     pic x(5)    value " MAX=".
         05 ws-st-max-out              pic z,zzz,zz9.99.
         05 filler                     pic x(6)    value " OVER=".
         05 ws-st-over-out             pic zzz9.
         05 filler                     pic x(7)    value " BELOW=".
         05 ws-st-below-out            pic zzz9.
         05 filler                     pic x(9)    value " AVG%MAX=".
         05 ws-st-avg-pct-out          pic zz9.9.

      *This is the line closing the group of employees no grade
      *takes.
       01 ws-unclassified-line.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(18)   value
         "NOT IN ANY GRADE".
         05 filler                     pic x(3)    value "HC=".
         05 ws-uncl-count-out          pic zzzz9.

      *This is the trailer of the report.
       01 ws-summary-line1.
         05 filler                     pic x(20)   value
         " EMPLOYEES READ    =".
         05 ws-sum-read-out            pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "CLASSIFIED         =".
         05 ws-sum-classified-out      pic zzzz9.

       01 ws-summary-line2.
         05 filler                     pic x(20)   value
         " NOT IN ANY GRADE  =".
         05 ws-sum-unclassified-out    pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "OVER GRADE MAXIMUM =".
         05 ws-sum-over-out            pic zzzz9.

       01 ws-summary-line3.
         05 filler                     pic x(20)   value
         " BELOW FLOOR       =".
         05 ws-sum-below-out           pic zzzz9.

      *  The grade ladder, loaded in file order - the first entry
      *  matching an employee's education code whose minimum years
      *  are met takes the employee, as in the salary run.
       01 ws-grade-table.
         05 ws-grade-entry             occurs 20 times
                                        indexed by ws-grade-idx.
           10 ws-grade-name            pic x(10).
           10 ws-grade-educ            pic x.
           10 ws-grade-min-years       pic 99.
           10 ws-grade-max-salary      pic 9(7)v99.
           10 ws-grade-row             pic 99.

       77 ws-grade-count               pic 99      value 0.

      *  One reporting row per distinct grade name, in first-seen
      *  order, so entries sharing a name report together.
       01 ws-row-table.
         05 ws-row-name                occurs 20 times
                                        pic x(10).

       77 ws-row-count                 pic 99      value 0.
       77 ws-row-sub                   pic 99      value 0.
       77 ws-row-found-flag            pic x       value "N".

      *  One bucket per distinct grade row and education code - the
      *  split printed under each grade.
       01 ws-bucket-table.
         05 ws-bucket-entry            occurs 20 times
                                        indexed by ws-bucket-idx.
           10 ws-bucket-row            pic 99.
           10 ws-bucket-educ           pic x.

       77 ws-bucket-count              pic 99      value 0.
       77 ws-bucket-found-flag         pic x       value "N".

      *  The department reference master loaded whole, for names.
       01 ws-dept-ref-table.
         05 ws-dref-entry              occurs 500 times
                                        indexed by ws-dref-idx.
           10 ws-dref-code             pic x(4).
           10 ws-dref-name             pic x(20).

       77 ws-dept-ref-count            pic 9(3)    value 0.
       77 ws-dref-found-flag           pic x       value "N".

      *  The employees of the grade or department being printed,
      *  buffered in salary order until the group breaks so its
      *  median can be taken.
       01 ws-group-table.
         05 ws-group-entry             occurs 5000 times
                                        indexed by ws-grp-idx.
           10 ws-grp-grade-row         pic 99.
           10 ws-grp-educ              pic x.
           10 ws-grp-salary            pic 9(7)v99.
           10 ws-grp-pct-of-max        pic 999v9.
           10 ws-grp-flag              pic x(11).

       77 ws-group-count               pic 9(5)    value 0.
       77 ws-prev-grade-row            pic 99      value 0.
       77 ws-prev-department           pic x(4)    value spaces.

      *  Statistics work fields - the filters select the entries of
      *  the group table one statistics line covers, zero and space
      *  meaning every grade and every education code.
       01 ws-stats-work.
         05 ws-stat-grade-filter       pic 99      value 0.
         05 ws-stat-educ-filter        pic x       value spaces.
         05 ws-stat-count              pic 9(5)    value 0.
         05 ws-stat-min                pic 9(7)v99 value 0.
         05 ws-stat-max                pic 9(7)v99 value 0.
         05 ws-stat-total              pic 9(11)v99 value 0.
         05 ws-stat-average            pic 9(7)v99 value 0.
         05 ws-stat-median             pic 9(7)v99 value 0.
         05 ws-stat-mid1               pic 9(5)    value 0.
         05 ws-stat-mid2               pic 9(5)    value 0.
         05 ws-stat-seen               pic 9(5)    value 0.
         05 ws-stat-mid1-salary        pic 9(7)v99 value 0.
         05 ws-stat-mid2-salary        pic 9(7)v99 value 0.
         05 ws-stat-over               pic 9(5)    value 0.
         05 ws-stat-below              pic 9(5)    value 0.
         05 ws-stat-pct-count          pic 9(5)    value 0.
         05 ws-stat-pct-total          pic 9(8)v9  value 0.
         05 ws-stat-avg-pct            pic 999v9   value 0.

      *  Classification work fields for the current employee.
       01 ws-classify-work.
         05 ws-run-date                pic x(8)    value spaces.
         05 ws-run-yyyy                pic 9(4)    value 0.
         05 ws-hire-yyyy               pic 9(4)    value 0.
         05 ws-derived-years           pic s9(4)   value 0.
         05 ws-service-years           pic 99      value 0.
         05 ws-years-valid-flag        pic x       value "N".
         05 ws-grade-found-flag        pic x       value "N".
         05 ws-floor-percentage        pic 99v9    value 0.

      *  This section holds the counts printed on the trailer.
       01 ws-equity-counters.
         05 ws-employees-read          pic 9(5)    value 0.
         05 ws-employees-classified    pic 9(5)    value 0.
         05 ws-employees-unclassified  pic 9(5)    value 0.
         05 ws-employees-over          pic 9(5)    value 0.
         05 ws-employees-below         pic 9(5)    value 0.

      *This is the flag section which will be keeping the record of
      *the end of file on each input and which pass is running.
       01 ws-flags.
         05 ws-em-eof-flag             pic x       value "n".
         05 ws-gt-eof-flag             pic x       value "n".
         05 ws-dref-eof-flag           pic x       value "n".
         05 ws-sort-eof-flag           pic x       value "n".
      *  G on the grade pass, D on the department pass.
         05 ws-pass-flag               pic x       value "G".

       77 ws-em-file-status            pic xx      value spaces.
       77 ws-gt-file-status            pic xx      value spaces.
       77 ws-dr-file-status            pic xx      value spaces.
       77 ws-ep-file-status            pic xx      value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

       procedure division.

      *    Load the floor, the ladder and the department names,
      *    then pass the master twice - sorted by grade for the
      *    grade breakdown and by department for the department
      *    breakdown.
           accept ws-run-date          from date yyyymmdd.
           move ws-run-date (1:4)      to ws-run-yyyy.
           perform 010-open-files.
           perform 015-read-equity-parameters.
           perform 020-load-grade-table.
           perform 025-load-dept-reference.
           perform 030-write-report-heading.
           move "G"                    to ws-pass-flag.
           write report-line           from ws-grade-section-heading
             after advancing ws-two lines.
           sort sort-work-file
             on ascending key sd-grade-row sd-present-salary
               sd-employee-number
             input procedure is 100-classify-population
               thru 100-classify-population-exit
             output procedure is 300-grade-breakdown
               thru 300-grade-breakdown-exit.
           close employee-master-file.
           if (return-code = 0) then
               open input employee-master-file
               if (ws-em-file-status not = "00") then
                   display "A4PAYEQ - UNABLE TO REOPEN EMPLOYEE "
                     "MASTER, STATUS " ws-em-file-status
                   move 8              to return-code
               else
                   move "D"            to ws-pass-flag
                   move "n"            to ws-em-eof-flag
                   write report-line   from ws-dept-section-heading
                     after advancing ws-two lines
                   sort sort-work-file
                     on ascending key sd-department-code
                       sd-present-salary sd-employee-number
                     input procedure is 100-classify-population
                       thru 100-classify-population-exit
                     output procedure is 400-department-breakdown
                       thru 400-department-breakdown-exit
                   close employee-master-file
               end-if
           end-if.
           perform 500-write-summary.
           perform 600-close-files.
           if (((ws-employees-over > 0) or (ws-employees-below > 0))
             and (return-code = 0)) then
               move 4                  to return-code
           end-if.

           goback.

      *    Open the report and the employee master. Without the
      *    master there is nothing to report on.
       010-open-files.
           open output equity-report-file.
           open input employee-master-file.
           if (ws-em-file-status not = "00") then
               display "A4PAYEQ - UNABLE TO OPEN EMPLOYEE MASTER, "
                 "STATUS " ws-em-file-status
               close equity-report-file
               move 8                  to return-code
               goback
           end-if.

      *    Read the floor percentage. No card means no floor - only
      *    the over-maximum flag is raised; a card that does not
      *    parse stops the run rather than flag nobody quietly.
       015-read-equity-parameters.
           move spaces                 to ws-floor-note-out.
           open input equity-param-file.
           if (ws-ep-file-status = "00") then
               read equity-param-file
                   at end
                       move "NO FLOOR CARD - FLOOR NOT SET" to
                         ws-floor-note-out
                   not at end
                       if (ep-floor-percentage numeric) then
                           move ep-floor-percentage-num to
                             ws-floor-percentage
                       else
                           display "A4PAYEQ - FLOOR PERCENTAGE NOT "
                             "NUMERIC - RUN STOPPED"
                           close equity-param-file,
                             employee-master-file, equity-report-file
                           move 8      to return-code
                           goback
                       end-if
               end-read
               close equity-param-file
           else
               move "NO FLOOR CARD - FLOOR NOT SET" to
                 ws-floor-note-out
           end-if.

      *    Load the grade ladder. Without it no employee can be
      *    placed in a grade, so a missing or empty table stops the
      *    run.
       020-load-grade-table.
           open input grade-table-file.
           if (ws-gt-file-status not = "00") then
               display "A4PAYEQ - UNABLE TO OPEN GRADE TABLE, "
                 "STATUS " ws-gt-file-status
               close employee-master-file, equity-report-file
               move 8                  to return-code
               goback
           end-if.
           perform 022-load-one-grade
           until ws-gt-eof-flag = ws-file-empty.
           close grade-table-file.
           if ((ws-grade-count = 0) or (return-code not = 0)) then
               display "A4PAYEQ - GRADE TABLE EMPTY OR BAD - RUN "
                 "STOPPED"
               close employee-master-file, equity-report-file
               move 8                  to return-code
               goback
           end-if.

      *    This section reads one grade record into the ladder,
      *    registering its reporting row and its education bucket,
      *    called from the load loop in 020-load-grade-table.
       022-load-one-grade.
           read grade-table-file
               at end
                   move ws-file-empty  to ws-gt-eof-flag
               not at end
                   if ((gt-min-years not numeric) or
                     (gt-max-salary not numeric) or
                     (gt-grade-name = spaces)) then
                       display "A4PAYEQ - BAD GRADE TABLE RECORD: "
                         grade-table-line
                       move ws-file-empty to ws-gt-eof-flag
                       move 8          to return-code
                   else
                       if (ws-grade-count >= 20) then
                           display "A4PAYEQ - GRADE TABLE EXCEEDS 20 "
                             "ENTRIES"
                           move ws-file-empty to ws-gt-eof-flag
                           move 8      to return-code
                       else
                           perform 023-add-grade-entry
                       end-if
                   end-if
           end-read.
           if ((ws-gt-file-status not = "00") and
             (ws-gt-file-status not = "10")) then
               display "A4PAYEQ - GRADE TABLE READ FAILED, STATUS "
                 ws-gt-file-status
               move ws-file-empty      to ws-gt-eof-flag
               move 8                  to return-code
           end-if.

      *    This section adds the grade record just read to the
      *    ladder, its name to the reporting rows and its row and
      *    education code to the buckets.
       023-add-grade-entry.
           add 1                       to ws-grade-count.
           set ws-grade-idx            to ws-grade-count.
           move gt-grade-name          to ws-grade-name (ws-grade-idx).
           move gt-education-code      to ws-grade-educ (ws-grade-idx).
           move gt-min-years-num       to
             ws-grade-min-years (ws-grade-idx).
           move gt-max-salary-num      to
             ws-grade-max-salary (ws-grade-idx).
           move "N"                    to ws-row-found-flag.
           perform 024-find-row-by-name
             varying ws-row-sub from 1 by 1
             until (ws-row-sub > ws-row-count) or
             (ws-row-found-flag = "Y").
           if (ws-row-found-flag = "Y") then
               subtract 1              from ws-row-sub
           else
               add 1                   to ws-row-count
               move ws-row-count       to ws-row-sub
               move gt-grade-name      to ws-row-name (ws-row-sub)
           end-if.
           move ws-row-sub             to ws-grade-row (ws-grade-idx).
           move "N"                    to ws-bucket-found-flag.
           perform 026-find-bucket
             varying ws-bucket-idx from 1 by 1
             until (ws-bucket-idx > ws-bucket-count) or
             (ws-bucket-found-flag = "Y").
           if (ws-bucket-found-flag = "N") then
               add 1                   to ws-bucket-count
               set ws-bucket-idx       to ws-bucket-count
               move ws-row-sub         to ws-bucket-row (ws-bucket-idx)
               move gt-education-code  to
                 ws-bucket-educ (ws-bucket-idx)
           end-if.

      *    This section tests one reporting row's name against the
      *    grade being added, called from 023-add-grade-entry.
       024-find-row-by-name.
           if (ws-row-name (ws-row-sub) = gt-grade-name) then
               move "Y"                to ws-row-found-flag
           end-if.

      *    This section tests one bucket against the grade being
      *    added, called from 023-add-grade-entry.
       026-find-bucket.
           if ((ws-bucket-row (ws-bucket-idx) = ws-row-sub) and
             (ws-bucket-educ (ws-bucket-idx) = gt-education-code))
             then
               move "Y"                to ws-bucket-found-flag
           end-if.

      *    Load the department reference master for the names. A
      *    site without one gets the codes alone.
       025-load-dept-reference.
           open input dept-ref-file.
           if (ws-dr-file-status = "00") then
               perform 027-load-one-dept-ref
               until ws-dref-eof-flag = ws-file-empty
               close dept-ref-file
           end-if.

      *    This section reads one reference record into the table,
      *    called from the load loop in 025-load-dept-reference.
       027-load-one-dept-ref.
           read dept-ref-file
               at end
                   move ws-file-empty  to ws-dref-eof-flag
               not at end
                   if (ws-dept-ref-count < 500) then
                       add 1           to ws-dept-ref-count
                       set ws-dref-idx to ws-dept-ref-count
                       move dr-department-code to
                         ws-dref-code (ws-dref-idx)
                       move dr-department-name to
                         ws-dref-name (ws-dref-idx)
                   else
                       display "A4PAYEQ - DEPT REFERENCE EXCEEDS 500 "
                         "RECORDS - LATER NAMES NOT SHOWN"
                       move ws-file-empty to ws-dref-eof-flag
                   end-if
           end-read.
           if ((ws-dr-file-status not = "00") and
             (ws-dr-file-status not = "10")) then
               display "A4PAYEQ - DEPT REFERENCE READ FAILED, "
                 "STATUS " ws-dr-file-status
               move ws-file-empty      to ws-dref-eof-flag
           end-if.

      *    Write the report heading and the floor in effect.
       030-write-report-heading.
           move ws-run-date            to ws-heading-date-out.
           write report-line           from ws-report-heading.
           move ws-floor-percentage    to ws-floor-out.
           write report-line           from ws-floor-line
             after advancing ws-one line.

      *    This is the sort input procedure for both passes - the
      *    master is read in key order and every employee released
      *    with the grade the ladder gives them.
       100-classify-population.
           perform 110-classify-one-employee
           until ws-em-eof-flag = ws-file-empty.
       100-classify-population-exit.
           exit.

      *    This section reads and classifies one employee, called
      *    from the loop in 100-classify-population.
       110-classify-one-employee.
           read employee-master-file
               at end
                   move ws-file-empty  to ws-em-eof-flag
               not at end
                   perform 120-classify-employee
                   release sd-equity-record
           end-read.
           if ((ws-em-file-status not = "00") and
             (ws-em-file-status not = "10")) then
               display "A4PAYEQ - MASTER READ FAILED, STATUS "
                 ws-em-file-status
               move ws-file-empty      to ws-em-eof-flag
               move 8                  to return-code
           end-if.

      *    This section places the current employee in a grade and
      *    works out their salary as a percentage of its maximum,
      *    flagging anybody over the maximum or below the floor.
      *    The grade counts are taken on the grade pass only.
       120-classify-employee.
           move spaces                 to sd-equity-record.
           move em-employee-number     to sd-employee-number.
           move em-employee-name       to sd-employee-name.
           move em-education-code      to sd-education-code.
           move em-department-code     to sd-department-code.
           move em-present-salary      to sd-present-salary.
           move 0                      to sd-max-salary.
           move 0                      to sd-pct-of-max.
           move 99                     to sd-grade-row.
           perform 125-derive-service-years.
           move ws-service-years       to sd-service-years.
           move "N"                    to ws-grade-found-flag.
           if (ws-years-valid-flag = "Y") then
               perform 127-match-one-grade
                 varying ws-grade-idx from 1 by 1
                 until (ws-grade-idx > ws-grade-count) or
                 (ws-grade-found-flag = "Y")
           end-if.
           if (ws-grade-found-flag = "Y") then
               subtract 1              from ws-grade-idx
               move ws-grade-row (ws-grade-idx) to sd-grade-row
               move ws-grade-max-salary (ws-grade-idx) to
                 sd-max-salary
               if (sd-max-salary > 0) then
                   compute sd-pct-of-max rounded =
                     sd-present-salary * 100 / sd-max-salary
                     on size error
                       move 999.9      to sd-pct-of-max
                   end-compute
               end-if
               if (sd-present-salary > sd-max-salary) then
                   move "OVER CAP"     to sd-flag
               else
                   if ((ws-floor-percentage > 0) and
                     (sd-pct-of-max < ws-floor-percentage)) then
                       move "BELOW FLOOR" to sd-flag
                   end-if
               end-if
           end-if.
           if (ws-pass-flag = "G") then
               add 1                   to ws-employees-read
               if (sd-grade-row = 99) then
                   add 1               to ws-employees-unclassified
               else
                   add 1               to ws-employees-classified
               end-if
               if (sd-flag = "OVER CAP") then
                   add 1               to ws-employees-over
               end-if
               if (sd-flag = "BELOW FLOOR") then
                   add 1               to ws-employees-below
               end-if
           end-if.

      *    This section derives the employee's service years the
      *    way the salary run does - from a usable hire date as of
      *    the run date, falling back to the keyed years.
       125-derive-service-years.
           move "Y"                    to ws-years-valid-flag.
           move 0                      to ws-service-years.
           if ((em-hire-date numeric) and (em-hire-date not = zeros))
             then
               move em-hire-date (1:4) to ws-hire-yyyy
               compute ws-derived-years = ws-run-yyyy - ws-hire-yyyy
               if (em-hire-date (5:4) > ws-run-date (5:4)) then
                   subtract 1          from ws-derived-years
               end-if
               if (ws-derived-years < 0) then
                   move 0              to ws-derived-years
               end-if
               if (ws-derived-years > 99) then
                   move 99             to ws-derived-years
               end-if
               move ws-derived-years   to ws-service-years
           else
               if (em-service-years numeric) then
                   move em-service-years to ws-service-years
               else
                   move "N"            to ws-years-valid-flag
               end-if
           end-if.

      *    This section tests one ladder entry against the current
      *    employee, called from the scan in 120-classify-employee.
       127-match-one-grade.
           if ((ws-grade-educ (ws-grade-idx) = em-education-code) and
             (ws-service-years >= ws-grade-min-years (ws-grade-idx)))
             then
               move "Y"                to ws-grade-found-flag
           end-if.

      *    This is the sort output procedure for the grade pass -
      *    employees come back grade by grade in salary order, each
      *    printed with its percentage of the grade maximum, and
      *    each grade closed with its statistics.
       300-grade-breakdown.
           move "n"                    to ws-sort-eof-flag.
           move 0                      to ws-group-count.
           perform 310-return-one-grade-record
             until ws-sort-eof-flag = ws-file-empty.
           if (ws-group-count > 0) then
               perform 320-close-grade-group
           end-if.
       300-grade-breakdown-exit.
           exit.

      *    This section returns one employee in grade order,
      *    closing the previous grade when the grade changes.
       310-return-one-grade-record.
           return sort-work-file
               at end
                   move ws-file-empty  to ws-sort-eof-flag
               not at end
                   if ((ws-group-count > 0) and
                     (sd-grade-row not = ws-prev-grade-row)) then
                       perform 320-close-grade-group
                   end-if
                   if (ws-group-count = 0) then
                       move sd-grade-row to ws-prev-grade-row
                       perform 315-write-grade-heading
                   end-if
                   perform 330-write-employee-line
                   perform 340-buffer-group-entry
           end-return.

      *    This section writes the heading of a new grade.
       315-write-grade-heading.
           if (sd-grade-row = 99) then
               move "NOT IN ANY GRADE" to ws-grade-heading-out
           else
               move ws-row-name (sd-grade-row) to ws-grade-heading-out
           end-if.
           write report-line           from ws-grade-heading
             after advancing ws-two lines.
           write report-line           from ws-employee-column-heading
             after advancing ws-one line.

      *    This section closes one grade - a statistics line for
      *    each education code the ladder carries under the grade,
      *    then one for the grade as a whole.
       320-close-grade-group.
           if (ws-prev-grade-row = 99) then
               move ws-group-count     to ws-uncl-count-out
               write report-line       from ws-unclassified-line
                 after advancing ws-two lines
           else
               move ws-prev-grade-row  to ws-stat-grade-filter
               perform 325-write-one-bucket-stats
                 varying ws-bucket-idx from 1 by 1
                 until ws-bucket-idx > ws-bucket-count
               move ws-prev-grade-row  to ws-stat-grade-filter
               move spaces             to ws-stat-educ-filter
               perform 350-compute-statistics
               move "GRADE TOTAL"      to ws-st-label-out
               perform 360-write-stats-line
           end-if.
           move 0                      to ws-group-count.

      *    This section writes the statistics line for one bucket
      *    of the grade or department being closed, called from the
      *    bucket loops in 320 and 420.
       325-write-one-bucket-stats.
           if (ws-bucket-row (ws-bucket-idx) = ws-stat-grade-filter)
             then
               move ws-bucket-educ (ws-bucket-idx) to
                 ws-stat-educ-filter
               perform 350-compute-statistics
               if (ws-stat-count > 0) then
                   move spaces         to ws-st-label-out
                   string ws-row-name (ws-stat-grade-filter)
                            delimited by size
                          " EDUC "     delimited by size
                          ws-stat-educ-filter delimited by size
                     into ws-st-label-out
                   end-string
                   perform 360-write-stats-line
               end-if
           end-if.

      *    This section writes one employee's line.
       330-write-employee-line.
           move sd-employee-number     to ws-emp-number-out.
           move sd-employee-name       to ws-emp-name-out.
           move sd-education-code      to ws-emp-educ-out.
           move sd-department-code     to ws-emp-dept-out.
           move sd-service-years       to ws-emp-years-out.
           move sd-present-salary      to ws-emp-salary-out.
           move sd-max-salary          to ws-emp-max-out.
           move sd-pct-of-max          to ws-emp-pct-out.
           move sd-flag                to ws-emp-flag-out.
           write report-line           from ws-employee-line
             after advancing ws-one line.

      *    This section adds the employee just returned to the
      *    group table. A group past the table cannot have its
      *    median taken - the run is stopped rather than print a
      *    wrong one.
       340-buffer-group-entry.
           if (ws-group-count >= 5000) then
               display "A4PAYEQ - MORE THAN 5000 EMPLOYEES IN ONE "
                 "GROUP - RUN STOPPED"
               move ws-file-empty      to ws-sort-eof-flag
               move 8                  to return-code
           else
               add 1                   to ws-group-count
               set ws-grp-idx          to ws-group-count
               move sd-grade-row       to ws-grp-grade-row (ws-grp-idx)
               move sd-education-code  to ws-grp-educ (ws-grp-idx)
               move sd-present-salary  to ws-grp-salary (ws-grp-idx)
               move sd-pct-of-max      to
                 ws-grp-pct-of-max (ws-grp-idx)
               move sd-flag            to ws-grp-flag (ws-grp-idx)
           end-if.

      *    This section works out the statistics of the group-table
      *    entries the filters select. The table is in salary order,
      *    so the selected entries are too - the median is the
      *    middle one, or the mean of the middle two. The average
      *    percentage of grade maximum covers only the entries a
      *    grade takes - the others have no maximum.
       350-compute-statistics.
           move 0                      to ws-stat-count.
           move 0                      to ws-stat-min.
           move 0                      to ws-stat-max.
           move 0                      to ws-stat-total.
           move 0                      to ws-stat-average.
           move 0                      to ws-stat-median.
           move 0                      to ws-stat-over.
           move 0                      to ws-stat-below.
           move 0                      to ws-stat-pct-count.
           move 0                      to ws-stat-pct-total.
           move 0                      to ws-stat-avg-pct.
           perform 352-accumulate-one-entry
             varying ws-grp-idx from 1 by 1
             until ws-grp-idx > ws-group-count.
           if (ws-stat-count > 0) then
               compute ws-stat-average rounded =
                 ws-stat-total / ws-stat-count
               if (ws-stat-pct-count > 0) then
                   compute ws-stat-avg-pct rounded =
                     ws-stat-pct-total / ws-stat-pct-count
               end-if
               compute ws-stat-mid1 = (ws-stat-count + 1) / 2
               compute ws-stat-mid2 = (ws-stat-count + 2) / 2
               move 0                  to ws-stat-seen
               perform 354-find-median-entry
                 varying ws-grp-idx from 1 by 1
                 until ws-grp-idx > ws-group-count
               compute ws-stat-median rounded =
                 (ws-stat-mid1-salary + ws-stat-mid2-salary) / 2
           end-if.

      *    This section adds one group-table entry to the
      *    statistics when the filters select it, called from the
      *    loop in 350-compute-statistics.
       352-accumulate-one-entry.
           if (((ws-stat-grade-filter = 0) or
             (ws-grp-grade-row (ws-grp-idx) = ws-stat-grade-filter))
             and ((ws-stat-educ-filter = spaces) or
             (ws-grp-educ (ws-grp-idx) = ws-stat-educ-filter))) then
               add 1                   to ws-stat-count
               if ((ws-stat-count = 1) or
                 (ws-grp-salary (ws-grp-idx) < ws-stat-min)) then
                   move ws-grp-salary (ws-grp-idx) to ws-stat-min
               end-if
               if (ws-grp-salary (ws-grp-idx) > ws-stat-max) then
                   move ws-grp-salary (ws-grp-idx) to ws-stat-max
               end-if
               add ws-grp-salary (ws-grp-idx) to ws-stat-total
               if (ws-grp-flag (ws-grp-idx) = "OVER CAP") then
                   add 1               to ws-stat-over
               end-if
               if (ws-grp-flag (ws-grp-idx) = "BELOW FLOOR") then
                   add 1               to ws-stat-below
               end-if
               if (ws-grp-grade-row (ws-grp-idx) not = 99) then
                   add 1               to ws-stat-pct-count
                   add ws-grp-pct-of-max (ws-grp-idx) to
                     ws-stat-pct-total
               end-if
           end-if.

      *    This section picks the middle salaries off the selected
      *    entries, called from the loop in 350-compute-statistics.
       354-find-median-entry.
           if (((ws-stat-grade-filter = 0) or
             (ws-grp-grade-row (ws-grp-idx) = ws-stat-grade-filter))
             and ((ws-stat-educ-filter = spaces) or
             (ws-grp-educ (ws-grp-idx) = ws-stat-educ-filter))) then
               add 1                   to ws-stat-seen
               if (ws-stat-seen = ws-stat-mid1) then
                   move ws-grp-salary (ws-grp-idx) to
                     ws-stat-mid1-salary
               end-if
               if (ws-stat-seen = ws-stat-mid2) then
                   move ws-grp-salary (ws-grp-idx) to
                     ws-stat-mid2-salary
               end-if
           end-if.

      *    This section writes one statistics line from the figures
      *    350-compute-statistics left. The label is set by the
      *    calling paragraph.
       360-write-stats-line.
           move ws-stat-count          to ws-st-count-out.
           move ws-stat-min            to ws-st-min-out.
           move ws-stat-median         to ws-st-median-out.
           move ws-stat-average        to ws-st-average-out.
           move ws-stat-max            to ws-st-max-out.
           move ws-stat-over           to ws-st-over-out.
           move ws-stat-below          to ws-st-below-out.
           move ws-stat-avg-pct        to ws-st-avg-pct-out.
           write report-line           from ws-stats-line
             after advancing ws-one line.

      *    This is the sort output procedure for the department
      *    pass - employees come back department by department in
      *    salary order, each printed with its percentage of the
      *    grade maximum as on the grade pass, and each department
      *    is closed with the grade and education breakdown of its
      *    own people.
       400-department-breakdown.
           move "n"                    to ws-sort-eof-flag.
           move 0                      to ws-group-count.
           perform 410-return-one-dept-record
             until ws-sort-eof-flag = ws-file-empty.
           if (ws-group-count > 0) then
               perform 420-close-department-group
           end-if.
       400-department-breakdown-exit.
           exit.

      *    This section returns one employee in department order,
      *    closing the previous department when the code changes.
       410-return-one-dept-record.
           return sort-work-file
               at end
                   move ws-file-empty  to ws-sort-eof-flag
               not at end
                   if ((ws-group-count > 0) and
                     (sd-department-code not = ws-prev-department))
                     then
                       perform 420-close-department-group
                   end-if
                   if (ws-group-count = 0) then
                       move sd-department-code to ws-prev-department
                       perform 415-write-dept-heading
                   end-if
                   perform 330-write-employee-line
                   perform 340-buffer-group-entry
           end-return.

      *    This section writes the heading of a new department with
      *    its name from the reference master.
       415-write-dept-heading.
           move sd-department-code     to ws-dept-heading-code-out.
           move "*NOT ON REFERENCE*"   to ws-dept-heading-name-out.
           move "N"                    to ws-dref-found-flag.
           perform 417-find-dept-name
             varying ws-dref-idx from 1 by 1
             until (ws-dref-idx > ws-dept-ref-count) or
             (ws-dref-found-flag = "Y").
           write report-line           from ws-dept-heading
             after advancing ws-two lines.
           write report-line           from ws-employee-column-heading
             after advancing ws-one line.

      *    This section tests one reference entry against the
      *    department being headed, called from 415.
       417-find-dept-name.
           if (ws-dref-code (ws-dref-idx) = sd-department-code) then
               move "Y"                to ws-dref-found-flag
               move ws-dref-name (ws-dref-idx) to
                 ws-dept-heading-name-out
           end-if.

      *    This section closes one department - the statistics of
      *    every grade and education bucket it has people in, the
      *    count of its people no grade takes, then the department
      *    as a whole, so the bucket and not-in-any-grade counts add
      *    up to the department total.
       420-close-department-group.
           perform 425-write-one-dept-grade
             varying ws-row-sub from 1 by 1
             until ws-row-sub > ws-row-count.
           move 99                     to ws-stat-grade-filter.
           move spaces                 to ws-stat-educ-filter.
           perform 350-compute-statistics.
           if (ws-stat-count > 0) then
               move ws-stat-count      to ws-uncl-count-out
               write report-line       from ws-unclassified-line
                 after advancing ws-one line
           end-if.
           move 0                      to ws-stat-grade-filter.
           move spaces                 to ws-stat-educ-filter.
           perform 350-compute-statistics.
           move "DEPARTMENT TOTAL"     to ws-st-label-out.
           perform 360-write-stats-line.
           move 0                      to ws-group-count.

      *    This section writes the bucket statistics of one grade
      *    within the department being closed, called from the loop
      *    in 420-close-department-group.
       425-write-one-dept-grade.
           move ws-row-sub             to ws-stat-grade-filter.
           perform 325-write-one-bucket-stats
             varying ws-bucket-idx from 1 by 1
             until ws-bucket-idx > ws-bucket-count.

      *    This section writes the report trailer.
       500-write-summary.
           move ws-employees-read      to ws-sum-read-out.
           move ws-employees-classified to ws-sum-classified-out.
           move ws-employees-unclassified to ws-sum-unclassified-out.
           move ws-employees-over      to ws-sum-over-out.
           move ws-employees-below     to ws-sum-below-out.
           write report-line           from ws-summary-line1
             after advancing ws-two lines.
           write report-line           from ws-summary-line2
             after advancing ws-one line.
           write report-line           from ws-summary-line3
             after advancing ws-one line.

      *Close files
       600-close-files.
           close equity-report-file.

       end program A4-PayEquity.
