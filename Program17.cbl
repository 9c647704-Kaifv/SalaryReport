       identification division.
       program-id. A4-HRIntake.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be taking in the employee
      *changes HR keeps in its own HR system. HR exports them as a
      *comma-delimited file, and until now somebody re-keyed every
      *row into the A4-EmpTrans.dat card layout for
      *A4-EmpMaint - which is where most of the bad salaries and
      *transposed employee numbers came from. This program reads
      *the export, maps every row into an ADD, CHANGE or TERMINATE
      *card, including its hire date and effective date, and
      *appends the cards to the transaction file. The HR system's
      *own department and education values are converted through
      *the translation table A4-HRXlate.dat, so a new HR value
      *needs a table entry, not a program change. A row that
      *cannot be mapped is never guessed at - it goes on the
      *intake reject listing with the reason - and the control
      *counts at the end prove every exported row was either
      *turned into a card or rejected.
      *The export's columns, in order, are: action, employee
      *number, employee name, HR department, HR education, service
      *years, present salary, hire date, effective date, and - for
      *a termination - the reason code and the termination date.
      *A header row whose first column reads ACTION is skipped.
      *Every card carries HRINTAKE as its keyer ID, so a card that
      *needs approval in A4-EmpMaint is approved by a person.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    The HR system's comma-delimited export.
           select hr-export-file
           assign to "../../../A4-HRExport.dat"
           organization is line sequential
           file status is ws-hx-file-status.

      *    Translation table from the HR system's department and
      *    education values to the codes the master carries.
           select translation-file
           assign to "../../../A4-HRXlate.dat"
           organization is line sequential
           file status is ws-xl-file-status.

      *    Transaction file of maintenance cards A4-EmpMaint
      *    applies - the intake's cards are added to whatever is
      *    already keyed there.
           select transaction-file
           assign to "../../../A4-EmpTrans.dat"
           organization is line sequential
           file status is ws-tr-file-status.

      *    Intake reject listing and control counts.
           select intake-report-file
           assign to "../../../A4-HRIntake.out"
           file status is ws-rp-file-status.

       data division.
       file section.

      *HR export definition - one delimited row per change.
       fd hr-export-file
           data record is hr-export-line
           record contains 200 characters.

       01 hr-export-line               pic x(200).

      *Translation table definition - D for a department value,
      *E for an education value, the value as the HR system
      *exports it, and the code it becomes on the card.
       fd translation-file
           data record is translation-line
           record contains 30 characters.

       01 translation-line.
         05 xl-table-type              pic x.
         05 xl-hr-value                pic x(20).
         05 xl-a4-value                pic x(4).
         05 filler                     pic x(5).

      *Transaction card definition - same card as A4-EmpMaint
      *reads. On a TERMINATE card the department columns carry
      *the termination reason code and the hire date columns the
      *termination date. The keyer ID goes in the last eight
      *columns.
       fd transaction-file
           data record is transaction-line
           record contains 60 characters.

       01 transaction-line.
         05 tr-action-code             pic x.
         05 tr-employee-number         pic x(6).
         05 tr-employee-name           pic x(15).
         05 tr-education-code          pic x.
         05 tr-service-years           pic x(2).
         05 tr-present-salary          pic x(7).
         05 tr-present-salary-num redefines tr-present-salary
                                       pic 9(5)v99.
         05 tr-department-code         pic x(4).
         05 tr-term-reason-code redefines tr-department-code
                                       pic x(4).
         05 tr-hire-date               pic x(8).
         05 tr-term-date redefines tr-hire-date
                                       pic x(8).
         05 tr-effective-date          pic x(8).
         05 tr-keyer-id                pic x(8).

      *Intake report definition
       fd intake-report-file
           data record is report-line
           record contains 100 characters.

       01 report-line                  pic x(100).

       working-storage section.
      *This section will be showing the report heading at the top.
       01 ws-report-heading.
         05 filler                     pic x(41)   value
         "HR EXPORT INTAKE - A4HRINT".
         05 filler                     pic x(9)    value "RUN DATE ".
         05 ws-heading-date-out        pic x(8).

       01 ws-reject-heading.
         05 filler                     pic x(25)   value
         "** ROWS REJECTED **".

       01 ws-reject-column-heading.
         05 filler                     pic x(6)    value "   ROW".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(32)   value "REASON".
         05 filler                     pic x(6)    value "HR ROW".

      *This is the line printed for one rejected row - its row
      *number on the export, the reason, and as much of the row
      *as fits.
       01 ws-reject-line.
         05 filler                     pic x       value spaces.
         05 ws-rej-row-out             pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-rej-reason-out          pic x(30).
         05 filler                     pic x(2)    value spaces.
         05 ws-rej-data-out            pic x(60).

       01 ws-none-line.
         05 filler                     pic x(10)   value
         "   NONE".

       01 ws-control-heading.
         05 filler                     pic x(30)   value
         "** INTAKE CONTROL COUNTS **".

      *This is one control-count line.
       01 ws-count-line.
         05 filler                     pic x       value spaces.
         05 ws-count-label-out         pic x(34).
         05 filler                     pic x(2)    value "= ".
         05 ws-count-out               pic zzzz9.

       01 ws-balance-line.
         05 filler                     pic x       value spaces.
         05 ws-balance-out             pic x(60).

      *  The translation table loaded whole.
       01 ws-translation-table.
         05 ws-xl-entry                occurs 200 times
                                        indexed by ws-xl-idx.
           10 ws-xl-type               pic x.
           10 ws-xl-hr-value           pic x(20).
           10 ws-xl-a4-value           pic x(4).

       77 ws-xl-count                  pic 9(3)    value 0.
       77 ws-xl-found-flag             pic x       value "N".
      *  The table, value and result of one translation - set by
      *  the caller of 400-translate-value.
       77 ws-xl-lookup-type            pic x       value space.
       77 ws-xl-lookup-value           pic x(20)   value spaces.
       77 ws-xl-result                 pic x(4)    value spaces.

      *  The current row split into its columns, each with the
      *  length of its value.
       01 ws-hr-fields.
         05 ws-hr-field-entry          occurs 12 times.
           10 ws-hr-field              pic x(30).
           10 ws-hr-field-len          pic 99.

       77 ws-hr-line                   pic x(200)  value spaces.
       77 ws-char                      pic x       value space.
       77 ws-digit                     pic 9       value 0.
       77 ws-char-pos                  pic 9(3)    value 0.
       77 ws-field-count               pic 99      value 0.
       77 ws-field-pos                 pic 99      value 0.
       77 ws-fld-sub                   pic 99      value 0.
       77 ws-in-quote-flag             pic x       value "N".
       77 ws-field-overflow-flag       pic x       value "N".
      *  The columns every row carries - through the effective
      *  date - and the most a row may carry.
       77 ws-min-fields                pic 99      value 9.
       77 ws-max-fields                pic 99      value 11.

      *  Work fields for mapping one row onto a card.
       01 ws-map-work.
         05 ws-row-reject-flag         pic x       value "N".
         05 ws-reject-reason           pic x(30)   value spaces.
         05 ws-change-fields           pic 99      value 0.
         05 ws-number-work             pic 9(6)    value 0.
         05 ws-years-work              pic 99      value 0.
         05 ws-salary-whole            pic 9(5)    value 0.
         05 ws-salary-cents            pic 99      value 0.
         05 ws-salary-int-digits       pic 9       value 0.
         05 ws-salary-dec-digits       pic 9       value 0.
         05 ws-salary-point-flag       pic x       value "N".
         05 ws-salary-bad-flag         pic x       value "N".
         05 ws-date-ok-flag            pic x       value "N".
         05 ws-date-out                pic x(8)    value spaces.

      *  A date being checked, as text and by its parts.
       01 ws-date-work                 pic x(8).
       01 ws-date-parts redefines ws-date-work.
         05 ws-date-yyyy               pic 9(4).
         05 ws-date-mm                 pic 99.
         05 ws-date-dd                 pic 99.

      *  Intake control counts - every row read ends up in exactly
      *  one of the header, blank, card or rejected counts.
       01 ws-intake-counters.
         05 ws-rows-read               pic 9(5)    value 0.
         05 ws-header-rows             pic 9(5)    value 0.
         05 ws-blank-rows              pic 9(5)    value 0.
         05 ws-add-cards               pic 9(5)    value 0.
         05 ws-change-cards            pic 9(5)    value 0.
         05 ws-term-cards              pic 9(5)    value 0.
         05 ws-cards-written           pic 9(5)    value 0.
         05 ws-rows-rejected           pic 9(5)    value 0.
         05 ws-rows-accounted          pic 9(5)    value 0.

      *This is the flag section which will be keeping the record of
      *the end of file on each input.
       01 ws-flags.
         05 ws-hx-eof-flag             pic x       value "n".
         05 ws-xl-eof-flag             pic x       value "n".

       77 ws-hx-file-status            pic xx      value spaces.
       77 ws-xl-file-status            pic xx      value spaces.
       77 ws-tr-file-status            pic xx      value spaces.
       77 ws-rp-file-status            pic xx      value spaces.
       77 ws-run-date                  pic x(8)    value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

      *  The keyer ID every intake card carries.
       77 ws-intake-keyer-id           pic x(8)    value "HRINTAKE".

       procedure division.

      *    Load the translation table, map every exported row onto
      *    a card or the reject listing, and print the control
      *    counts that prove it.
           accept ws-run-date          from date yyyymmdd.
           perform 010-open-files.
           perform 020-load-translations.
           if (return-code = 0) then
               perform 100-read-one-row
               until ws-hx-eof-flag = ws-file-empty
           end-if.
           perform 500-write-summary.
           perform 600-close-files.
           if ((ws-rows-rejected > 0) and (return-code = 0)) then
               move 4                  to return-code
           end-if.

           goback.

      *    Open the listing, the export and the transaction file.
      *    The cards are added to the transaction file, which is
      *    created on first use like the journal, so cards already
      *    keyed for the same maintenance run are kept.
       010-open-files.
           open output intake-report-file.
           move ws-run-date            to ws-heading-date-out.
           write report-line           from ws-report-heading.
           open input hr-export-file.
           if (ws-hx-file-status not = "00") then
               display "A4HRINT - UNABLE TO OPEN HR EXPORT, STATUS "
                 ws-hx-file-status
               close intake-report-file
               move 8                  to return-code
               goback
           end-if.
           open extend transaction-file.
           if (ws-tr-file-status = "35") then
               open output transaction-file
           end-if.
           if (ws-tr-file-status not = "00") then
               display "A4HRINT - UNABLE TO OPEN TRANSACTIONS, "
                 "STATUS " ws-tr-file-status
               close intake-report-file, hr-export-file
               move 8                  to return-code
               goback
           end-if.
           write report-line           from ws-reject-heading
             after advancing ws-two lines.
           write report-line           from ws-reject-column-heading
             after advancing ws-one line.

      *    Load the translation table. Without it no department or
      *    education value can be converted, so nothing is mapped
      *    at all rather than every row being rejected.
       020-load-translations.
           open input translation-file.
           if (ws-xl-file-status not = "00") then
               display "A4HRINT - UNABLE TO OPEN TRANSLATION TABLE, "
                 "STATUS " ws-xl-file-status
               move 8                  to return-code
           else
               perform 025-load-one-translation
               until ws-xl-eof-flag = ws-file-empty
               close translation-file
           end-if.

      *    This section reads one translation record into the
      *    table, called from the load loop in
      *    020-load-translations. A record the intake cannot use
      *    stops the load - a wrong table would put wrong codes on
      *    the master.
       025-load-one-translation.
           read translation-file
               at end
                   move ws-file-empty  to ws-xl-eof-flag
               not at end
                   if (((xl-table-type not = "D") and
                     (xl-table-type not = "E")) or
                     (xl-hr-value = spaces) or
                     (xl-a4-value = spaces)) then
                       display "A4HRINT - BAD TRANSLATION RECORD: "
                         translation-line
                       move ws-file-empty to ws-xl-eof-flag
                       move 8          to return-code
                   else
                       if (ws-xl-count < 200) then
                           add 1       to ws-xl-count
                           set ws-xl-idx to ws-xl-count
                           move xl-table-type to ws-xl-type (ws-xl-idx)
                           move xl-hr-value to
                             ws-xl-hr-value (ws-xl-idx)
                           move xl-a4-value to
                             ws-xl-a4-value (ws-xl-idx)
                       else
                           display "A4HRINT - TRANSLATION TABLE "
                             "EXCEEDS 200 ENTRIES"
                           move ws-file-empty to ws-xl-eof-flag
                           move 8      to return-code
                       end-if
                   end-if
           end-read.
           if ((ws-xl-file-status not = "00") and
             (ws-xl-file-status not = "10")) then
               display "A4HRINT - TRANSLATION TABLE READ FAILED, "
                 "STATUS " ws-xl-file-status
               move ws-file-empty      to ws-xl-eof-flag
               move 8                  to return-code
           end-if.

      *    This section reads one exported row and accounts for it
      *    - a blank row or the header row is counted and skipped,
      *    every other row is mapped onto a card or rejected.
       100-read-one-row.
           read hr-export-file
               at end
                   move ws-file-empty  to ws-hx-eof-flag
               not at end
                   add 1               to ws-rows-read
                   move hr-export-line to ws-hr-line
                   if (ws-hr-line = spaces) then
                       add 1           to ws-blank-rows
                   else
                       perform 200-split-row
                       if (ws-hr-field (1) = "ACTION") then
                           add 1       to ws-header-rows
                       else
                           perform 300-map-row
                       end-if
                   end-if
           end-read.
           if ((ws-hx-file-status not = "00") and
             (ws-hx-file-status not = "10")) then
               display "A4HRINT - HR EXPORT READ FAILED, STATUS "
                 ws-hx-file-status
               move ws-file-empty      to ws-hx-eof-flag
               move 8                  to return-code
           end-if.

      *    This section splits the row into its columns. A comma
      *    inside double quotes belongs to the value - an HR name
      *    like "SMITH, J" stays one column - and the quotes
      *    themselves are dropped. Leading blanks in a column are
      *    dropped too; its length is up to its last non-blank.
       200-split-row.
           move spaces                 to ws-hr-fields.
           perform 205-clear-one-length
             varying ws-fld-sub from 1 by 1
             until ws-fld-sub > 12.
           move 1                      to ws-field-count.
           move 0                      to ws-field-pos.
           move "N"                    to ws-in-quote-flag.
           move "N"                    to ws-field-overflow-flag.
           perform 210-scan-one-char
             varying ws-char-pos from 1 by 1
             until ws-char-pos > 200.

      *    This section clears one column's length, called from the
      *    loop in 200-split-row.
       205-clear-one-length.
           move 0                      to ws-hr-field-len (ws-fld-sub).

      *    This section takes one character of the row, called from
      *    the scan loop in 200-split-row. Columns past the twelfth
      *    are only counted - the row is rejected for them anyway.
       210-scan-one-char.
           move ws-hr-line (ws-char-pos:1) to ws-char.
           if (ws-char = quote) then
               if (ws-in-quote-flag = "Y") then
                   move "N"            to ws-in-quote-flag
               else
                   move "Y"            to ws-in-quote-flag
               end-if
           else
               if ((ws-char = ",") and (ws-in-quote-flag = "N")) then
                   add 1               to ws-field-count
                   move 0              to ws-field-pos
               else
                   if ((ws-field-count <= 12) and
                     ((ws-field-pos > 0) or (ws-char not = space)))
                     then
                       if (ws-field-pos < 30) then
                           add 1       to ws-field-pos
                           move ws-char to ws-hr-field
                             (ws-field-count) (ws-field-pos:1)
                           if (ws-char not = space) then
                               move ws-field-pos to
                                 ws-hr-field-len (ws-field-count)
                           end-if
                       else
                           if (ws-char not = space) then
                               move "Y" to ws-field-overflow-flag
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *    This section maps one row onto a card - the action and
      *    employee number first, then the fields of that action,
      *    then the effective date - writing the card when every
      *    field mapped and the reject line when one did not.
       300-map-row.
           move spaces                 to transaction-line.
           move ws-intake-keyer-id     to tr-keyer-id.
           move "N"                    to ws-row-reject-flag.
           if (ws-field-overflow-flag = "Y") then
               move "COLUMN LONGER THAN 30 CHARACTERS" to
                 ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-field-count > ws-max-fields)) then
               move "TOO MANY COLUMNS" to ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-field-count < ws-min-fields)) then
               move "TOO FEW COLUMNS"  to ws-reject-reason
               perform 390-reject-row
           end-if.
           if (ws-row-reject-flag = "N") then
               perform 310-map-action
           end-if.
           if (ws-row-reject-flag = "N") then
               perform 320-map-employee-number
           end-if.
           if (ws-row-reject-flag = "N") then
               if (tr-action-code = "A") then
                   perform 330-map-add
               end-if
               if (tr-action-code = "C") then
                   perform 340-map-change
               end-if
               if (tr-action-code = "T") then
                   perform 350-map-terminate
               end-if
           end-if.
           if (ws-row-reject-flag = "N") then
               move 9                  to ws-fld-sub
               if (ws-hr-field-len (ws-fld-sub) > 0) then
                   perform 380-map-date
                   if (ws-date-ok-flag = "Y") then
                       move ws-date-out to tr-effective-date
                   else
                       move "INVALID EFFECTIVE DATE" to
                         ws-reject-reason
                       perform 390-reject-row
                   end-if
               end-if
           end-if.
           if (ws-row-reject-flag = "N") then
               perform 395-write-card
           else
               perform 398-write-reject-line
           end-if.

      *    This section maps the HR action onto the card's action
      *    code.
       310-map-action.
           if ((ws-hr-field (1) = "A") or (ws-hr-field (1) = "ADD") or
             (ws-hr-field (1) = "HIRE") or
             (ws-hr-field (1) = "NEW HIRE") or
             (ws-hr-field (1) = "REHIRE")) then
               move "A"                to tr-action-code
           else
               if ((ws-hr-field (1) = "C") or
                 (ws-hr-field (1) = "CHANGE") or
                 (ws-hr-field (1) = "UPDATE")) then
                   move "C"            to tr-action-code
               else
                   if ((ws-hr-field (1) = "T") or
                     (ws-hr-field (1) = "TERM") or
                     (ws-hr-field (1) = "TERMINATE") or
                     (ws-hr-field (1) = "TERMINATION")) then
                       move "T"        to tr-action-code
                   else
                       move "UNKNOWN ACTION" to ws-reject-reason
                       perform 390-reject-row
                   end-if
               end-if
           end-if.

      *    This section maps the employee number - up to six
      *    digits, zero-filled on the left, since the HR system
      *    exports its numbers without the leading zeros.
       320-map-employee-number.
           move 2                      to ws-fld-sub.
           if (ws-hr-field-len (ws-fld-sub) = 0) then
               move "BLANK EMPLOYEE NUMBER" to ws-reject-reason
               perform 390-reject-row
           else
               if (ws-hr-field-len (ws-fld-sub) > 6) then
                   move "EMPLOYEE NUMBER TOO LONG" to
                     ws-reject-reason
                   perform 390-reject-row
               else
                   if (ws-hr-field (ws-fld-sub)
                     (1:ws-hr-field-len (ws-fld-sub)) not numeric)
                     then
                       move "EMPLOYEE NUMBER NOT NUMERIC" to
                         ws-reject-reason
                       perform 390-reject-row
                   else
                       move ws-hr-field (ws-fld-sub)
                         (1:ws-hr-field-len (ws-fld-sub)) to
                         ws-number-work
                       move ws-number-work to tr-employee-number
                   end-if
               end-if
           end-if.

      *    This section maps an ADD row - the name, department,
      *    education and salary must all be there, because an ADD is
      *    the record's one chance to start clean. Service years may
      *    be left off when the hire date is given - the salary run
      *    derives them from it.
       330-map-add.
           if (ws-hr-field-len (3) = 0) then
               move "BLANK EMPLOYEE NAME" to ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (4) = 0)) then
               move "BLANK DEPARTMENT" to ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (5) = 0)) then
               move "BLANK EDUCATION"  to ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (7) = 0)) then
               move "BLANK PRESENT SALARY" to ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (6) = 0) and
             (ws-hr-field-len (8) = 0)) then
               move "NO SERVICE YEARS OR HIRE DATE" to
                 ws-reject-reason
               perform 390-reject-row
           end-if.
           if (ws-row-reject-flag = "N") then
               perform 360-map-common-fields
           end-if.
           if ((ws-row-reject-flag = "N") and
             (tr-present-salary-num = 0)) then
               move "ZERO PRESENT SALARY" to ws-reject-reason
               perform 390-reject-row
           end-if.
           if ((ws-row-reject-flag = "N") and
             (tr-service-years = spaces)) then
               move "00"               to tr-service-years
           end-if.

      *    This section maps a CHANGE row - only the columns HR
      *    filled in go on the card, so A4-EmpMaint changes just
      *    those fields, and a row changing nothing is rejected.
       340-map-change.
           move 0                      to ws-change-fields.
           perform 345-count-one-change-field
             varying ws-fld-sub from 3 by 1
             until ws-fld-sub > 8.
           if (ws-change-fields = 0) then
               move "NOTHING TO CHANGE" to ws-reject-reason
               perform 390-reject-row
           else
               perform 360-map-common-fields
           end-if.

      *    This section counts one filled-in change column, called
      *    from the loop in 340-map-change.
       345-count-one-change-field.
           if (ws-hr-field-len (ws-fld-sub) > 0) then
               add 1                   to ws-change-fields
           end-if.

      *    This section maps a TERMINATE row - the reason code goes
      *    in the department columns and the termination date in
      *    the hire date columns, as A4-EmpMaint reads them. Both
      *    may be left off.
       350-map-terminate.
           move 10                     to ws-fld-sub.
           if (ws-hr-field-len (ws-fld-sub) > 4) then
               move "REASON CODE LONGER THAN 4" to ws-reject-reason
               perform 390-reject-row
           else
               move ws-hr-field (ws-fld-sub) (1:4) to
                 tr-term-reason-code
           end-if.
           move 11                     to ws-fld-sub.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (ws-fld-sub) > 0)) then
               perform 380-map-date
               if (ws-date-ok-flag = "Y") then
                   move ws-date-out    to tr-term-date
               else
                   move "INVALID TERMINATION DATE" to
                     ws-reject-reason
                   perform 390-reject-row
               end-if
           end-if.

      *    This section maps every filled-in column an ADD or a
      *    CHANGE row carries, stopping at the first one that
      *    cannot be mapped.
       360-map-common-fields.
           if (ws-hr-field-len (3) > 15) then
               move "NAME LONGER THAN 15" to ws-reject-reason
               perform 390-reject-row
           else
               move ws-hr-field (3) (1:15) to tr-employee-name
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (4) > 0)) then
               move "D"                to ws-xl-lookup-type
               move ws-hr-field (4)    to ws-xl-lookup-value
               perform 400-translate-value
               if ((ws-xl-found-flag = "N") or
                 (ws-hr-field-len (4) > 20)) then
                   move "DEPARTMENT NOT IN TRANSLATION" to
                     ws-reject-reason
                   perform 390-reject-row
               else
                   move ws-xl-result   to tr-department-code
               end-if
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (5) > 0)) then
               move "E"                to ws-xl-lookup-type
               move ws-hr-field (5)    to ws-xl-lookup-value
               perform 400-translate-value
               if ((ws-xl-found-flag = "N") or
                 (ws-hr-field-len (5) > 20)) then
                   move "EDUCATION NOT IN TRANSLATION" to
                     ws-reject-reason
                   perform 390-reject-row
               else
                   move ws-xl-result (1:1) to tr-education-code
               end-if
           end-if.
           move 6                      to ws-fld-sub.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (ws-fld-sub) > 0)) then
               if ((ws-hr-field-len (ws-fld-sub) > 2) or
                 (ws-hr-field (ws-fld-sub)
                 (1:ws-hr-field-len (ws-fld-sub)) not numeric)) then
                   move "INVALID SERVICE YEARS" to ws-reject-reason
                   perform 390-reject-row
               else
                   move ws-hr-field (ws-fld-sub)
                     (1:ws-hr-field-len (ws-fld-sub)) to ws-years-work
                   move ws-years-work  to tr-service-years
               end-if
           end-if.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (7) > 0)) then
               perform 370-map-salary
           end-if.
           move 8                      to ws-fld-sub.
           if ((ws-row-reject-flag = "N") and
             (ws-hr-field-len (ws-fld-sub) > 0)) then
               perform 380-map-date
               if (ws-date-ok-flag = "Y") then
                   move ws-date-out    to tr-hire-date
               else
                   move "INVALID HIRE DATE" to ws-reject-reason
                   perform 390-reject-row
               end-if
           end-if.

      *    This section maps the present salary. The HR system
      *    exports it as an amount - 52000, 52000.5 or 52,000.00,
      *    with or without a dollar sign - and the card wants it in
      *    cents, unedited.
       370-map-salary.
           move 0                      to ws-salary-whole.
           move 0                      to ws-salary-cents.
           move 0                      to ws-salary-int-digits.
           move 0                      to ws-salary-dec-digits.
           move "N"                    to ws-salary-point-flag.
           move "N"                    to ws-salary-bad-flag.
           perform 375-scan-salary-char
             varying ws-char-pos from 1 by 1
             until ws-char-pos > ws-hr-field-len (7).
           if ((ws-salary-int-digits = 0) and
             (ws-salary-dec-digits = 0)) then
               move "Y"                to ws-salary-bad-flag
           end-if.
           if (ws-salary-bad-flag = "L") then
               move "SALARY OVER 99999.99" to ws-reject-reason
               perform 390-reject-row
           else
               if (ws-salary-bad-flag = "Y") then
                   move "INVALID PRESENT SALARY" to ws-reject-reason
                   perform 390-reject-row
               else
                   if (ws-salary-dec-digits = 1) then
                       multiply 10     by ws-salary-cents
                   end-if
                   compute tr-present-salary-num =
                     ws-salary-whole + (ws-salary-cents / 100)
               end-if
           end-if.

      *    This section takes one character of the salary column,
      *    called from the scan loop in 370-map-salary. Cents past
      *    the second decimal must be zero - a fraction of a cent
      *    is not a salary anybody meant.
       375-scan-salary-char.
           move ws-hr-field (7) (ws-char-pos:1) to ws-char.
           if (ws-char numeric) then
               move ws-char            to ws-digit
               if (ws-salary-point-flag = "N") then
                   if (ws-salary-int-digits >= 5) then
                       if (ws-salary-bad-flag = "N") then
                           move "L"    to ws-salary-bad-flag
                       end-if
                   else
                       compute ws-salary-whole =
                         (ws-salary-whole * 10) + ws-digit
                       add 1           to ws-salary-int-digits
                   end-if
               else
                   if (ws-salary-dec-digits >= 2) then
                       if (ws-digit not = 0) then
                           move "Y"    to ws-salary-bad-flag
                       end-if
                   else
                       compute ws-salary-cents =
                         (ws-salary-cents * 10) + ws-digit
                       add 1           to ws-salary-dec-digits
                   end-if
               end-if
           else
               if (ws-char = ".") then
                   if (ws-salary-point-flag = "Y") then
                       move "Y"        to ws-salary-bad-flag
                   else
                       move "Y"        to ws-salary-point-flag
                   end-if
               else
                   if ((ws-char not = ",") and (ws-char not = "$"))
                     then
                       move "Y"        to ws-salary-bad-flag
                   end-if
               end-if
           end-if.

      *    This section maps the date in column ws-fld-sub - the
      *    HR system exports YYYY-MM-DD, and YYYYMMDD or YYYY/MM/DD
      *    are taken too - onto the card's YYYYMMDD, checking the
      *    month and day.
       380-map-date.
           move "N"                    to ws-date-ok-flag.
           move spaces                 to ws-date-out.
           if ((ws-hr-field-len (ws-fld-sub) = 8) and
             (ws-hr-field (ws-fld-sub) (1:8) numeric)) then
               move ws-hr-field (ws-fld-sub) (1:8) to ws-date-out
               move "Y"                to ws-date-ok-flag
           end-if.
           if ((ws-hr-field-len (ws-fld-sub) = 10) and
             (ws-hr-field (ws-fld-sub) (1:4) numeric) and
             (ws-hr-field (ws-fld-sub) (6:2) numeric) and
             (ws-hr-field (ws-fld-sub) (9:2) numeric) and
             (((ws-hr-field (ws-fld-sub) (5:1) = "-") and
             (ws-hr-field (ws-fld-sub) (8:1) = "-")) or
             ((ws-hr-field (ws-fld-sub) (5:1) = "/") and
             (ws-hr-field (ws-fld-sub) (8:1) = "/")))) then
               string ws-hr-field (ws-fld-sub) (1:4)
                        delimited by size
                      ws-hr-field (ws-fld-sub) (6:2)
                        delimited by size
                      ws-hr-field (ws-fld-sub) (9:2)
                        delimited by size
                 into ws-date-out
               end-string
               move "Y"                to ws-date-ok-flag
           end-if.
           if (ws-date-ok-flag = "Y") then
               move ws-date-out        to ws-date-work
               if ((ws-date-mm < 1) or (ws-date-mm > 12) or
                 (ws-date-dd < 1) or (ws-date-dd > 31)) then
                   move "N"            to ws-date-ok-flag
               end-if
           end-if.

      *    This section marks the row rejected with the reason the
      *    calling paragraph set.
       390-reject-row.
           move "Y"                    to ws-row-reject-flag.

      *    This section writes the mapped card and counts it under
      *    its action.
       395-write-card.
           write transaction-line.
           if (ws-tr-file-status not = "00") then
               display "A4HRINT - TRANSACTION WRITE FAILED, STATUS "
                 ws-tr-file-status
               move ws-file-empty      to ws-hx-eof-flag
               move 8                  to return-code
           else
               add 1                   to ws-cards-written
               if (tr-action-code = "A") then
                   add 1               to ws-add-cards
               end-if
               if (tr-action-code = "C") then
                   add 1               to ws-change-cards
               end-if
               if (tr-action-code = "T") then
                   add 1               to ws-term-cards
               end-if
           end-if.

      *    This section lists one rejected row with its row number
      *    on the export and the reason.
       398-write-reject-line.
           add 1                       to ws-rows-rejected.
           move ws-rows-read           to ws-rej-row-out.
           move ws-reject-reason       to ws-rej-reason-out.
           move ws-hr-line             to ws-rej-data-out.
           write report-line           from ws-reject-line
             after advancing ws-one line.

      *    This section looks ws-xl-lookup-value up under table
      *    ws-xl-lookup-type, returning the code in ws-xl-result.
       400-translate-value.
           move "N"                    to ws-xl-found-flag.
           move spaces                 to ws-xl-result.
           if (ws-xl-count > 0) then
               perform 405-test-one-translation
                 varying ws-xl-idx from 1 by 1
                 until (ws-xl-idx > ws-xl-count) or
                 (ws-xl-found-flag = "Y")
           end-if.

      *    This section tests one translation entry, called from
      *    the lookup loop in 400-translate-value.
       405-test-one-translation.
           if ((ws-xl-type (ws-xl-idx) = ws-xl-lookup-type) and
             (ws-xl-hr-value (ws-xl-idx) = ws-xl-lookup-value)) then
               move "Y"                to ws-xl-found-flag
               move ws-xl-a4-value (ws-xl-idx) to ws-xl-result
           end-if.

      *    This section writes the intake control counts and proves
      *    that every row read was skipped, carded or rejected.
       500-write-summary.
           if (ws-rows-rejected = 0) then
               write report-line       from ws-none-line
                 after advancing ws-one line
           end-if.
           write report-line           from ws-control-heading
             after advancing ws-two lines.
           move "ROWS READ"            to ws-count-label-out.
           move ws-rows-read           to ws-count-out.
           perform 510-write-count-line.
           move "HEADER ROWS SKIPPED"  to ws-count-label-out.
           move ws-header-rows         to ws-count-out.
           perform 510-write-count-line.
           move "BLANK ROWS SKIPPED"   to ws-count-label-out.
           move ws-blank-rows          to ws-count-out.
           perform 510-write-count-line.
           move "ADD CARDS WRITTEN"    to ws-count-label-out.
           move ws-add-cards           to ws-count-out.
           perform 510-write-count-line.
           move "CHANGE CARDS WRITTEN" to ws-count-label-out.
           move ws-change-cards        to ws-count-out.
           perform 510-write-count-line.
           move "TERMINATE CARDS WRITTEN" to ws-count-label-out.
           move ws-term-cards          to ws-count-out.
           perform 510-write-count-line.
           move "TOTAL CARDS WRITTEN"  to ws-count-label-out.
           move ws-cards-written       to ws-count-out.
           perform 510-write-count-line.
           move "ROWS REJECTED"        to ws-count-label-out.
           move ws-rows-rejected       to ws-count-out.
           perform 510-write-count-line.
           compute ws-rows-accounted = ws-header-rows +
             ws-blank-rows + ws-cards-written + ws-rows-rejected.
           if (ws-rows-accounted = ws-rows-read) then
               move "EVERY ROW CARDED, REJECTED OR SKIPPED - IN BALANCE"
                 to ws-balance-out
           else
               move "*** ROWS UNACCOUNTED FOR - INTAKE OUT OF BALANCE"
                 to ws-balance-out
               display "A4HRINT - INTAKE OUT OF BALANCE"
               move 8                  to return-code
           end-if.
           write report-line           from ws-balance-line
             after advancing ws-two lines.
           display "A4HRINT - ROWS READ " ws-rows-read
             " CARDS " ws-cards-written " REJECTED " ws-rows-rejected.

      *    This section writes one control-count line.
       510-write-count-line.
           write report-line           from ws-count-line
             after advancing ws-one line.

      *Close files
       600-close-files.
           close hr-export-file, transaction-file, intake-report-file.

       end program A4-HRIntake.
