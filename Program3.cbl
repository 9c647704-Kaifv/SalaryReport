      *that have come due alongside the new ones, so HR can key the
      *January promotions in December. The register shows applied,
      *rejected and held-pending cards as separate sections.
      *A TERMINATE no longer just deletes the employee - the record
      *moves to an inactive archive master with its termination
      *date and reason code, so the history of who left and why
      *survives the delete. An ADD for a number already on the
      *archive is a rehire of the same person and is flagged on
      *the register, and every earlier stint's hire, rehire and
      *termination dates and reason stay on the archive record;
      *an ADD that would reuse a former employee's number for
      *somebody else is rejected.
      *Every salary, education or department change a CHANGE card
      *makes is appended to the permanent compensation journal with
      *the card that caused it.
      *Every card now carries the ID of the person who keyed it,
      *and no one person can put a large change on the master
      *alone. A CHANGE moving the salary by more than the
      *percentage or dollar amount on the approval control file,
      *and every TERMINATE, is held for approval instead of
      *applied. The held card is released - and applied through
      *the same edits - only when an approval card for the same
      *employee and action arrives from a different keyer ID. The
      *register lists every card still held for approval, and the
      *ones waiting longer than the control file's number of days
      *on a separate aging list.

       environment division.
       configuration section.
           record key is em-employee-number
           file status is ws-em-file-status.

      *    Inactive employee archive, keyed on employee number -
      *    every terminated employee's last master record with the
      *    termination date and reason, kept for good so a rehire
      *    is recognised and a number is never quietly reused.
           select inactive-master-file
           assign to "../../../A4-EmployeeInactive.dat"
           organization is indexed
           access mode is random
           record key is im-employee-number
           file status is ws-im-file-status.

      *    Compensation change journal - permanent, appended to by
      *    every program that changes a salary, education code or
      *    department on the master, never rewritten.
           select journal-file
           assign to "../../../A4-CompJournal.dat"
           organization is line sequential
           file status is ws-cj-file-status.

      *    Transaction file of maintenance cards - one card per
      *    action, keyed by the action code in column one, with an
      *    optional effective date and the keyer's ID in the last
      *    sixteen columns.
           select transaction-file
           assign to "../../../A4-EmpTrans.dat"
           organization is line sequential
           organization is line sequential
           file status is ws-pd-file-status.

      *    Cards held for a second keyer's approval - read at
      *    startup so an approval card can release a card held by
      *    an earlier run, and rewritten at end of run with the
      *    cards still waiting.
           select approval-held-file
           assign to "../../../A4-EmpApprHeld.dat"
           organization is line sequential
           file status is ws-ah-file-status.

      *    Approval control card - the salary change percentage and
      *    dollar amount above which a CHANGE needs approval, and
      *    the days after which a waiting card goes on the aging
      *    list. When it is missing the compiled defaults apply,
      *    the same way the salary run treats its parameter file.
           select approval-control-file
           assign to "../../../A4-EmpApprCtl.dat"
           organization is line sequential
           file status is ws-ac-file-status.

      *    Activity register - one block per transaction showing
      *    what was applied (with before/after images) or why the
      *    transaction was rejected.
           file status is ws-ctl-file-status.

      *    Unloaded feed for the salary report run - the maintained
      *    master written out in the 44-character layout the report
      *    step reads, so the A4FEED generation this job catalogs
      *    is what A4IN resolves to next run.
           select feed-file
       fd employee-master-file
           label records are standard.
       01 em-record.
         05 em-employee-number         pic x(6).
         05 em-employee-name           pic x(15).
         05 em-education-code          pic x.
         05 em-service-years           pic 99.
      *  Spaces on a record the one-time conversion has not touched.
         05 em-hire-date               pic x(8).

      *Inactive archive definition - the master record as it stood
      *at termination, the termination date and reason, and a
      *table of the stints before it for an employee who has been
      *rehired and has left again, most recent first.
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
      *  I while the employee is gone, R once rehired - the record
      *  stays on the archive either way.
         05 im-status                  pic x.
      *  The date of the latest rehire, and the rehire date the
      *  stint above began on - spaces for the original hire.
         05 im-rehire-date             pic x(8).
         05 im-rehire-count            pic 99.
         05 im-stint-rehire-date       pic x(8).
         05 im-prior-stint             occurs 5 times
                                        indexed by im-stint-idx.
           10 im-ps-hire-date          pic x(8).
           10 im-ps-rehire-date        pic x(8).
           10 im-ps-term-date          pic x(8).
           10 im-ps-reason-code        pic x(4).
         05 filler                     pic x.

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

      *Transaction definition - the action code in column one
      *followed by the same fields as the master record (including
      *the hire date), then the effective date. A blank effective
      *date (including the whole column missing off a short card)
      *means apply now, so the cards HR already keys keep working
      *unchanged; a blank hire date leaves the master's hire date
      *alone. On a TERMINATE card the department columns carry the
      *termination reason code and the hire date columns the
      *termination date - blank means the effective date, or today.
      *The last eight columns carry the keyer's ID. On an approval
      *card (action P) column eight names the action being approved
      *and the keyer ID is the approver's.
       fd transaction-file
           data record is transaction-line
           record contains 60 characters.

       01 transaction-line.
         05 tr-action-code             pic x.
         05 tr-employee-number         pic x(6).
         05 tr-employee-name           pic x(15).
         05 tr-approval-fields redefines tr-employee-name.
           10 tr-approved-action       pic x.
           10 filler                   pic x(14).
         05 tr-education-code          pic x.
         05 tr-service-years           pic x(2).
         05 tr-service-years-num redefines tr-service-years
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

      *Pending-card file definition - whole cards exactly as they
      *were keyed, so a card held today routes tomorrow through
      *the same edits as a fresh one.
       fd pending-file
           data record is pending-line
           record contains 60 characters.

       01 pending-line.
         05 pl-card                    pic x(60).

      *Approval-held file definition - the whole card as keyed,
      *the date it was first held and why it needs approval.
       fd approval-held-file
           data record is approval-held-line
           record contains 98 characters.

       01 approval-held-line.
         05 ah-card                    pic x(60).
         05 ah-held-date               pic x(8).
         05 ah-hold-reason             pic x(30).

      *Approval control definition - percentage 99v9, amount
      *9(5)v99 and days 999, unedited.
       fd approval-control-file
           data record is approval-control-line
           record contains 20 characters.

       01 approval-control-line.
         05 ac-salary-percentage       pic 99v9.
         05 ac-salary-amount           pic 9(5)v99.
         05 ac-aging-days              pic 999.
         05 filler                     pic x(7).

      *Generation id file definition - one line naming the feed
      *generation rolled on A4FEED.
         05 rn-processed-date          pic x(8).
         05 rn-closed-date             pic x(8).
         05 rn-override-flag           pic x.
      *  The feed records the maintenance run unloaded for the
      *  generation - blank on cycles opened before it was kept.
         05 rn-records-unloaded        pic x(5).
         05 rn-records-unloaded-num redefines rn-records-unloaded
                                       pic 9(5).
         05 filler                     pic x(5).

      *Activity register definition
       fd register-file
       01 register-line                pic x(90).

      *Unloaded feed definition - same layout as the report step's
      *input-line, 43 data characters and one spare.
       fd feed-file
           data record is feed-line
           record contains 44 characters.

       01 feed-line.
         05 fl-employee-number         pic x(6).
         05 fl-employee-name           pic x(15).
         05 fl-education-code          pic x.
         05 fl-service-years           pic 99.
         05 filler                     pic x       value spaces.
         05 ws-reg-action-out          pic x(9).
         05 filler                     pic x(2)    value spaces.
         05 ws-reg-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-reg-status-out          pic x(40).

         05 filler                     pic x(3)    value spaces.
         05 ws-reg-image-label         pic x(8).
         05 filler                     pic x(2)    value spaces.
      *  Wide enough for a whole 60-character card image - master
      *  record images just leave the tail blank.
         05 ws-reg-image-out           pic x(60).

      *This is the summary trailer of the activity register.
       01 ws-register-summary1.
         "HELD PENDING       =".
         05 ws-sum-held-out            pic zzzz9.

       01 ws-register-summary5.
         05 filler                     pic x(20)   value
         " REHIRES APPLIED   =".
         05 ws-sum-rehires-out         pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "ARCHIVED           =".
         05 ws-sum-archived-out        pic zzzz9.

       01 ws-register-summary6.
         05 filler                     pic x(20)   value
         " HELD FOR APPROVAL =".
         05 ws-sum-appr-held-out       pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "APPROVALS RELEASED =".
         05 ws-sum-appr-released-out   pic zzzz9.

       01 ws-register-summary7.
         05 filler                     pic x(20)   value
         " HELD THIS RUN     =".
         05 ws-sum-appr-new-out        pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "APPROVALS OVERDUE  =".
         05 ws-sum-appr-aged-out       pic zzzz9.

      *These are the section headings splitting the register into
      *its applied, rejected and held-pending sections.
       01 ws-applied-section-heading.
         05 filler                     pic x(33)   value
         "** HELD PENDING - NOT YET DUE **".

       01 ws-approval-section-heading.
         05 filler                     pic x(24)   value
         "** HELD FOR APPROVAL **".

       01 ws-aging-section-heading.
         05 filler                     pic x(29)   value
         "** AWAITING APPROVAL OVER ".
         05 ws-aging-days-out          pic zz9.
         05 filler                     pic x(8)    value " DAYS **".

      *  This section holds the transaction and unload counts
      *  printed on the register trailer.
       01 ws-maint-counters.
         05 ws-trans-rejected          pic 9(5)    value 0.
         05 ws-records-fed             pic 9(5)    value 0.
         05 ws-pending-read            pic 9(5)    value 0.
         05 ws-rehires-applied         pic 9(5)    value 0.
         05 ws-records-archived        pic 9(5)    value 0.
         05 ws-held-count              pic 9(3)    value 0.
         05 ws-reject-count            pic 9(3)    value 0.
         05 ws-appr-held-read          pic 9(5)    value 0.
         05 ws-appr-held-new           pic 9(5)    value 0.
         05 ws-appr-released           pic 9(5)    value 0.
         05 ws-appr-outstanding        pic 9(5)    value 0.
         05 ws-appr-aged               pic 9(5)    value 0.

      *  Table of pending cards loaded at startup - whole cards,
      *  processed ahead of the new ones so a due promotion lands
       01 ws-pending-table.
         05 ws-pending-card            occurs 500 times
                                        indexed by ws-pend-idx
                                       pic x(60).

      *  Table of cards still not due - the old pending cards that
      *  have not come due yet plus the new future-dated ones -
       01 ws-held-table.
         05 ws-held-card               occurs 500 times
                                        indexed by ws-held-idx
                                       pic x(60).

      *  Table of rejected cards, buffered here so the register can
      *  print every reject in its own section instead of
         05 ws-reject-entry            occurs 500 times
                                        indexed by ws-rej-idx.
           10 ws-rej-action-code       pic x.
           10 ws-rej-employee-number   pic x(6).
           10 ws-rej-reason            pic x(40).
           10 ws-rej-card              pic x(60).

      *  Table of cards held for approval - the ones earlier runs
      *  held plus the ones held this run. A card released by an
      *  approval is flagged, and every card not released is
      *  written back to the approval-held file at end of run.
       01 ws-approval-table.
         05 ws-appr-entry              occurs 500 times
                                        indexed by ws-appr-idx.
           10 ws-appr-card             pic x(60).
           10 ws-appr-held-date        pic x(8).
           10 ws-appr-reason           pic x(30).
           10 ws-appr-released-flag    pic x.

       77 ws-appr-count                pic 9(3)    value 0.
       77 ws-appr-eof-flag             pic x       value "n".
       77 ws-ah-file-status            pic xx      value spaces.
       77 ws-ac-file-status            pic xx      value spaces.
      *  Approval thresholds - compiled defaults, replaced by the
      *  approval control card when one is mounted.
       77 ws-appr-salary-pct           pic 99v9    value 10.0.
       77 ws-appr-salary-amount        pic 9(5)v99 value 5000.00.
       77 ws-appr-aging-days           pic 999     value 5.
      *  Set while a released card is being applied, so the
      *  handlers apply it instead of holding it again.
       77 ws-appr-release-flag         pic x       value "N".
       77 ws-appr-needed-flag          pic x       value "N".
       77 ws-appr-found-flag           pic x       value "N".
       77 ws-appr-self-flag            pic x       value "N".
       77 ws-appr-reason-work          pic x(30)   value spaces.
      *  The approval card being processed, kept while the card it
      *  releases is applied from the transaction record area.
       77 ws-approval-card             pic x(60)   value spaces.
       77 ws-approver-id               pic x(8)    value spaces.
       77 ws-approved-keyer-id         pic x(8)    value spaces.
       77 ws-appr-days-out             pic zzzz9.
      *  One held card's action, employee and keyer, looked at
      *  without disturbing the card in the transaction area.
       01 ws-appr-card-work.
         05 ws-acw-action-code         pic x.
         05 ws-acw-employee-number     pic x(6).
         05 filler                     pic x(45).
         05 ws-acw-keyer-id            pic x(8).
      *  Size of a CHANGE card's salary move, in dollars and as a
      *  percentage of the salary before it.
       77 ws-appr-salary-change        pic 9(7)v99 value 0.
       77 ws-appr-change-pct           pic 9(9)v99 value 0.
      *  Days a card has waited for approval, counted from the
      *  day numbers of its held date and the run date.
       77 ws-appr-days-waiting         pic 9(5)    value 0.
       77 ws-run-day-number            pic 9(7)    value 0.

      *  A date being turned into a day number - days since a
      *  fixed origin, so two dates subtract to the days between.
       01 ws-day-number-work.
         05 ws-dn-date                 pic x(8).
         05 ws-dn-date-parts redefines ws-dn-date.
           10 ws-dn-yyyy               pic 9(4).
           10 ws-dn-mm                 pic 99.
           10 ws-dn-dd                 pic 99.
         05 ws-dn-year                 pic 9(4).
         05 ws-dn-month                pic 99.
         05 ws-dn-year-4               pic 9(4).
         05 ws-dn-year-100             pic 9(4).
         05 ws-dn-year-400             pic 9(4).
         05 ws-dn-month-days           pic 9(4).
         05 ws-dn-result               pic 9(7).

      *This is the flag section which will be keeping the record of
      *the end of file on each pass and of the master lookup.
         05 ws-trans-eof-flag          pic x       value "n".
         05 ws-master-eof-flag         pic x       value "n".
         05 ws-master-found-flag       pic x       value "N".
         05 ws-inactive-found-flag     pic x       value "N".
         05 ws-reject-flag             pic x       value "N".
         05 ws-trans-opened-flag       pic x       value "N".

       77 ws-em-file-status            pic xx      value spaces.
       77 ws-im-file-status            pic xx      value spaces.
       77 ws-cj-file-status            pic xx      value spaces.
       77 ws-tr-file-status            pic xx      value spaces.
       77 ws-pd-file-status            pic xx      value spaces.
       77 ws-gi-file-status            pic xx      value spaces.
           10 ws-ctl-processed-date    pic x(8).
           10 ws-ctl-closed-date       pic x(8).
           10 ws-ctl-override          pic x.
           10 ws-ctl-unloaded          pic x(5).
       77 ws-pend-eof-flag             pic x       value "n".
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-run-date                  pic x(8)    value spaces.
      *  Image of the master record before a CHANGE or TERMINATE is
      *  applied, so the register can show what was overwritten.
       77 ws-before-image              pic x(43)   value spaces.
      *  The fields a CHANGE can journal, as they stood before the
      *  card was applied.
       77 ws-old-salary                pic 9(7)v99 value 0.
       77 ws-old-education             pic x       value spaces.
       77 ws-old-department            pic x(4)    value spaces.
       77 ws-run-time                  pic x(8)    value spaces.

      *  One journal entry being built - the old and new values of
      *  the field changed, with a salary view of each, and who
      *  approved the card when it was released from the hold.
       01 ws-journal-work.
         05 ws-jrn-field-code          pic x.
         05 ws-jrn-old-value           pic x(9).
         05 ws-jrn-old-salary redefines ws-jrn-old-value
                                       pic 9(7)v99.
         05 ws-jrn-new-value           pic x(9).
         05 ws-jrn-new-salary redefines ws-jrn-new-value
                                       pic 9(7)v99.
         05 ws-jrn-approver-id         pic x(8)    value spaces.

      *  The termination date worked out for a TERMINATE card.
       77 ws-term-date                 pic x(8)    value spaces.

       procedure division.

      *    Load the pending cards and the cards held for approval,
      *    open files, apply the due pending cards and then every
      *    new transaction card, print the rejected, held-pending
      *    and held-for-approval sections, and unload the
      *    maintained master as the next feed generation.
           accept ws-run-date          from date yyyymmdd.
           accept ws-run-time          from time.
           perform 005-load-pending-cards.
           perform 050-load-approval-control.
           perform 055-load-approval-held-cards.
           perform 010-open-files.
           perform 020-write-register-heading.
           perform 040-process-pending-cards.
           until ws-trans-eof-flag = ws-file-empty.
           perform 210-write-rejected-section.
           perform 220-write-held-section.
           perform 230-write-approval-section.
           perform 240-write-aging-section.
      *    A failed transaction pass must not roll a half-maintained
      *    master out as the next feed generation - the empty A4FEED
      *    then fails the pre-edit's empty-feed check and the salary
      *    exactly where it was.
           if (return-code = 0) then
               perform 320-rewrite-pending-file
               if (return-code = 0) then
                   perform 400-rewrite-approval-held-file
               end-if
               perform 300-unload-master-to-feed
      *        The cycle for the generation just rolled is opened
      *        on the run-control master, so the salary run can
           move ws-pending-card (ws-pend-idx) to transaction-line.
           perform 102-dispatch-one-card.

      *    Load the approval control card. A missing card means the
      *    compiled thresholds apply; a card that is there but does
      *    not read as numbers must stop the run, because applying a
      *    salary change nobody approved is the one thing the
      *    thresholds exist to prevent.
       050-load-approval-control.
           open input approval-control-file.
           if ((ws-ac-file-status not = "00") and
             (ws-ac-file-status not = "35")) then
               display "A4EMPMT - UNABLE TO OPEN APPROVAL CONTROL, "
                 "STATUS " ws-ac-file-status
               move 8                  to return-code
               goback
           end-if.
           if (ws-ac-file-status = "00") then
               read approval-control-file
                   at end
                       continue
                   not at end
                       if ((ac-salary-percentage not numeric) or
                         (ac-salary-amount not numeric) or
                         (ac-aging-days not numeric)) then
                           display "A4EMPMT - APPROVAL CONTROL CARD "
                             "NOT NUMERIC - RUN STOPPED"
                           move 8      to return-code
                       else
                           move ac-salary-percentage to
                             ws-appr-salary-pct
                           move ac-salary-amount to
                             ws-appr-salary-amount
                           move ac-aging-days to ws-appr-aging-days
                       end-if
               end-read
               close approval-control-file
               if (return-code not = 0) then
                   goback
               end-if
           end-if.
           move ws-run-date            to ws-dn-date.
           perform 250-compute-day-number.
           move ws-dn-result           to ws-run-day-number.

      *    Load the cards earlier runs held for approval. As with
      *    the pending file, a missing file means nothing is held
      *    and a broken one stops the run.
       055-load-approval-held-cards.
           open input approval-held-file.
           if ((ws-ah-file-status not = "00") and
             (ws-ah-file-status not = "35")) then
               display "A4EMPMT - UNABLE TO OPEN APPROVAL HELD "
                 "CARDS, STATUS " ws-ah-file-status
               move 8                  to return-code
               goback
           end-if.
           if (ws-ah-file-status = "00") then
               perform 057-load-one-approval-held-card
               until ws-appr-eof-flag = ws-file-empty
               close approval-held-file
               if (return-code not = 0) then
                   goback
               end-if
           end-if.

      *    This section reads one held-for-approval card into the
      *    table, called from the load loop in
      *    055-load-approval-held-cards.
       057-load-one-approval-held-card.
           read approval-held-file
               at end
                   move ws-file-empty  to ws-appr-eof-flag
               not at end
                   if (ws-appr-count < 500) then
                       add 1           to ws-appr-count
                       add 1           to ws-appr-held-read
                       set ws-appr-idx to ws-appr-count
                       move ah-card    to ws-appr-card (ws-appr-idx)
                       move ah-held-date to
                         ws-appr-held-date (ws-appr-idx)
                       move ah-hold-reason to
                         ws-appr-reason (ws-appr-idx)
                       move "N"        to
                         ws-appr-released-flag (ws-appr-idx)
                   else
                       display "A4EMPMT - MORE THAN 500 CARDS HELD "
                         "FOR APPROVAL - RUN STOPPED"
                       move ws-file-empty to ws-appr-eof-flag
                       move 8          to return-code
                   end-if
           end-read.
           if ((ws-ah-file-status not = "00") and
             (ws-ah-file-status not = "10")) then
               display "A4EMPMT - APPROVAL HELD CARD READ FAILED, "
                 "STATUS " ws-ah-file-status
               move ws-file-empty      to ws-appr-eof-flag
               move 8                  to return-code
           end-if.

      *    Open the master for update, creating it on first use the
      *    same way the salary report creates its history master -
      *    open OUTPUT once when the OPEN I-O gets file status "35",
               move 8                  to return-code
               goback
           end-if.
           open i-o inactive-master-file.
           if (ws-im-file-status = "35") then
               open output inactive-master-file
               close inactive-master-file
               open i-o inactive-master-file
           end-if.
           if (ws-im-file-status not = "00") then
               display "A4EMPMT - UNABLE TO OPEN INACTIVE MASTER, "
                 "STATUS " ws-im-file-status
               close employee-master-file
               move 8                  to return-code
               goback
           end-if.
      *    The journal is appended to, created on first use. A
      *    change that cannot be journaled must not be applied, so
      *    a journal that will not open stops the run.
           open extend journal-file.
           if (ws-cj-file-status = "35") then
               open output journal-file
           end-if.
           if (ws-cj-file-status not = "00") then
               display "A4EMPMT - UNABLE TO OPEN COMP JOURNAL, "
                 "STATUS " ws-cj-file-status
               close employee-master-file, inactive-master-file
               move 8                  to return-code
               goback
           end-if.
           open input transaction-file.
           if (ws-tr-file-status = "00") then
               move "Y"                to ws-trans-opened-flag
               else
                   display "A4EMPMT - UNABLE TO OPEN TRANSACTIONS, "
                     "STATUS " ws-tr-file-status
                   close employee-master-file, inactive-master-file,
                     journal-file
                   move 8              to return-code
                   goback
               end-if
           end-if.

      *    This section dispatches one new transaction card and
      *    reads the next one. A card with no keyer ID is rejected
      *    here - nobody could approve it, or be answerable for
      *    it. Pending cards queued before keyer IDs were carried
      *    come through 045 and are not asked for one.
       100-apply-transactions.
           if (tr-keyer-id = spaces) then
               move "BLANK KEYER ID"   to ws-reg-status-out
               perform 160-record-reject
           else
               perform 102-dispatch-one-card
           end-if.
           perform 030-read-transaction.

      *    This section decides one card's fate by its effective
      *    rejected rather than guessed at.
       102-dispatch-one-card.
           move "N"                    to ws-reject-flag.
      *    An approval card takes effect the day it is keyed - its
      *    effective date, if any, is the held card's business.
           if (tr-action-code = "P") then
               perform 190-apply-approval
           else
               if ((tr-effective-date not = spaces) and
                 (tr-effective-date not numeric)) then
                   move "INVALID EFFECTIVE DATE" to ws-reg-status-out
                   perform 160-record-reject
               else
                   if ((tr-effective-date not = spaces) and
                     (tr-effective-date > ws-run-date)) then
                       perform 135-hold-card
                   else
                       perform 105-route-one-card
                   end-if
               end-if
           end-if.

      *    This section applies one ADD card - the employee must not
      *    already be on the master and every field must be usable,
      *    because an ADD is the record's one chance to start clean.
      *    A number found on the inactive archive is a rehire when
      *    the name matches, and is refused when it does not - that
      *    number belonged to somebody else.
       110-apply-add.
           perform 140-read-master.
           if (ws-master-found-flag = "Y") then
               move "ALREADY ON MASTER" to ws-reg-status-out
               perform 160-record-reject
           else
               perform 145-read-inactive-master
               if ((ws-inactive-found-flag = "Y") and
                 (im-employee-name not = tr-employee-name)) then
                   move "NUMBER BELONGS TO A FORMER EMPLOYEE" to
                     ws-reg-status-out
                   perform 160-record-reject
               end-if
           end-if.
           if ((ws-master-found-flag = "N") and
             (ws-reject-flag = "N")) then
               perform 150-validate-transaction-fields
               if (ws-reject-flag = "N") then
                   move tr-employee-number to em-employee-number
                   add 1               to ws-adds-applied
                   move "ADD"          to ws-reg-action-out
                   move "APPLIED"      to ws-reg-status-out
                   if (ws-inactive-found-flag = "Y") then
                       perform 115-record-rehire
                   end-if
                   perform 165-write-action-line
                   move "AFTER"        to ws-reg-image-label
                   move em-record      to ws-reg-image-out
                   perform 170-write-image-line
                   if (ws-inactive-found-flag = "Y") then
                       perform 175-write-archive-line
                   end-if
               end-if
           end-if.

      *    This section marks the archive record of a rehired
      *    employee - the record stays on the archive with its
      *    termination date and reason, so the earlier stint is
      *    never lost, and the register action line says REHIRE.
       115-record-rehire.
           move "R"                    to im-status.
           if (tr-hire-date not = spaces) then
               move tr-hire-date       to im-rehire-date
           else
               move ws-run-date        to im-rehire-date
           end-if.
           add 1                       to im-rehire-count.
           rewrite im-record.
           if (ws-im-file-status not = "00") then
               display "A4EMPMT - INACTIVE MASTER REWRITE FAILED, "
                 "STATUS " ws-im-file-status
               move ws-file-empty      to ws-trans-eof-flag
               move 8                  to return-code
           else
               add 1                   to ws-rehires-applied
           end-if.
           move spaces                 to ws-reg-status-out.
           string "APPLIED - REHIRE, LAST LEFT " delimited by size
                  im-term-date         delimited by size
             into ws-reg-status-out
           end-string.

      *    This section applies one CHANGE card - the employee must
      *    be on the master, and only the card's non-blank fields
      *    replace what is there, so HR can correct one field
      *    without re-keying the rest of the record. A card that
      *    passes the edits but moves the salary past the approval
      *    thresholds is held for approval, not rewritten.
       120-apply-change.
           move "N"                    to ws-appr-needed-flag.
           perform 140-read-master.
           if (ws-master-found-flag = "N") then
               move "NOT ON MASTER"    to ws-reg-status-out
               perform 160-record-reject
           else
               move em-record          to ws-before-image
               move em-present-salary  to ws-old-salary
               move em-education-code  to ws-old-education
               move em-department-code to ws-old-department
               if (tr-employee-name not = spaces) then
                   move tr-employee-name to em-employee-name
               end-if
                       perform 160-record-reject
                   end-if
               end-if
               if ((ws-reject-flag = "N") and
                 (ws-appr-release-flag = "N")) then
                   perform 125-check-approval-threshold
                   if (ws-appr-needed-flag = "Y") then
                       perform 138-hold-for-approval
                   end-if
               end-if
               if ((ws-reject-flag = "N") and
                 (ws-appr-needed-flag = "N")) then
                   rewrite em-record
                   add 1               to ws-changes-applied
                   move "CHANGE"       to ws-reg-action-out
                   move "AFTER"        to ws-reg-image-label
                   move em-record      to ws-reg-image-out
                   perform 170-write-image-line
                   perform 180-journal-changes
               end-if
           end-if.

      *    This section decides whether the CHANGE card just edited
      *    moves the salary far enough to need a second keyer - by
      *    more than the dollar amount, or by more than the
      *    percentage of the salary it replaces. A salary starting
      *    from zero always needs approval.
       125-check-approval-threshold.
           move "N"                    to ws-appr-needed-flag.
           if ((tr-present-salary not = spaces) and
             (em-present-salary not = ws-old-salary)) then
               if (em-present-salary > ws-old-salary) then
                   compute ws-appr-salary-change =
                     em-present-salary - ws-old-salary
               else
                   compute ws-appr-salary-change =
                     ws-old-salary - em-present-salary
               end-if
               if (ws-appr-salary-change > ws-appr-salary-amount) then
                   move "Y"            to ws-appr-needed-flag
                   move "SALARY CHANGE OVER AMOUNT" to
                     ws-appr-reason-work
               else
                   if (ws-old-salary = 0) then
                       move "Y"        to ws-appr-needed-flag
                       move "SALARY CHANGE FROM ZERO" to
                         ws-appr-reason-work
                   else
                       compute ws-appr-change-pct rounded =
                         ws-appr-salary-change * 100 / ws-old-salary
                       if (ws-appr-change-pct > ws-appr-salary-pct)
                         then
                           move "Y"    to ws-appr-needed-flag
                           move "SALARY CHANGE OVER PERCENTAGE" to
                             ws-appr-reason-work
                       end-if
                   end-if
               end-if
           end-if.

      *    This section applies one TERMINATE card - the employee
      *    must be on the master, and the before image is printed so
      *    the register shows exactly who was removed. The record is
      *    archived on the inactive master before it is deleted, so
      *    a failed archive write leaves the employee active. A
      *    rehired employee whose archive record already has every
      *    prior-stint slot taken is rejected, not archived short.
      *    Every TERMINATE that passes its edits is held for approval;
      *    it is only applied when an approval card releases it.
       130-apply-terminate.
           perform 140-read-master.
           if (ws-master-found-flag = "N") then
               move "NOT ON MASTER"    to ws-reg-status-out
               perform 160-record-reject
           else
               if ((tr-term-date not = spaces) and
                 (tr-term-date not numeric)) then
                   move "INVALID TERMINATION DATE" to
                     ws-reg-status-out
                   perform 160-record-reject
               else
                   perform 145-read-inactive-master
                   if ((ws-inactive-found-flag = "Y") and
                     (im-ps-term-date (5) not = spaces)) then
                       move "ARCHIVE STINT TABLE FULL" to
                         ws-reg-status-out
                       perform 160-record-reject
                   end-if
               end-if
           end-if.
           if ((ws-master-found-flag = "Y") and
             (ws-reject-flag = "N") and
             (ws-appr-release-flag = "N")) then
               move "TERMINATE NEEDS APPROVAL" to ws-appr-reason-work
               perform 138-hold-for-approval
           end-if.
           if ((ws-master-found-flag = "Y") and
             (ws-reject-flag = "N") and
             (ws-appr-release-flag = "Y")) then
               if (tr-term-date not = spaces) then
                   move tr-term-date   to ws-term-date
               else
                   if (tr-effective-date not = spaces) then
                       move tr-effective-date to ws-term-date
                   else
                       move ws-run-date to ws-term-date
                   end-if
               end-if
               move em-record          to ws-before-image
               perform 137-archive-employee
               if (return-code = 0) then
                   delete employee-master-file
                   add 1               to ws-terms-applied
                   move "TERMINATE"    to ws-reg-action-out
                   move "APPLIED"      to ws-reg-status-out
                   perform 165-write-action-line
                   move "BEFORE"       to ws-reg-image-label
                   move ws-before-image to ws-reg-image-out
                   perform 170-write-image-line
                   perform 175-write-archive-line
               end-if
           end-if.

      *    This section puts one card on the held-for-approval
      *    table with the date it was held and the reason set by
      *    the calling paragraph. As with the pending queue, a full
      *    table stops the run rather than drop a card.
       138-hold-for-approval.
           if (ws-appr-count >= 500) then
               display "A4EMPMT - MORE THAN 500 CARDS HELD FOR "
                 "APPROVAL - RUN STOPPED"
               move ws-file-empty      to ws-trans-eof-flag
               move 8                  to return-code
           else
               add 1                   to ws-appr-count
               add 1                   to ws-appr-held-new
               set ws-appr-idx         to ws-appr-count
               move transaction-line   to ws-appr-card (ws-appr-idx)
               move ws-run-date        to
                 ws-appr-held-date (ws-appr-idx)
               move ws-appr-reason-work to ws-appr-reason (ws-appr-idx)
               move "N"                to
                 ws-appr-released-flag (ws-appr-idx)
           end-if.

      *    This section writes the terminated employee to the
      *    inactive archive. A rehired employee leaving again
      *    already has a record there - the prior-stint table
      *    shifts down one, the last stint moves into its first
      *    slot, and the record is rewritten. A stint whose master
      *    record has no hire date started on its rehire date.
       137-archive-employee.
           perform 145-read-inactive-master.
           if (ws-inactive-found-flag = "Y") then
               perform 139-shift-prior-stint
                 varying im-stint-idx from 5 by -1
                 until im-stint-idx < 2
               move im-hire-date       to im-ps-hire-date (1)
               move im-stint-rehire-date to im-ps-rehire-date (1)
               move im-term-date       to im-ps-term-date (1)
               move im-term-reason-code to im-ps-reason-code (1)
               move im-rehire-date     to im-stint-rehire-date
           else
               move spaces             to im-record
               move em-employee-number to im-employee-number
               move 0                  to im-rehire-count
           end-if.
           move em-employee-name       to im-employee-name.
           move em-education-code      to im-education-code.
           move em-service-years       to im-service-years.
           move em-present-salary      to im-present-salary.
           move em-department-code     to im-department-code.
           if (em-hire-date not = spaces) then
               move em-hire-date       to im-hire-date
           else
               move im-stint-rehire-date to im-hire-date
           end-if.
           move ws-term-date           to im-term-date.
           move tr-term-reason-code    to im-term-reason-code.
           move "I"                    to im-status.
           if (ws-inactive-found-flag = "Y") then
               rewrite im-record
           else
               write im-record
           end-if.
           if (ws-im-file-status not = "00") then
               display "A4EMPMT - INACTIVE MASTER WRITE FAILED, "
                 "STATUS " ws-im-file-status
               move ws-file-empty      to ws-trans-eof-flag
               move 8                  to return-code
           else
               add 1                   to ws-records-archived
           end-if.

      *    This section moves one prior stint down a slot, called
      *    from the shift loop in 137-archive-employee - the last
      *    slot is known to be free, 130-apply-terminate having
      *    rejected a card that would push a stint off the table.
       139-shift-prior-stint.
           move im-prior-stint (im-stint-idx - 1) to
             im-prior-stint (im-stint-idx).

      *    This section looks the transaction's employee up on the
      *    master, setting the found flag for the calling handler.
       140-read-master.
                   move "Y"            to ws-master-found-flag
           end-read.

      *    This section looks the transaction's employee up on the
      *    inactive archive, setting the archive found flag.
       145-read-inactive-master.
           move tr-employee-number     to im-employee-number.
           move "N"                    to ws-inactive-found-flag.
           read inactive-master-file
               invalid key
                   continue
               not invalid key
                   move "Y"            to ws-inactive-found-flag
           end-read.

      *    This section validates every field of an ADD card - the
      *    same edits the feed pre-edit and the report step apply,
      *    enforced here so a bad value never gets onto the master
           write register-line         from ws-register-image-line
             after advancing ws-one line.

      *    This section writes the archive line under a TERMINATE or
      *    rehire - the last stint on the archive record and, for an
      *    employee who has been rehired before, one line for each
      *    stint before it.
       175-write-archive-line.
           move "ARCHIVE"              to ws-reg-image-label.
           move spaces                 to ws-reg-image-out.
           string "HIRED "             delimited by size
                  im-hire-date         delimited by size
                  " REHIRED "          delimited by size
                  im-stint-rehire-date delimited by size
                  " LEFT "             delimited by size
                  im-term-date         delimited by size
                  " REASON "           delimited by size
                  im-term-reason-code  delimited by size
             into ws-reg-image-out
           end-string.
           perform 170-write-image-line.
           perform 177-write-prior-stint-line
             varying im-stint-idx from 1 by 1
             until im-stint-idx > 5.

      *    This section writes one occupied prior-stint slot of the
      *    archive record, called from the loop in
      *    175-write-archive-line.
       177-write-prior-stint-line.
           if (im-ps-term-date (im-stint-idx) not = spaces) then
               move "PRIOR"            to ws-reg-image-label
               move spaces             to ws-reg-image-out
               string "HIRED "         delimited by size
                      im-ps-hire-date (im-stint-idx)
                                       delimited by size
                      " REHIRED "      delimited by size
                      im-ps-rehire-date (im-stint-idx)
                                       delimited by size
                      " LEFT "         delimited by size
                      im-ps-term-date (im-stint-idx)
                                       delimited by size
                      " REASON "       delimited by size
                      im-ps-reason-code (im-stint-idx)
                                       delimited by size
                 into ws-reg-image-out
               end-string
               perform 170-write-image-line
           end-if.

      *    This section journals each compensation field the CHANGE
      *    card just applied actually moved - a card re-keying the
      *    value already there journals nothing.
       180-journal-changes.
           if (em-present-salary not = ws-old-salary) then
               move "S"                to ws-jrn-field-code
               move ws-old-salary      to ws-jrn-old-salary
               move em-present-salary  to ws-jrn-new-salary
               perform 185-write-journal-record
           end-if.
           if (em-education-code not = ws-old-education) then
               move "E"                to ws-jrn-field-code
               move ws-old-education   to ws-jrn-old-value
               move em-education-code  to ws-jrn-new-value
               perform 185-write-journal-record
           end-if.
           if (em-department-code not = ws-old-department) then
               move "D"                to ws-jrn-field-code
               move ws-old-department  to ws-jrn-old-value
               move em-department-code to ws-jrn-new-value
               perform 185-write-journal-record
           end-if.

      *    This section appends one journal record for the current
      *    card, the old and new values set by 180-journal-changes.
      *    A card released from the approval hold carries the
      *    approver's ID alongside its own keyer's.
       185-write-journal-record.
           move spaces                 to journal-record.
           move em-employee-number     to cj-employee-number.
           move ws-jrn-field-code      to cj-field-code.
           move ws-jrn-old-value       to cj-old-value.
           move ws-jrn-new-value       to cj-new-value.
           move em-department-code     to cj-department-code.
           move "A4EMPMT"              to cj-source-program.
           move ws-run-date            to cj-run-date.
           move ws-run-time (1:6)      to cj-run-time.
           move transaction-line       to cj-source-ref.
           move ws-jrn-approver-id     to cj-approver-id.
           write journal-record.
           if (ws-cj-file-status not = "00") then
               display "A4EMPMT - COMP JOURNAL WRITE FAILED, STATUS "
                 ws-cj-file-status
               move ws-file-empty      to ws-trans-eof-flag
               move 8                  to return-code
           end-if.

      *    This section applies one approval card. The oldest card
      *    held for approval for the same employee and action is
      *    released and applied through the same handler as any
      *    fresh card - unless the approver is the person who
      *    keyed it, which is exactly what dual control is there to
      *    stop.
       190-apply-approval.
           if ((tr-approved-action not = "C") and
             (tr-approved-action not = "T")) then
               move "INVALID APPROVED ACTION" to ws-reg-status-out
               perform 160-record-reject
           else
               move transaction-line   to ws-approval-card
               move tr-keyer-id        to ws-approver-id
               move "N"                to ws-appr-found-flag
               move "N"                to ws-appr-self-flag
               if (ws-appr-count > 0) then
                   perform 192-test-one-held-card
                     varying ws-appr-idx from 1 by 1
                     until (ws-appr-idx > ws-appr-count) or
                     (ws-appr-found-flag = "Y")
               end-if
               if (ws-appr-found-flag = "Y") then
                   subtract 1          from ws-appr-idx
                   perform 195-release-held-card
               else
                   if (ws-appr-self-flag = "Y") then
                       move "APPROVER IS THE KEYER" to
                         ws-reg-status-out
                   else
                       move "NO HELD CARD TO APPROVE" to
                         ws-reg-status-out
                   end-if
                   perform 160-record-reject
               end-if
           end-if.

      *    This section tests one held card against the approval
      *    card, called from the lookup loop in 190-apply-approval.
      *    A matching card keyed by the approver is noted but not
      *    taken, so another keyer's card for the same change still
      *    can be.
       192-test-one-held-card.
           move ws-appr-card (ws-appr-idx) to ws-appr-card-work.
           if ((ws-appr-released-flag (ws-appr-idx) = "N") and
             (ws-acw-action-code = tr-approved-action) and
             (ws-acw-employee-number = tr-employee-number)) then
               if (ws-acw-keyer-id = ws-approver-id) then
                   move "Y"            to ws-appr-self-flag
               else
                   move "Y"            to ws-appr-found-flag
               end-if
           end-if.

      *    This section releases the held card found by
      *    190-apply-approval and applies it, printing who approved
      *    it under its register entry. A released card that no
      *    longer passes its edits is rejected like any other and
      *    does not go back on the held table.
       195-release-held-card.
           move "Y"                    to
             ws-appr-released-flag (ws-appr-idx).
           add 1                       to ws-appr-released.
           move ws-appr-card (ws-appr-idx) to transaction-line.
           move tr-keyer-id            to ws-approved-keyer-id.
           move "Y"                    to ws-appr-release-flag.
           move ws-approver-id         to ws-jrn-approver-id.
           perform 105-route-one-card.
           move "N"                    to ws-appr-release-flag.
           move spaces                 to ws-jrn-approver-id.
           if ((ws-reject-flag = "N") and (return-code = 0)) then
               move "APPROVED"         to ws-reg-image-label
               move spaces             to ws-reg-image-out
               string "BY "            delimited by size
                      ws-approver-id   delimited by size
                      " ON "           delimited by size
                      ws-run-date      delimited by size
                      " - KEYED BY "   delimited by size
                      ws-approved-keyer-id delimited by size
                 into ws-reg-image-out
               end-string
               perform 170-write-image-line
           end-if.

      *    This section prints the rejected section of the
      *    register - every buffered reject with its reason and the
      *    raw card image.
                   if (ws-rej-action-code (ws-rej-idx) = "T") then
                       move "TERMINATE" to ws-reg-action-out
                   else
                       if (ws-rej-action-code (ws-rej-idx) = "P")
                         then
                           move "APPROVE" to ws-reg-action-out
                       else
                           move ws-rej-action-code (ws-rej-idx) to
                             ws-reg-action-out
                       end-if
                   end-if
               end-if
           end-if.
           move transaction-line       to ws-reg-image-out.
           perform 170-write-image-line.

      *    This section prints the held-for-approval section of the
      *    register - every card still waiting for a second keyer,
      *    held this run or earlier, with why it was held, who keyed
      *    it and how long it has waited.
       230-write-approval-section.
           move 0                      to ws-appr-outstanding.
           move 0                      to ws-appr-aged.
           if (ws-appr-count > 0) then
               perform 232-count-one-outstanding
                 varying ws-appr-idx from 1 by 1
                 until ws-appr-idx > ws-appr-count
           end-if.
           if (ws-appr-outstanding > 0) then
               write register-line     from
                 ws-approval-section-heading
                 after advancing ws-two lines
               perform 235-write-one-approval-card
                 varying ws-appr-idx from 1 by 1
                 until ws-appr-idx > ws-appr-count
           end-if.

      *    This section counts one card still waiting, and whether
      *    it has waited past the aging limit, called from the loop
      *    in 230-write-approval-section.
       232-count-one-outstanding.
           if (ws-appr-released-flag (ws-appr-idx) = "N") then
               add 1                   to ws-appr-outstanding
               perform 237-compute-days-waiting
               if (ws-appr-days-waiting > ws-appr-aging-days) then
                   add 1               to ws-appr-aged
               end-if
           end-if.

      *    This section writes one waiting card's lines, called
      *    from the loop in 230-write-approval-section.
       235-write-one-approval-card.
           if (ws-appr-released-flag (ws-appr-idx) = "N") then
               perform 237-compute-days-waiting
               perform 238-write-approval-lines
               move "CARD"             to ws-reg-image-label
               move transaction-line   to ws-reg-image-out
               perform 170-write-image-line
           end-if.

      *    This section works out how many days the current table
      *    entry has waited for approval. A held date that does not
      *    read as a date counts as held today.
       237-compute-days-waiting.
           move 0                      to ws-appr-days-waiting.
           if (ws-appr-held-date (ws-appr-idx) numeric) then
               move ws-appr-held-date (ws-appr-idx) to ws-dn-date
               perform 250-compute-day-number
               if (ws-dn-result < ws-run-day-number) then
                   compute ws-appr-days-waiting =
                     ws-run-day-number - ws-dn-result
               end-if
           end-if.

      *    This section writes the action line and the reason line
      *    of the current waiting card, for both the held-for-
      *    approval section and the aging list.
       238-write-approval-lines.
           move ws-appr-card (ws-appr-idx) to transaction-line.
           if (tr-action-code = "T") then
               move "TERMINATE"        to ws-reg-action-out
           else
               move "CHANGE"           to ws-reg-action-out
           end-if.
           move tr-employee-number     to ws-reg-employee-out.
           move ws-appr-days-waiting   to ws-appr-days-out.
           move spaces                 to ws-reg-status-out.
           string "HELD SINCE "        delimited by size
                  ws-appr-held-date (ws-appr-idx) delimited by size
                  " - "                delimited by size
                  ws-appr-days-out     delimited by size
                  " DAYS"              delimited by size
             into ws-reg-status-out
           end-string.
           write register-line         from ws-register-action-line
             after advancing ws-one line.
           move "REASON"               to ws-reg-image-label.
           move spaces                 to ws-reg-image-out.
           string ws-appr-reason (ws-appr-idx) delimited by size
                  " KEYED BY "         delimited by size
                  tr-keyer-id          delimited by size
             into ws-reg-image-out
           end-string.
           perform 170-write-image-line.

      *    This section prints the aging list - the cards that have
      *    waited for approval longer than the control file allows,
      *    so they can be chased rather than left to sit.
       240-write-aging-section.
           if (ws-appr-aged > 0) then
               move ws-appr-aging-days to ws-aging-days-out
               write register-line     from ws-aging-section-heading
                 after advancing ws-two lines
               perform 245-write-one-aged-card
                 varying ws-appr-idx from 1 by 1
                 until ws-appr-idx > ws-appr-count
           end-if.

      *    This section writes one overdue card's lines, called
      *    from the loop in 240-write-aging-section.
       245-write-one-aged-card.
           if (ws-appr-released-flag (ws-appr-idx) = "N") then
               perform 237-compute-days-waiting
               if (ws-appr-days-waiting > ws-appr-aging-days) then
                   perform 238-write-approval-lines
               end-if
           end-if.

      *    This section turns ws-dn-date into a day number - days
      *    counted from a fixed origin, with March taken as the
      *    first month so the leap day falls at the end of the
      *    year. Each division is done on its own so it truncates.
       250-compute-day-number.
           if (ws-dn-mm <= 2) then
               compute ws-dn-year = ws-dn-yyyy - 1
               compute ws-dn-month = ws-dn-mm + 12
           else
               move ws-dn-yyyy         to ws-dn-year
               move ws-dn-mm           to ws-dn-month
           end-if.
           divide ws-dn-year by 4      giving ws-dn-year-4.
           divide ws-dn-year by 100    giving ws-dn-year-100.
           divide ws-dn-year by 400    giving ws-dn-year-400.
           compute ws-dn-month-days = (153 * (ws-dn-month - 3)) + 2.
           divide ws-dn-month-days by 5 giving ws-dn-month-days.
           compute ws-dn-result = (365 * ws-dn-year) + ws-dn-year-4
             - ws-dn-year-100 + ws-dn-year-400 + ws-dn-month-days
             + ws-dn-dd.

      *    This section rewrites the pending file with the cards
      *    still not due - the old pending cards that have not come
      *    due plus the new future-dated ones. An empty held table
               close pending-file
           end-if.

      *    This section rewrites the approval-held file with the
      *    cards still waiting. Like the pending file it is
      *    rewritten even when nothing waits, so every card an
      *    approval released comes off it.
       400-rewrite-approval-held-file.
           open output approval-held-file.
           if (ws-ah-file-status not = "00") then
               display "A4EMPMT - UNABLE TO REWRITE APPROVAL HELD "
                 "FILE, STATUS " ws-ah-file-status
               move 8                  to return-code
           else
               if (ws-appr-count > 0) then
                   perform 405-write-one-approval-held-card
                     varying ws-appr-idx from 1 by 1
                     until ws-appr-idx > ws-appr-count
               end-if
               close approval-held-file
           end-if.

      *    This section writes one waiting card back to the
      *    approval-held file, called from the loop in
      *    400-rewrite-approval-held-file.
       405-write-one-approval-held-card.
           if (ws-appr-released-flag (ws-appr-idx) = "N") then
               move ws-appr-card (ws-appr-idx) to ah-card
               move ws-appr-held-date (ws-appr-idx) to ah-held-date
               move ws-appr-reason (ws-appr-idx) to ah-hold-reason
               write approval-held-line
               if (ws-ah-file-status not = "00") then
                   display "A4EMPMT - APPROVAL HELD CARD WRITE "
                     "FAILED, STATUS " ws-ah-file-status
                   move 8              to return-code
                   set ws-appr-idx     to ws-appr-count
               end-if
           end-if.

      *    This section writes one held card back to the pending
      *    file, called from the loop in 320-rewrite-pending-file.
       325-write-one-pending-card.
           move ws-held-count          to ws-sum-held-out.
           write register-line         from ws-register-summary4
             after advancing ws-one line.
           move ws-rehires-applied     to ws-sum-rehires-out.
           move ws-records-archived    to ws-sum-archived-out.
           write register-line         from ws-register-summary5
             after advancing ws-one line.
           move ws-appr-outstanding    to ws-sum-appr-held-out.
           move ws-appr-released       to ws-sum-appr-released-out.
           write register-line         from ws-register-summary6
             after advancing ws-one line.
           move ws-appr-held-new       to ws-sum-appr-new-out.
           move ws-appr-aged           to ws-sum-appr-aged-out.
           write register-line         from ws-register-summary7
             after advancing ws-one line.

      *    This section unloads the maintained master in employee
      *    number order to the feed file, in the 44-character
      *    layout the salary report step reads - the master is now
      *    the source of truth and each run's feed generation is
      *    its snapshot.
                       move spaces     to
                         ws-ctl-closed-date (ws-ctl-idx)
                       move "N"        to ws-ctl-override (ws-ctl-idx)
                       move ws-records-fed to
                         ws-ctl-unloaded (ws-ctl-idx)
                       perform 380-rewrite-run-control
                   end-if
               end-if
                         ws-ctl-closed-date (ws-ctl-idx)
                       move rn-override-flag to
                         ws-ctl-override (ws-ctl-idx)
                       move rn-records-unloaded to
                         ws-ctl-unloaded (ws-ctl-idx)
                   else
                       display "A4EMPMT - RUN CONTROL FILE EXCEEDS "
                         "200 RECORDS - CYCLE NOT OPENED"
             rn-processed-date.
           move ws-ctl-closed-date (ws-ctl-idx) to rn-closed-date.
           move ws-ctl-override (ws-ctl-idx) to rn-override-flag.
           move ws-ctl-unloaded (ws-ctl-idx) to rn-records-unloaded.
           write run-control-record.
           if (ws-ctl-file-status not = "00") then
               display "A4EMPMT - RUN CONTROL WRITE FAILED, "

      *Close files
       600-close-files.
           close employee-master-file, inactive-master-file,
             journal-file, register-file, feed-file.
           if (ws-trans-opened-flag = "Y") then
               close transaction-file
           end-if.
