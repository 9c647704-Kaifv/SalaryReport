      *a single ALL card.
       fd request-file
           data record is request-line
           record contains 6 characters.

       01 request-line.
         05 rq-employee-number         pic x(6).

      *Employee master definition - same record as the maintenance
      *run keeps.
       fd employee-master-file
           label records are standard.
       01 em-record.
         05 em-employee-number         pic x(6).
         05 em-employee-name           pic x(15).
         05 em-education-code          pic x.
         05 em-service-years           pic 99.
       fd salary-history-file
           label records are standard.
       01 sh-record.
         05 sh-employee-number         pic x(6).
         05 sh-last-salary             pic 9(7)v99.

      *Department reference master definition - one record per
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

       01 extract-envelope-line.
         05 ee-type                    pic x.
           record contains 15 characters.

       01 confirm-line.
         05 pc-employee-number         pic x(6).
         05 pc-confirmed-salary        pic x(9).
         05 pc-confirmed-salary-num redefines pc-confirmed-salary
                                       pic 9(7)v99.

       01 confirm-header-line.
         05 ch-type                    pic x.
         05 filler                     pic x(6)    value spaces.
         05 filler                     pic x(10)   value
         "EMPLOYEE: ".
         05 ws-hdr-employee-out        pic x(6).

      *This is the master section of one dossier page.
       01 ws-master-line1.
       01 ws-request-table.
         05 ws-req-number              occurs 500 times
                                        indexed by ws-req-idx
                                       pic x(6).

       77 ws-request-count             pic 9(3)    value 0.
       77 ws-all-card-flag             pic x       value "N".
       01 ws-extract-table.
         05 ws-ext-entry               occurs 5000 times
                                        indexed by ws-ext-idx.
           10 ws-ext-employee-number   pic x(6).
           10 ws-ext-position          pic x(10).
           10 ws-ext-pay-increase      pic 9(5)v99.
           10 ws-ext-new-salary        pic 9(7)v99.
       01 ws-confirm-table.
         05 ws-cnf-entry               occurs 5000 times
                                        indexed by ws-cnf-idx.
           10 ws-cnf-employee-number   pic x(6).
           10 ws-cnf-salary            pic 9(7)v99.
           10 ws-cnf-numeric-flag      pic x.


      *  Table of the department reference master.
       01 ws-dept-ref-table.
         05 ws-dref-entry              occurs 500 times
                                        indexed by ws-dref-idx.
           10 ws-dref-code             pic x(4).
           10 ws-dref-name             pic x(20).
           10 ws-dref-cost-center      pic x(6).
           10 ws-dref-manager          pic x(20).

       77 ws-dept-ref-count            pic 9(3)    value 0.
       77 ws-dref-found-flag           pic x       value "N".

      *  The employee the current dossier page is being built for,
      *  and what the lookups found.
       01 ws-dossier-work.
         05 ws-inq-employee            pic x(6)    value spaces.
         05 ws-master-found-flag       pic x       value "N".
         05 ws-pages-printed           pic 9(5)    value 0.
         05 ws-hst-salary-edit         pic z,zzz,zz9.99.
               at end
                   move ws-file-empty  to ws-dref-eof-flag
               not at end
                   if (ws-dept-ref-count < 500) then
                       add 1           to ws-dept-ref-count
                       set ws-dref-idx to ws-dept-ref-count
                       move dr-department-code to
      *    This section reads one extract line into the table,
      *    called from the load loop in 040-load-extract. Envelope
      *    records are told apart from detail lines by their type
      *    byte and the comma a detail line always carries in
      *    column 7, after the six-character employee number.
       045-load-one-extract-line.
           read extract-file
               at end
                   move ws-file-empty  to ws-ext-eof-flag
               not at end
                   if (((ee-type = "H") or (ee-type = "T")) and
                     (extract-line (7:1) not = ",")) then
                       continue
                   else
                       if (ws-ext-count < 5000) then
