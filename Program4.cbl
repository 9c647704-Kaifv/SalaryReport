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
         05 rn-processed-date          pic x(8).
         05 rn-closed-date             pic x(8).
         05 rn-override-flag           pic x.
      *  The feed records the maintenance run unloaded for the
      *  generation - blank on cycles opened before it was kept.
         05 rn-records-unloaded        pic x(5).
         05 rn-records-unloaded-num redefines rn-records-unloaded
                                       pic 9(5).
         05 filler                     pic x(5).

       working-storage section.
      *This section will be showing the report heading at the top
      *This is the section showing column headings on the report.
       01 ws-report-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(30)   value "STATUS".
         05 filler                     pic x(2)    value spaces.
      *This is the detail line written for every discrepancy found.
       01 ws-recon-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-rec-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-rec-status-out          pic x(30).
         05 filler                     pic x(2)    value spaces.
       01 ws-extract-table.
         05 ws-ext-entry               occurs 5000 times
                                        indexed by ws-ext-idx.
           10 ws-ext-employee-number   pic x(6).
           10 ws-ext-new-salary        pic 9(7)v99.
           10 ws-ext-confirmed-flag    pic x.

       77 ws-ext-count                 pic 9(5)    value 0.
       77 ws-ext-found-flag            pic x       value "N".
       77 ws-ext-lookup-number         pic x(6)    value spaces.

      *  This section holds the control counts printed on the
      *  report trailer.
           10 ws-ctl-processed-date    pic x(8).
           10 ws-ctl-closed-date       pic x(8).
           10 ws-ctl-override          pic x.
           10 ws-ctl-unloaded          pic x(5).
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.
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
                         ws-ctl-closed-date (ws-ctl-idx)
                       move rn-override-flag to
                         ws-ctl-override (ws-ctl-idx)
                       move rn-records-unloaded to
                         ws-ctl-unloaded (ws-ctl-idx)
                   else
                       display "A4RECON - RUN CONTROL FILE EXCEEDS "
                         "200 RECORDS - CYCLE NOT CLOSED"
             rn-processed-date.
           move ws-ctl-closed-date (ws-ctl-idx) to rn-closed-date.
           move ws-ctl-override (ws-ctl-idx) to rn-override-flag.
           move ws-ctl-unloaded (ws-ctl-idx) to rn-records-unloaded.
           write run-control-record.
           if (ws-ctl-file-status not = "00") then
               display "A4RECON - RUN CONTROL WRITE FAILED, "
