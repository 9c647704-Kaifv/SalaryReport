       data division.
       file section.

      *Feed definition - the same 44-character layout the salary
      *report step reads, used for both generations.
       fd current-feed-file
           data record is current-feed-line
           record contains 44 characters.

       01 current-feed-line.
         05 cf-employee-number         pic x(6).
         05 cf-employee-name           pic x(15).
         05 cf-education-code          pic x.
         05 cf-service-years           pic x(2).

       fd prior-feed-file
           data record is prior-feed-line
           record contains 44 characters.

       01 prior-feed-line.
         05 pf-employee-number         pic x(6).
         05 pf-employee-name           pic x(15).
         05 pf-education-code          pic x.
         05 pf-service-years           pic x(2).
      *This is the section showing column headings on the report.
       01 ws-report-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(15)   value "NAME".
         05 filler                     pic x(2)    value spaces.
      *moved, edited by the calling paragraph.
       01 ws-delta-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-del-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-del-name-out            pic x(15).
         05 filler                     pic x(2)    value spaces.
       01 ws-prior-table.
         05 ws-pr-entry                occurs 5000 times
                                        indexed by ws-pr-idx.
           10 ws-pr-employee-number    pic x(6).
           10 ws-pr-employee-name      pic x(15).
           10 ws-pr-service-years      pic 99.
           10 ws-pr-present-salary     pic 99999v99.
