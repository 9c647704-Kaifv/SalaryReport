       fd salary-history-file
           label records are standard.
       01 sh-record.
         05 sh-employee-number         pic x(6).
         05 sh-last-salary             pic 9(7)v99.

      *Rebuilt master definition
       fd new-history-file
           label records are standard.
       01 nh-record.
         05 nh-employee-number         pic x(6).
         05 nh-last-salary             pic 9(7)v99.

      *Control card definition - the action word with an employee
      *number in columns 13-18 when the action takes one.
       fd control-file
           data record is control-card
           record contains 19 characters.

       01 control-card.
         05 cc-action                  pic x(12).
         05 cc-employee-number         pic x(6).
         05 filler                     pic x.

      *Input feed definition - only the employee number matters
      *here, the rest of the 44-character layout rides along.
       fd feed-file
           data record is feed-line
           record contains 44 characters.

       01 feed-line.
         05 fd-employee-number         pic x(6).
         05 filler                     pic x(38).

      *Audit listing definition

       01 ws-audit-heading2.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(11)   value "LAST SALARY".
         05 filler                     pic x(2)    value spaces.
      *This is the audit line written for every master record.
       01 ws-audit-detail-line.
         05 filler                     pic x       value spaces.
         05 ws-aud-employee-out        pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-aud-salary-out          pic z,zzz,zz9.99.
         05 filler                     pic x(2)    value spaces.
       01 ws-purge-table.
         05 ws-purge-number            occurs 500 times
                                        indexed by ws-purge-idx
                                       pic x(6).

       77 ws-purge-count               pic 9(3)    value 0.

       01 ws-feed-table.
         05 ws-feed-number             occurs 5000 times
                                        indexed by ws-feed-idx
                                       pic x(6).

       77 ws-feed-count                pic 9(5)    value 0.

