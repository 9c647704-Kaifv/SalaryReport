       file section.

      *Input definition - read into a raw buffer longer than the
      *44-character layout so short and long records can be measured
      *against the layout instead of being silently padded/truncated.
       fd edit-input-file
           record is varying in size from 1 to 80 characters
           depending on ws-input-length.

       01 pe-input-record.
         05 pe-employee-number         pic x(6).
         05 pe-employee-name           pic x(15).
         05 pe-education-code          pic x.
         05 pe-service-years           pic x(2).
         05 rn-processed-date          pic x(8).
         05 rn-closed-date             pic x(8).
         05 rn-override-flag           pic x.
      *  The feed records the maintenance run unloaded for the
      *  generation - blank on cycles opened before it was kept.
         05 rn-records-unloaded        pic x(5).
         05 rn-records-unloaded-num redefines rn-records-unloaded
                                       pic 9(5).
         05 filler                     pic x(5).

      *Operator override card definition
       fd override-card-file
         05 filler                     pic x       value spaces.
         05 filler                     pic x(5)    value "REC #".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(6)    value "EMP".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(30)   value "REASON".
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x       value spaces.
         05 ws-err-record-number       pic zzzz9.
         05 filler                     pic x(2)    value spaces.
         05 ws-err-employee-number     pic x(6).
         05 filler                     pic x(2)    value spaces.
         05 ws-err-reason              pic x(30).
         05 filler                     pic x(2)    value spaces.
       01 ws-seen-table.
         05 ws-seen-number             occurs 5000 times
                                        indexed by ws-seen-idx
                                       pic x(6).

       77 ws-seen-count                pic 9(5)    value 0.
       77 ws-seen-found-flag           pic x       value "N".
       77 ws-file-opened               pic x       value "o".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.
      *  The input layout is 43 data characters plus one spare byte
      *  in the 44-character record, but this runtime strips
      *  trailing blanks on WRITE - a record whose hire date is
      *  blank (an unconverted master, or an ADD card without one)
      *  comes back as short as 35 characters and is still whole.
      *  Anything from the old full layout up to the new one
      *  passes; shorter means the salary field is cut into,
      *  longer means the wrong layout.
       77 ws-layout-min-length         pic 9(4)    value 35.
       77 ws-layout-max-length         pic 9(4)    value 44.

       procedure division.

           perform 030-read-input.

      *    This section checks the record length against the
      *    44-character input layout - a short record leaves the
      *    salary and department fields reading garbage, a long one
      *    means the feed was built from the wrong layout.
       110-check-record-length.
      *    record area would otherwise still hold the previous
      *    record's bytes there.
       145-check-hire-date.
           if (ws-input-length < 43) then
               move spaces             to pe-hire-date
           end-if.
           if ((pe-hire-date not = spaces) and
