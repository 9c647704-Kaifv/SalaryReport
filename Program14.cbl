       identification division.
       program-id. A4-CostForecast.
       author. Kaifkhan Vakil.
       date-written. 2026-10-15.
      *Program description:
      *In the following program we will be forecasting salary cost
      *twelve months ahead, department by department and cost
      *center by cost center. Finance built the forecast by hand
      *from the master, the pending-card file and the grade table,
      *and could never say why one month's figure differed from the
      *last. This program starts from the employee master as it
      *stands, walks forward a month at a time applying the
      *future-dated cards waiting on A4-EmpPending.dat in the month
      *they fall due - promotions, transfers, terminations and new
      *hires - the cards already due but held on A4-EmpApprHeld.dat
      *awaiting a second keyer's approval, which are taken in the
      *first month and noted as such under the month they move,
      *and the grade-minimum crossings each employee's hire
      *date brings, raising a crossing employee by the new grade's
      *percentage up to its maximum. Every month's headcount and
      *monthly cost is printed per department with the movement
      *that explains it, then per cost center, and the opening
      *totals are reconciled back to the starting master. The
      *grade ladder is taken from A4-GradeTab.dat, or built from
      *A4-Params.dat when no table is mounted, exactly as the
      *salary run does.

       environment division.
       configuration section.

       input-output section.
       file-control.
      *    Employee master, keyed on employee number - the starting
      *    position of the forecast, read once in key order.
           select employee-master-file
           assign to "../../../A4-EmployeeMaster.dat"
           organization is indexed
           access mode is sequential
           record key is em-employee-number
           file status is ws-em-file-status.

      *    Parameter file the default grade ladder is built from
      *    when no grade table is mounted.
           select param-file
           assign to "../../../A4-Params.dat"
           organization is line sequential
           file status is ws-param-file-status.

      *    The grade ladder the salary run classifies against.
           select grade-table-file
           assign to "../../../A4-GradeTab.dat"
           organization is line sequential
           file status is ws-gt-file-status.

      *    Department reference master, for the names and cost
      *    centers.
           select dept-ref-file
           assign to "../../../A4-DeptRef.dat"
           organization is line sequential
           file status is ws-dr-file-status.

      *    The future-dated maintenance cards still waiting to be
      *    applied - read only, the maintenance run owns the file.
           select pending-file
           assign to "../../../A4-EmpPending.dat"
           organization is line sequential
           file status is ws-pd-file-status.

      *    The cards already due that the maintenance run holds for
      *    dual-control approval - read only, as the pending cards.
           select approval-held-file
           assign to "../../../A4-EmpApprHeld.dat"
           organization is line sequential
           file status is ws-ah-file-status.

      *    The printed forecast.
           select forecast-report-file
           assign to "../../../A4-Forecast.out".

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

      *Parameter file definition - same record the salary run reads.
       fd param-file
           data record is param-line
           record contains 58 characters.

       01 param-line.
         05 pr-analyst-percentage      pic 99v9.
         05 pr-sen-prog-percentage     pic 99v9.
         05 pr-prog-percentage         pic 99v9.
         05 pr-jr-prog-percentage      pic 99v9.
         05 pr-grad-analyst-years      pic 99.
         05 pr-grad-sen-prog-years     pic 99.
         05 pr-grad-prog-years         pic 99.
         05 pr-nongrad-prog-years      pic 99.
         05 pr-nongrad-jr-prog-years   pic 99.
         05 pr-analyst-max-salary      pic 9(7)v99.
         05 pr-sen-prog-max-salary     pic 9(7)v99.
         05 pr-prog-max-salary         pic 9(7)v99.
         05 pr-jr-prog-max-salary      pic 9(7)v99.

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

      *Pending-card definition - whole maintenance cards as the
      *maintenance run holds them, in the transaction layout.
       fd pending-file
           data record is pending-line
           record contains 60 characters.

       01 pending-line.
         05 pl-action-code             pic x.
         05 pl-employee-number         pic x(6).
         05 pl-employee-name           pic x(15).
         05 pl-education-code          pic x.
         05 pl-service-years           pic x(2).
         05 pl-service-years-num redefines pl-service-years
                                       pic 99.
         05 pl-present-salary          pic x(7).
         05 pl-present-salary-num redefines pl-present-salary
                                       pic 9(5)v99.
         05 pl-department-code         pic x(4).
         05 pl-hire-date               pic x(8).
         05 pl-effective-date          pic x(8).
         05 pl-keyer-id                pic x(8).

      *Approval-held definition - the whole card as keyed, the date
      *it was first held and why it needs approval, as the
      *maintenance run holds them.
       fd approval-held-file
           data record is approval-held-line
           record contains 98 characters.

       01 approval-held-line.
         05 ah-card                    pic x(60).
         05 ah-held-date               pic x(8).
         05 ah-hold-reason             pic x(30).

      *Forecast report definition
       fd forecast-report-file
           data record is report-line
           record contains 132 characters.

       01 report-line                  pic x(132).

       working-storage section.
      *This section will be showing the report heading at the top.
       01 ws-report-heading.
         05 filler                     pic x(44)   value
         "12-MONTH SALARY COST FORECAST - A4FCAST".
         05 filler                     pic x(9)    value "RUN DATE ".
         05 ws-heading-date-out        pic x(8).

      *These are the reconciliation lines tying the forecast's
      *opening position back to the starting master.
       01 ws-recon-line1.
         05 filler                     pic x(30)   value
         " STARTING MASTER   RECORDS   =".
         05 ws-recon-master-count-out  pic zzzz9.
         05 filler                     pic x(18)   value
         "   ANNUAL SALARY =".
         05 ws-recon-master-salary-out pic zzz,zzz,zz9.99.

       01 ws-recon-line2.
         05 filler                     pic x(30)   value
         " FORECAST OPENING  HEADCOUNT =".
         05 ws-recon-open-count-out    pic zzzz9.
         05 filler                     pic x(18)   value
         "   ANNUAL SALARY =".
         05 ws-recon-open-salary-out   pic zzz,zzz,zz9.99.
         05 filler                     pic x(17)   value
         "   MONTHLY COST =".
         05 ws-recon-open-cost-out     pic zzz,zzz,zz9.99.

       01 ws-recon-line3.
         05 filler                     pic x(30)   value
         " MASTER RECORDS NOT FORECAST =".
         05 ws-recon-rejected-out      pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 ws-recon-result-out        pic x(40).

      *These are the section headings.
       01 ws-dept-section-heading.
         05 filler                     pic x(28)   value
         "** FORECAST BY DEPARTMENT **".

       01 ws-total-section-heading.
         05 filler                     pic x(32)   value
         "** FORECAST - ALL DEPARTMENTS **".

       01 ws-cc-section-heading.
         05 filler                     pic x(29)   value
         "** FORECAST BY COST CENTER **".

      *This is the heading of one department's block.
       01 ws-dept-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(11)   value
         "DEPARTMENT ".
         05 ws-dept-heading-code-out   pic x(4).
         05 filler                     pic x(2)    value spaces.
         05 ws-dept-heading-name-out   pic x(20).
         05 filler                     pic x(2)    value spaces.
         05 filler                     pic x(12)   value
         "COST CENTER ".
         05 ws-dept-heading-cc-out     pic x(6).

      *This is the column heading over the month lines.
       01 ws-month-column-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(7)    value "MONTH".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(4)    value "PROM".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(13)   value
         "   PROMO COST".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(10)   value "XIN/XOUT".
         05 filler                     pic x(13)   value
         "TRANSFER COST".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(4)    value "TERM".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(13)   value
         "    TERM COST".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(4)    value "HIRE".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(13)   value
         "    HIRE COST".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(4)    value "XING".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(13)   value
         "    XING COST".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(5)    value "   HC".
         05 filler                     pic x       value spaces.
         05 filler                     pic x(13)   value
         " MONTHLY COST".

      *This is the opening position line of a block.
       01 ws-opening-line.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(7)    value "OPENING".
         05 filler                     pic x(101)  value spaces.
         05 ws-open-hc-out             pic zzzz9.
         05 filler                     pic x       value spaces.
         05 ws-open-cost-out           pic zz,zzz,zz9.99.

      *This is the line printed for every forecast month - the
      *movement of the month, then the headcount and monthly cost
      *it leaves. A month whose movement does not explain its
      *change is flagged.
       01 ws-month-line.
         05 filler                     pic x       value spaces.
         05 ws-ml-month-out            pic x(7).
         05 filler                     pic x       value spaces.
         05 ws-ml-promo-count-out      pic zzz9.
         05 filler                     pic x       value spaces.
         05 ws-ml-promo-cost-out       pic --,---,--9.99.
         05 filler                     pic x       value spaces.
         05 ws-ml-xfer-in-out          pic zzz9.
         05 filler                     pic x       value "/".
         05 ws-ml-xfer-out-out         pic zzz9.
         05 filler                     pic x       value spaces.
         05 ws-ml-xfer-cost-out        pic --,---,--9.99.
         05 filler                     pic x       value spaces.
         05 ws-ml-term-count-out       pic zzz9.
         05 filler                     pic x       value spaces.
         05 ws-ml-term-cost-out        pic --,---,--9.99.
         05 filler                     pic x       value spaces.
         05 ws-ml-hire-count-out       pic zzz9.
         05 filler                     pic x       value spaces.
         05 ws-ml-hire-cost-out        pic --,---,--9.99.
         05 filler                     pic x       value spaces.
         05 ws-ml-cross-count-out      pic zzz9.
         05 filler                     pic x       value spaces.
         05 ws-ml-cross-cost-out       pic --,---,--9.99.
         05 filler                     pic x       value spaces.
         05 ws-ml-hc-out               pic zzzz9.
         05 filler                     pic x       value spaces.
         05 ws-ml-cost-out             pic zz,zzz,zz9.99.
         05 filler                     pic x       value spaces.
         05 ws-ml-balance-out          pic x(3).

      *This line follows a month line whose movement includes cards
      *still held for approval, so the reader knows that part of
      *the month's movement is not yet approved.
       01 ws-held-note-line.
         05 filler                     pic x(9)    value spaces.
         05 filler                     pic x(9)    value
         "INCLUDES ".
         05 ws-hn-count-out            pic zzz9.
         05 filler                     pic x(32)   value
         " CARD(S) STILL AWAITING APPROVAL".

      *This is the closing line of a block - the twelve monthly
      *costs added up.
       01 ws-block-total-line.
         05 filler                     pic x(26)   value
         "  12-MONTH FORECAST COST =".
         05 ws-block-total-out         pic zzz,zzz,zz9.99.

      *This is the heading of one cost center's block.
       01 ws-cc-heading.
         05 filler                     pic x       value spaces.
         05 filler                     pic x(12)   value
         "COST CENTER ".
         05 ws-cc-heading-out          pic x(6).

      *This is the line printed for every month of a cost center.
       01 ws-cc-month-line.
         05 filler                     pic x       value spaces.
         05 ws-ccl-month-out           pic x(7).
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(3)    value "HC=".
         05 ws-ccl-hc-out              pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(13)   value
         "MONTHLY COST=".
         05 ws-ccl-cost-out            pic zz,zzz,zz9.99.

      *This is the trailer of the forecast.
       01 ws-summary-line1.
         05 filler                     pic x(20)   value
         " PENDING CARDS READ=".
         05 ws-sum-pending-out         pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "APPLIED IN FORECAST=".
         05 ws-sum-applied-out         pic zzzz9.

       01 ws-summary-line2.
         05 filler                     pic x(20)   value
         " BEYOND 12 MONTHS  =".
         05 ws-sum-beyond-out          pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "NOT APPLICABLE     =".
         05 ws-sum-ignored-out         pic zzzz9.

       01 ws-summary-line3.
         05 filler                     pic x(20)   value
         " GRADE CROSSINGS   =".
         05 ws-sum-crossings-out       pic zzzz9.
         05 filler                     pic x(3)    value spaces.
         05 filler                     pic x(20)   value
         "MONTHS OUT OF BAL. =".
         05 ws-sum-unbalanced-out      pic zzzz9.

       01 ws-summary-line4.
         05 filler                     pic x(20)   value
         " HELD CARDS READ   =".
         05 ws-sum-held-out            pic zzzz9.

      *These are the four legacy grade names and the parameter
      *values the default ladder is built from when no grade table
      *is mounted - the same defaults the salary run compiles in,
      *overridden by the parameter file when it is present.
       77 ws-analyst-position          pic x(10)   value "ANALYST".
       77 ws-prog-position             pic x(10)   value "PROG".
       77 ws-sen-prog-position         pic x(10)   value "SEN PROG".
       77 ws-jr-prog-position          pic x(10)   value "JR PROG".
       77 ws-analyst-percentage        pic 99v9    value 12.8.
       77 ws-sen-prog-percentage       pic 99v9    value 9.3.
       77 ws-prog-percentage           pic 99v9    value 6.7.
       77 ws-jr-prog-percentage        pic 99v9    value 3.2.
       77 ws-grad-analyst-years        pic 99      value 15.
       77 ws-grad-sen-prog-years       pic 99      value 7.
       77 ws-grad-prog-years           pic 99      value 2.
       77 ws-nongrad-prog-years        pic 99      value 10.
       77 ws-nongrad-jr-prog-years     pic 99      value 4.
       77 ws-analyst-max-salary        pic 9(7)v99 value 99999.99.
       77 ws-sen-prog-max-salary       pic 9(7)v99 value 89999.99.
       77 ws-prog-max-salary           pic 9(7)v99 value 79999.99.
       77 ws-jr-prog-max-salary        pic 9(7)v99 value 69999.99.

      *  The grade ladder, in the order the salary run scans it.
       01 ws-grade-table.
         05 ws-grade-entry             occurs 20 times
                                        indexed by ws-grade-idx.
           10 ws-grade-name            pic x(10).
           10 ws-grade-educ            pic x.
           10 ws-grade-min-years       pic 99.
           10 ws-grade-percentage      pic 99v9.
           10 ws-grade-max-salary      pic 9(7)v99.

       77 ws-grade-count               pic 99      value 0.

      *  Staging fields for one ladder entry being added.
       01 ws-new-grade.
         05 ws-new-grade-name          pic x(10).
         05 ws-new-grade-educ          pic x.
         05 ws-new-grade-min-years     pic 99.
         05 ws-new-grade-percentage    pic 99v9.
         05 ws-new-grade-max-salary    pic 9(7)v99.

      *  The department reference master loaded whole.
       01 ws-dept-ref-table.
         05 ws-dref-entry              occurs 500 times
                                        indexed by ws-dref-idx.
           10 ws-dref-code             pic x(4).
           10 ws-dref-name             pic x(20).
           10 ws-dref-cost-center      pic x(6).

       77 ws-dept-ref-count            pic 9(3)    value 0.
       77 ws-dref-found-flag           pic x       value "N".

      *  The forecast population - every employee on the master at
      *  the start, plus the hires the pending cards bring, with the
      *  monthly cost each carries (salary over twelve) so every
      *  movement adds back exactly to the month's total.
       01 ws-employee-table.
         05 ws-emp-entry               occurs 5000 times
                                        indexed by ws-emp-idx.
           10 ws-emp-number            pic x(6).
           10 ws-emp-educ              pic x.
           10 ws-emp-fd-sub            pic 9(3).
           10 ws-emp-salary            pic 9(7)v99.
           10 ws-emp-monthly           pic 9(7)v99.
           10 ws-emp-hire-date         pic x(8).
           10 ws-emp-active-flag       pic x.

       77 ws-emp-count                 pic 9(5)    value 0.
       77 ws-emp-found-flag            pic x       value "N".

      *  The pending and held cards, each with the forecast month
      *  it falls due in - zero for a card beyond the twelve
      *  months - and whether it is held awaiting approval.
       01 ws-event-table.
         05 ws-evt-entry               occurs 500 times
                                        indexed by ws-evt-idx.
           10 ws-evt-card              pic x(60).
           10 ws-evt-month             pic 99.
           10 ws-evt-held-flag         pic x.

       77 ws-evt-count                 pic 9(3)    value 0.

      *  The forecast months - the run month first - with the
      *  calendar year and month each stands for.
       01 ws-calendar-table.
         05 ws-cal-entry               occurs 12 times.
           10 ws-cal-yyyy              pic 9(4).
           10 ws-cal-mm                pic 99.
           10 ws-cal-label             pic x(7).

       77 ws-month-sub                 pic 99      value 0.

      *  One forecast block per department - the opening position
      *  and, for each month, the movement by cause and the
      *  headcount and monthly cost the month closes with.
       01 ws-forecast-dept-table.
         05 ws-fd-entry                occurs 500 times
                                        indexed by ws-fd-idx.
           10 ws-fd-code               pic x(4).
           10 ws-fd-name               pic x(20).
           10 ws-fd-cost-center        pic x(6).
           10 ws-fd-open-hc            pic 9(5).
           10 ws-fd-open-cost          pic 9(9)v99.
           10 ws-fd-month              occurs 12 times.
             15 ws-fd-hc               pic 9(5).
             15 ws-fd-cost             pic 9(9)v99.
             15 ws-fd-promo-count      pic 9(5).
             15 ws-fd-promo-cost       pic s9(9)v99.
             15 ws-fd-xfer-in          pic 9(5).
             15 ws-fd-xfer-out         pic 9(5).
             15 ws-fd-xfer-cost        pic s9(9)v99.
             15 ws-fd-term-count       pic 9(5).
             15 ws-fd-term-cost        pic s9(9)v99.
             15 ws-fd-hire-count       pic 9(5).
             15 ws-fd-hire-cost        pic s9(9)v99.
             15 ws-fd-cross-count      pic 9(5).
             15 ws-fd-cross-cost       pic s9(9)v99.
             15 ws-fd-held-count       pic 9(5).

       77 ws-fd-count                  pic 9(3)    value 0.
       77 ws-fd-sub                    pic 9(3)    value 0.
       77 ws-fd-old-sub                pic 9(3)    value 0.
       77 ws-held-from-sub             pic 9(3)    value 0.

      *  The held cards applied in each forecast month, company wide.
       01 ws-held-month-table.
         05 ws-held-month-count        occurs 12 times
                                       pic 9(5)    value 0.
       77 ws-fd-lookup-code            pic x(4)    value spaces.
       77 ws-fd-found-flag             pic x       value "N".

      *  The block being printed - a department copied out of the
      *  table, or every department added together for the grand
      *  total. Must stay in step with ws-fd-entry.
       01 ws-print-entry.
         05 ws-pe-code                 pic x(4).
         05 ws-pe-name                 pic x(20).
         05 ws-pe-cost-center          pic x(6).
         05 ws-pe-open-hc              pic 9(5).
         05 ws-pe-open-cost            pic 9(9)v99.
         05 ws-pe-month                occurs 12 times.
           10 ws-pe-hc                 pic 9(5).
           10 ws-pe-cost               pic 9(9)v99.
           10 ws-pe-promo-count        pic 9(5).
           10 ws-pe-promo-cost         pic s9(9)v99.
           10 ws-pe-xfer-in            pic 9(5).
           10 ws-pe-xfer-out           pic 9(5).
           10 ws-pe-xfer-cost          pic s9(9)v99.
           10 ws-pe-term-count         pic 9(5).
           10 ws-pe-term-cost          pic s9(9)v99.
           10 ws-pe-hire-count         pic 9(5).
           10 ws-pe-hire-cost          pic s9(9)v99.
           10 ws-pe-cross-count        pic 9(5).
           10 ws-pe-cross-cost         pic s9(9)v99.
           10 ws-pe-held-count         pic 9(5).

      *  One block per cost center, built from the department
      *  blocks when the forecast is printed.
       01 ws-cost-center-table.
         05 ws-cc-entry                occurs 500 times
                                        indexed by ws-cc-idx.
           10 ws-cc-code               pic x(6).
           10 ws-cc-open-hc            pic 9(5).
           10 ws-cc-open-cost          pic 9(9)v99.
           10 ws-cc-month              occurs 12 times.
             15 ws-cc-hc               pic 9(5).
             15 ws-cc-cost             pic 9(9)v99.

       77 ws-cc-count                  pic 9(3)    value 0.
       77 ws-cc-sub                    pic 9(3)    value 0.
       77 ws-cc-found-flag             pic x       value "N".

      *  Work fields for applying one card or one crossing.
       01 ws-forecast-work.
         05 ws-run-date                pic x(8)    value spaces.
         05 ws-run-yyyy                pic 9(4)    value 0.
         05 ws-run-mm                  pic 99      value 0.
         05 ws-eff-yyyy                pic 9(4)    value 0.
         05 ws-eff-mm                  pic 99      value 0.
         05 ws-month-offset            pic s9(5)   value 0.
         05 ws-new-salary              pic 9(7)v99 value 0.
         05 ws-new-monthly             pic 9(7)v99 value 0.
         05 ws-cost-delta              pic s9(9)v99 value 0.
         05 ws-hire-yyyy               pic 9(4)    value 0.
         05 ws-years-now               pic 9(4)    value 0.
         05 ws-years-before            pic 9(4)    value 0.
         05 ws-grade-years             pic 9(4)    value 0.
         05 ws-grade-educ-wanted       pic x       value spaces.
         05 ws-grade-found-flag        pic x       value "N".
         05 ws-grade-hit-sub           pic 99      value 0.
         05 ws-old-grade-name          pic x(10)   value spaces.
         05 ws-new-grade-sub           pic 99      value 0.
         05 ws-block-total             pic 9(11)v99 value 0.
         05 ws-prev-hc                 pic 9(5)    value 0.
         05 ws-prev-cost               pic 9(9)v99 value 0.
         05 ws-expected-hc             pic s9(7)   value 0.
         05 ws-expected-cost           pic s9(11)v99 value 0.

      *  This section holds the counts and totals printed on the
      *  reconciliation lines and the trailer.
       01 ws-forecast-counters.
         05 ws-master-read             pic 9(5)    value 0.
         05 ws-master-rejected         pic 9(5)    value 0.
         05 ws-master-salary-total     pic 9(11)v99 value 0.
         05 ws-open-count              pic 9(5)    value 0.
         05 ws-open-salary-total       pic 9(11)v99 value 0.
         05 ws-open-cost-total         pic 9(11)v99 value 0.
         05 ws-cards-applied           pic 9(5)    value 0.
         05 ws-cards-applied-before    pic 9(5)    value 0.
         05 ws-held-read               pic 9(5)    value 0.
         05 ws-cards-beyond            pic 9(5)    value 0.
         05 ws-cards-ignored           pic 9(5)    value 0.
         05 ws-crossings               pic 9(5)    value 0.
         05 ws-months-unbalanced       pic 9(5)    value 0.

      *This is the flag section which will be keeping the record of
      *the end of file on each input.
       01 ws-flags.
         05 ws-em-eof-flag             pic x       value "n".
         05 ws-gt-eof-flag             pic x       value "n".
         05 ws-dref-eof-flag           pic x       value "n".
         05 ws-pend-eof-flag           pic x       value "n".
         05 ws-held-eof-flag           pic x       value "n".

       77 ws-em-file-status            pic xx      value spaces.
       77 ws-param-file-status         pic xx      value spaces.
       77 ws-gt-file-status            pic xx      value spaces.
       77 ws-dr-file-status            pic xx      value spaces.
       77 ws-pd-file-status            pic xx      value spaces.
       77 ws-ah-file-status            pic xx      value spaces.
       77 ws-file-empty                pic x       value "e".
       77 ws-one                       pic 9       value 1.
       77 ws-two                       pic 9       value 2.

       procedure division.

      *    Load the ladder, the department names and the pending
      *    and held cards, take the master as the opening position,
      *    walk the twelve months forward and print the forecast.
           accept ws-run-date          from date yyyymmdd.
           move ws-run-date (1:4)      to ws-run-yyyy.
           move ws-run-date (5:2)      to ws-run-mm.
           perform 010-open-files.
           perform 015-read-parameters.
           perform 020-load-grade-table.
           perform 025-load-dept-reference.
           perform 030-build-calendar.
           perform 040-load-pending-cards.
           perform 042-load-held-cards.
           perform 100-load-master
           until ws-em-eof-flag = ws-file-empty.
           if (return-code = 0) then
               perform 150-take-opening-position
               perform 200-forecast-one-month
                 varying ws-month-sub from 1 by 1
                 until ws-month-sub > 12
               perform 300-write-forecast
           end-if.
           perform 500-write-summary.
           perform 600-close-files.
           if ((ws-months-unbalanced > 0) and (return-code = 0)) then
               move 4                  to return-code
           end-if.

           goback.

      *    Open the report and the employee master. Without the
      *    master there is no starting position to forecast from.
       010-open-files.
           open output forecast-report-file.
           move ws-run-date            to ws-heading-date-out.
           write report-line           from ws-report-heading.
           open input employee-master-file.
           if (ws-em-file-status not = "00") then
               display "A4FCAST - UNABLE TO OPEN EMPLOYEE MASTER, "
                 "STATUS " ws-em-file-status
               close forecast-report-file
               move 8                  to return-code
               goback
           end-if.

      *    Read the parameter values the default ladder is built
      *    from. A missing file leaves the compiled defaults.
       015-read-parameters.
           open input param-file.
           if (ws-param-file-status = "00") then
               read param-file
                   at end
                       continue
                   not at end
                       move pr-analyst-percentage to
                         ws-analyst-percentage
                       move pr-sen-prog-percentage to
                         ws-sen-prog-percentage
                       move pr-prog-percentage    to ws-prog-percentage
                       move pr-jr-prog-percentage to
                         ws-jr-prog-percentage
                       move pr-grad-analyst-years to
                         ws-grad-analyst-years
                       move pr-grad-sen-prog-years to
                         ws-grad-sen-prog-years
                       move pr-grad-prog-years    to ws-grad-prog-years
                       move pr-nongrad-prog-years to
                         ws-nongrad-prog-years
                       move pr-nongrad-jr-prog-years to
                         ws-nongrad-jr-prog-years
                       move pr-analyst-max-salary to
                         ws-analyst-max-salary
                       move pr-sen-prog-max-salary to
                         ws-sen-prog-max-salary
                       move pr-prog-max-salary    to ws-prog-max-salary
                       move pr-jr-prog-max-salary to
                         ws-jr-prog-max-salary
               end-read
               close param-file
           end-if.

      *    Load the grade ladder. A mounted table is the whole
      *    scheme; without one the four legacy grades are built from
      *    the parameter values, as the salary run does.
       020-load-grade-table.
           open input grade-table-file.
           if ((ws-gt-file-status not = "00") and
             (ws-gt-file-status not = "35")) then
               display "A4FCAST - UNABLE TO OPEN GRADE TABLE, "
                 "STATUS " ws-gt-file-status
               close employee-master-file, forecast-report-file
               move 8                  to return-code
               goback
           end-if.
           if (ws-gt-file-status = "00") then
               perform 022-load-one-grade
               until ws-gt-eof-flag = ws-file-empty
               close grade-table-file
           end-if.
           if (return-code not = 0) then
               close employee-master-file, forecast-report-file
               goback
           end-if.
           if (ws-grade-count = 0) then
               perform 031-build-default-grades
           end-if.

      *    This section reads one grade record into the ladder,
      *    called from the load loop in 020-load-grade-table.
       022-load-one-grade.
           read grade-table-file
               at end
                   move ws-file-empty  to ws-gt-eof-flag
               not at end
                   if ((gt-min-years not numeric) or
                     (gt-percentage not numeric) or
                     (gt-max-salary not numeric) or
                     (gt-grade-name = spaces)) then
                       display "A4FCAST - BAD GRADE TABLE RECORD: "
                         grade-table-line
                       move ws-file-empty to ws-gt-eof-flag
                       move 8          to return-code
                   else
                       move gt-grade-name to ws-new-grade-name
                       move gt-education-code to ws-new-grade-educ
                       move gt-min-years-num to ws-new-grade-min-years
                       move gt-percentage-num to
                         ws-new-grade-percentage
                       move gt-max-salary-num to
                         ws-new-grade-max-salary
                       perform 034-add-grade-entry
                   end-if
           end-read.
           if ((ws-gt-file-status not = "00") and
             (ws-gt-file-status not = "10")) then
               display "A4FCAST - GRADE TABLE READ FAILED, STATUS "
                 ws-gt-file-status
               move ws-file-empty      to ws-gt-eof-flag
               move 8                  to return-code
           end-if.

      *    This section builds the legacy four-grade ladder from
      *    the parameter values - the same five bands the salary
      *    run builds when no grade table is mounted.
       031-build-default-grades.
           move ws-analyst-position    to ws-new-grade-name.
           move "G"                    to ws-new-grade-educ.
           compute ws-new-grade-min-years =
             ws-grad-analyst-years + 1.
           move ws-analyst-percentage  to ws-new-grade-percentage.
           move ws-analyst-max-salary  to ws-new-grade-max-salary.
           perform 034-add-grade-entry.
           move ws-sen-prog-position   to ws-new-grade-name.
           move "G"                    to ws-new-grade-educ.
           move ws-grad-sen-prog-years to ws-new-grade-min-years.
           move ws-sen-prog-percentage to ws-new-grade-percentage.
           move ws-sen-prog-max-salary to ws-new-grade-max-salary.
           perform 034-add-grade-entry.
           move ws-prog-position       to ws-new-grade-name.
           move "G"                    to ws-new-grade-educ.
           compute ws-new-grade-min-years = ws-grad-prog-years + 1.
           move ws-prog-percentage     to ws-new-grade-percentage.
           move ws-prog-max-salary     to ws-new-grade-max-salary.
           perform 034-add-grade-entry.
           move ws-prog-position       to ws-new-grade-name.
           move "N"                    to ws-new-grade-educ.
           compute ws-new-grade-min-years =
             ws-nongrad-prog-years + 1.
           move ws-prog-percentage     to ws-new-grade-percentage.
           move ws-prog-max-salary     to ws-new-grade-max-salary.
           perform 034-add-grade-entry.
           move ws-jr-prog-position    to ws-new-grade-name.
           move "N"                    to ws-new-grade-educ.
           compute ws-new-grade-min-years =
             ws-nongrad-jr-prog-years + 1.
           move ws-jr-prog-percentage  to ws-new-grade-percentage.
           move ws-jr-prog-max-salary  to ws-new-grade-max-salary.
           perform 034-add-grade-entry.

      *    This section adds one entry to the ladder from the
      *    ws-new-grade staging fields. Entries past the twentieth
      *    stop the run, as they stop the salary run.
       034-add-grade-entry.
           if (ws-grade-count >= 20) then
               display "A4FCAST - GRADE TABLE EXCEEDS 20 ENTRIES - "
                 "RUN STOPPED"
               move ws-file-empty      to ws-gt-eof-flag
               move 8                  to return-code
           else
               add 1                   to ws-grade-count
               set ws-grade-idx        to ws-grade-count
               move ws-new-grade-name  to ws-grade-name (ws-grade-idx)
               move ws-new-grade-educ  to ws-grade-educ (ws-grade-idx)
               move ws-new-grade-min-years to
                 ws-grade-min-years (ws-grade-idx)
               move ws-new-grade-percentage to
                 ws-grade-percentage (ws-grade-idx)
               move ws-new-grade-max-salary to
                 ws-grade-max-salary (ws-grade-idx)
           end-if.

      *    Load the department reference master for the names and
      *    cost centers. Without it every department forecasts
      *    under its bare code.
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
                       move dr-cost-center to
                         ws-dref-cost-center (ws-dref-idx)
                   else
                       display "A4FCAST - DEPT REFERENCE EXCEEDS 500 "
                         "RECORDS - LATER NAMES NOT SHOWN"
                       move ws-file-empty to ws-dref-eof-flag
                   end-if
           end-read.
           if ((ws-dr-file-status not = "00") and
             (ws-dr-file-status not = "10")) then
               display "A4FCAST - DEPT REFERENCE READ FAILED, "
                 "STATUS " ws-dr-file-status
               move ws-file-empty      to ws-dref-eof-flag
           end-if.

      *    This section works out the calendar year and month of
      *    each forecast month, the run month being the first.
       030-build-calendar.
           move ws-run-yyyy            to ws-eff-yyyy.
           move ws-run-mm              to ws-eff-mm.
           perform 035-build-one-month
             varying ws-month-sub from 1 by 1
             until ws-month-sub > 12.

      *    This section fills one calendar entry and steps to the
      *    next month, called from the loop in 030-build-calendar.
       035-build-one-month.
           move ws-eff-yyyy            to ws-cal-yyyy (ws-month-sub).
           move ws-eff-mm              to ws-cal-mm (ws-month-sub).
           move spaces                 to ws-cal-label (ws-month-sub).
           string ws-eff-yyyy          delimited by size
                  "-"                  delimited by size
                  ws-eff-mm            delimited by size
             into ws-cal-label (ws-month-sub)
           end-string.
           add 1                       to ws-eff-mm.
           if (ws-eff-mm > 12) then
               move 1                  to ws-eff-mm
               add 1                   to ws-eff-yyyy
           end-if.

      *    Load the pending cards, placing each in the forecast
      *    month its effective date falls in. A card already due
      *    that the maintenance run has not yet applied lands in the
      *    first month; one past the twelfth is only counted.
       040-load-pending-cards.
           open input pending-file.
           if ((ws-pd-file-status not = "00") and
             (ws-pd-file-status not = "35")) then
               display "A4FCAST - UNABLE TO OPEN PENDING CARDS, "
                 "STATUS " ws-pd-file-status
               close employee-master-file, forecast-report-file
               move 8                  to return-code
               goback
           end-if.
           if (ws-pd-file-status = "00") then
               perform 045-load-one-pending-card
               until ws-pend-eof-flag = ws-file-empty
               close pending-file
           end-if.

      *    This section reads one pending card into the event table,
      *    called from the load loop in 040-load-pending-cards.
       045-load-one-pending-card.
           read pending-file
               at end
                   move ws-file-empty  to ws-pend-eof-flag
               not at end
                   if (ws-evt-count < 500) then
                       add 1           to ws-evt-count
                       set ws-evt-idx  to ws-evt-count
                       move pending-line to ws-evt-card (ws-evt-idx)
                       move "N"        to ws-evt-held-flag (ws-evt-idx)
                       perform 047-place-card-in-month
                   else
                       display "A4FCAST - MORE THAN 500 PENDING "
                         "CARDS - RUN STOPPED"
                       move ws-file-empty to ws-pend-eof-flag
                       move 8          to return-code
                   end-if
           end-read.
           if ((ws-pd-file-status not = "00") and
             (ws-pd-file-status not = "10")) then
               display "A4FCAST - PENDING CARD READ FAILED, STATUS "
                 ws-pd-file-status
               move ws-file-empty      to ws-pend-eof-flag
               move 8                  to return-code
           end-if.

      *    Load the cards held for approval. Each one is already due
      *    - it was held when the maintenance run came to apply it -
      *    so it lands in the first month, flagged so the month's
      *    movement shows it is still awaiting approval. A file not
      *    yet catalogued means nothing is held.
       042-load-held-cards.
           open input approval-held-file.
           if ((ws-ah-file-status not = "00") and
             (ws-ah-file-status not = "35")) then
               display "A4FCAST - UNABLE TO OPEN HELD CARDS, "
                 "STATUS " ws-ah-file-status
               close employee-master-file, forecast-report-file
               move 8                  to return-code
               goback
           end-if.
           if (ws-ah-file-status = "00") then
               perform 044-load-one-held-card
               until ws-held-eof-flag = ws-file-empty
               close approval-held-file
           end-if.

      *    This section reads one held card into the event table,
      *    called from the load loop in 042-load-held-cards.
       044-load-one-held-card.
           read approval-held-file
               at end
                   move ws-file-empty  to ws-held-eof-flag
               not at end
                   if (ws-evt-count < 500) then
                       add 1           to ws-evt-count
                       add 1           to ws-held-read
                       set ws-evt-idx  to ws-evt-count
                       move ah-card    to ws-evt-card (ws-evt-idx)
                       move "Y"        to ws-evt-held-flag (ws-evt-idx)
                       move 1          to ws-evt-month (ws-evt-idx)
                   else
                       display "A4FCAST - MORE THAN 500 PENDING "
                         "AND HELD CARDS - RUN STOPPED"
                       move ws-file-empty to ws-held-eof-flag
                       move 8          to return-code
                   end-if
           end-read.
           if ((ws-ah-file-status not = "00") and
             (ws-ah-file-status not = "10")) then
               display "A4FCAST - HELD CARD READ FAILED, STATUS "
                 ws-ah-file-status
               move ws-file-empty      to ws-held-eof-flag
               move 8                  to return-code
           end-if.

      *    This section works out the forecast month of the pending
      *    card just loaded.
       047-place-card-in-month.
           if (pl-effective-date numeric) then
               move pl-effective-date (1:4) to ws-eff-yyyy
               move pl-effective-date (5:2) to ws-eff-mm
               compute ws-month-offset =
                 ((ws-eff-yyyy - ws-run-yyyy) * 12) +
                 (ws-eff-mm - ws-run-mm) + 1
               if (ws-month-offset < 1) then
                   move 1              to ws-month-offset
               end-if
               if (ws-month-offset > 12) then
                   move 0              to ws-evt-month (ws-evt-idx)
                   add 1               to ws-cards-beyond
               else
                   move ws-month-offset to ws-evt-month (ws-evt-idx)
               end-if
           else
               move 1                  to ws-evt-month (ws-evt-idx)
           end-if.

      *    This section reads one master record into the forecast
      *    population. A record whose salary does not parse is left
      *    out and shown on the reconciliation.
       100-load-master.
           read employee-master-file
               at end
                   move ws-file-empty  to ws-em-eof-flag
               not at end
                   add 1               to ws-master-read
                   if (em-present-salary numeric) then
                       add em-present-salary to ws-master-salary-total
                       perform 110-add-master-employee
                   else
                       add 1           to ws-master-rejected
                   end-if
           end-read.
           if ((ws-em-file-status not = "00") and
             (ws-em-file-status not = "10")) then
               display "A4FCAST - MASTER READ FAILED, STATUS "
                 ws-em-file-status
               move ws-file-empty      to ws-em-eof-flag
               move 8                  to return-code
           end-if.

      *    This section adds the master record just read to the
      *    population table.
       110-add-master-employee.
           if (ws-emp-count >= 5000) then
               display "A4FCAST - MORE THAN 5000 EMPLOYEES - RUN "
                 "STOPPED"
               move ws-file-empty      to ws-em-eof-flag
               move 8                  to return-code
           else
               move em-department-code to ws-fd-lookup-code
               perform 235-find-or-add-dept
               if (ws-fd-sub > 0) then
                   add 1               to ws-emp-count
                   set ws-emp-idx      to ws-emp-count
                   move em-employee-number to
                     ws-emp-number (ws-emp-idx)
                   move em-education-code to ws-emp-educ (ws-emp-idx)
                   move ws-fd-sub      to ws-emp-fd-sub (ws-emp-idx)
                   move em-present-salary to
                     ws-emp-salary (ws-emp-idx)
                   compute ws-emp-monthly (ws-emp-idx) rounded =
                     em-present-salary / 12
                   move em-hire-date   to ws-emp-hire-date (ws-emp-idx)
                   move "Y"            to
                     ws-emp-active-flag (ws-emp-idx)
               end-if
           end-if.

      *    This section takes the opening position of every
      *    department from the population just loaded.
       150-take-opening-position.
           perform 155-open-one-employee
             varying ws-emp-idx from 1 by 1
             until ws-emp-idx > ws-emp-count.

      *    This section adds one employee to its department's
      *    opening position, called from the loop in
      *    150-take-opening-position.
       155-open-one-employee.
           move ws-emp-fd-sub (ws-emp-idx) to ws-fd-sub.
           add 1                       to ws-fd-open-hc (ws-fd-sub).
           add ws-emp-monthly (ws-emp-idx) to
             ws-fd-open-cost (ws-fd-sub).
           add 1                       to ws-open-count.
           add ws-emp-salary (ws-emp-idx) to ws-open-salary-total.
           add ws-emp-monthly (ws-emp-idx) to ws-open-cost-total.

      *    This section forecasts one month - the cards due in it
      *    first, then the grade crossings its anniversaries bring,
      *    then the headcount and cost the month closes with.
       200-forecast-one-month.
           if (ws-evt-count > 0) then
               perform 210-apply-one-event
                 varying ws-evt-idx from 1 by 1
                 until ws-evt-idx > ws-evt-count
           end-if.
           if (ws-emp-count > 0) then
               perform 250-check-one-crossing
                 varying ws-emp-idx from 1 by 1
                 until ws-emp-idx > ws-emp-count
               perform 280-close-one-employee
                 varying ws-emp-idx from 1 by 1
                 until ws-emp-idx > ws-emp-count
           end-if.

      *    This section applies one pending or held card when it
      *    falls due in the month being forecast, called from the
      *    loop in 200-forecast-one-month.
       210-apply-one-event.
           if (ws-evt-month (ws-evt-idx) = ws-month-sub) then
               move ws-evt-card (ws-evt-idx) to pending-line
               move ws-cards-applied   to ws-cards-applied-before
               perform 230-find-employee
               move 0                  to ws-held-from-sub
               if (ws-emp-found-flag = "Y") then
                   move ws-emp-fd-sub (ws-emp-idx) to ws-held-from-sub
               end-if
               if (pl-action-code = "A") then
                   perform 222-apply-hire
               else
                   if (pl-action-code = "T") then
                       perform 224-apply-termination
                   else
                       if (pl-action-code = "C") then
                           perform 226-apply-change
                       else
                           add 1       to ws-cards-ignored
                       end-if
                   end-if
               end-if
      *        A held card that moved the forecast is noted against
      *        the department it leaves the employee in and, for a
      *        transfer, the department the employee left as well.
               if ((ws-evt-held-flag (ws-evt-idx) = "Y") and
                 (ws-cards-applied > ws-cards-applied-before)) then
                   add 1               to
                     ws-held-month-count (ws-month-sub)
                   move ws-emp-fd-sub (ws-emp-idx) to ws-fd-sub
                   add 1               to
                     ws-fd-held-count (ws-fd-sub, ws-month-sub)
                   if ((ws-held-from-sub > 0) and
                     (ws-held-from-sub not = ws-fd-sub)) then
                       add 1           to ws-fd-held-count
                         (ws-held-from-sub, ws-month-sub)
                   end-if
               end-if
           end-if.

      *    This section applies a pending ADD - a new employee, or
      *    a rehire of one the forecast has already terminated. An
      *    ADD for somebody still active, or without a usable salary,
      *    changes nothing.
       222-apply-hire.
           if (((ws-emp-found-flag = "Y") and
             (ws-emp-active-flag (ws-emp-idx) = "Y")) or
             (pl-present-salary not numeric)) then
               add 1                   to ws-cards-ignored
           else
               move pl-department-code to ws-fd-lookup-code
               perform 235-find-or-add-dept
               if (ws-fd-sub > 0) then
                   if (ws-emp-found-flag = "N") then
                       if (ws-emp-count >= 5000) then
                           display "A4FCAST - MORE THAN 5000 "
                             "EMPLOYEES - HIRE NOT FORECAST"
                           move 0      to ws-fd-sub
                       else
                           add 1       to ws-emp-count
                           set ws-emp-idx to ws-emp-count
                           move pl-employee-number to
                             ws-emp-number (ws-emp-idx)
                       end-if
                   end-if
               end-if
               if (ws-fd-sub = 0) then
                   add 1               to ws-cards-ignored
               else
                   move pl-education-code to ws-emp-educ (ws-emp-idx)
                   move ws-fd-sub      to ws-emp-fd-sub (ws-emp-idx)
                   move pl-present-salary-num to
                     ws-emp-salary (ws-emp-idx)
                   compute ws-emp-monthly (ws-emp-idx) rounded =
                     pl-present-salary-num / 12
                   move pl-hire-date   to ws-emp-hire-date (ws-emp-idx)
                   move "Y"            to
                     ws-emp-active-flag (ws-emp-idx)
                   add 1               to
                     ws-fd-hire-count (ws-fd-sub, ws-month-sub)
                   add ws-emp-monthly (ws-emp-idx) to
                     ws-fd-hire-cost (ws-fd-sub, ws-month-sub)
                   add 1               to ws-cards-applied
               end-if
           end-if.

      *    This section applies a pending TERMINATE - the employee
      *    leaves the forecast from the month it falls due.
       224-apply-termination.
           if ((ws-emp-found-flag = "N") or
             (ws-emp-active-flag (ws-emp-idx) = "N")) then
               add 1                   to ws-cards-ignored
           else
               move ws-emp-fd-sub (ws-emp-idx) to ws-fd-sub
               move "N"                to
                 ws-emp-active-flag (ws-emp-idx)
               add 1                   to
                 ws-fd-term-count (ws-fd-sub, ws-month-sub)
               subtract ws-emp-monthly (ws-emp-idx) from
                 ws-fd-term-cost (ws-fd-sub, ws-month-sub)
               add 1                   to ws-cards-applied
           end-if.

      *    This section applies a pending CHANGE - a new salary is a
      *    promotion costed in the employee's current department, a
      *    new department code is a transfer, and a new education
      *    code or hire date changes the crossings still to come.
       226-apply-change.
           if ((ws-emp-found-flag = "N") or
             (ws-emp-active-flag (ws-emp-idx) = "N")) then
               add 1                   to ws-cards-ignored
           else
               add 1                   to ws-cards-applied
               move ws-emp-fd-sub (ws-emp-idx) to ws-fd-old-sub
               if (pl-education-code not = spaces) then
                   move pl-education-code to ws-emp-educ (ws-emp-idx)
               end-if
               if (pl-hire-date numeric) then
                   move pl-hire-date   to ws-emp-hire-date (ws-emp-idx)
               end-if
               if ((pl-present-salary not = spaces) and
                 (pl-present-salary numeric)) then
                   move pl-present-salary-num to ws-new-salary
                   perform 240-set-new-salary
                   add 1               to
                     ws-fd-promo-count (ws-fd-old-sub, ws-month-sub)
                   add ws-cost-delta   to
                     ws-fd-promo-cost (ws-fd-old-sub, ws-month-sub)
               end-if
               if ((pl-department-code not = spaces) and
                 (pl-department-code not =
                 ws-fd-code (ws-fd-old-sub))) then
                   move pl-department-code to ws-fd-lookup-code
                   perform 235-find-or-add-dept
                   if (ws-fd-sub > 0) then
                       add 1           to
                         ws-fd-xfer-out (ws-fd-old-sub, ws-month-sub)
                       subtract ws-emp-monthly (ws-emp-idx) from
                         ws-fd-xfer-cost (ws-fd-old-sub, ws-month-sub)
                       add 1           to
                         ws-fd-xfer-in (ws-fd-sub, ws-month-sub)
                       add ws-emp-monthly (ws-emp-idx) to
                         ws-fd-xfer-cost (ws-fd-sub, ws-month-sub)
                       move ws-fd-sub  to ws-emp-fd-sub (ws-emp-idx)
                   end-if
               end-if
           end-if.

      *    This section looks the card's employee up on the
      *    population, leaving ws-emp-idx on the hit.
       230-find-employee.
           move "N"                    to ws-emp-found-flag.
           if (ws-emp-count > 0) then
               perform 232-test-one-employee
                 varying ws-emp-idx from 1 by 1
                 until (ws-emp-idx > ws-emp-count) or
                 (ws-emp-found-flag = "Y")
               if (ws-emp-found-flag = "Y") then
                   set ws-emp-idx      down by 1
               end-if
           end-if.

      *    This section tests one population entry against the
      *    card's employee, called from 230-find-employee.
       232-test-one-employee.
           if (ws-emp-number (ws-emp-idx) = pl-employee-number) then
               move "Y"                to ws-emp-found-flag
           end-if.

      *    This section finds the forecast block for
      *    ws-fd-lookup-code, opening one with the reference name
      *    and cost center the first time a code is seen. A table
      *    already full stops the run.
       235-find-or-add-dept.
           move "N"                    to ws-fd-found-flag.
           move 0                      to ws-fd-sub.
           if (ws-fd-count > 0) then
               perform 237-test-one-dept
                 varying ws-fd-idx from 1 by 1
                 until (ws-fd-idx > ws-fd-count) or
                 (ws-fd-found-flag = "Y")
           end-if.
           if (ws-fd-found-flag = "N") then
               if (ws-fd-count >= 500) then
                   display "A4FCAST - MORE THAN 500 DEPARTMENTS - RUN "
                     "STOPPED"
                   move ws-file-empty  to ws-em-eof-flag
                   move 8              to return-code
               else
                   add 1               to ws-fd-count
                   move ws-fd-count    to ws-fd-sub
                   initialize ws-fd-entry (ws-fd-sub)
                   move ws-fd-lookup-code to ws-fd-code (ws-fd-sub)
                   move "*NOT ON REFERENCE*" to ws-fd-name (ws-fd-sub)
                   move "??????"       to ws-fd-cost-center (ws-fd-sub)
                   move "N"            to ws-dref-found-flag
                   perform 238-find-dept-ref
                     varying ws-dref-idx from 1 by 1
                     until (ws-dref-idx > ws-dept-ref-count) or
                     (ws-dref-found-flag = "Y")
               end-if
           end-if.

      *    This section tests one forecast block against the code
      *    being looked up, called from 235-find-or-add-dept.
       237-test-one-dept.
           if (ws-fd-code (ws-fd-idx) = ws-fd-lookup-code) then
               move "Y"                to ws-fd-found-flag
               set ws-fd-sub           to ws-fd-idx
           end-if.

      *    This section copies the reference name and cost center
      *    onto a new forecast block, called from
      *    235-find-or-add-dept.
       238-find-dept-ref.
           if (ws-dref-code (ws-dref-idx) = ws-fd-lookup-code) then
               move "Y"                to ws-dref-found-flag
               move ws-dref-name (ws-dref-idx) to
                 ws-fd-name (ws-fd-sub)
               move ws-dref-cost-center (ws-dref-idx) to
                 ws-fd-cost-center (ws-fd-sub)
           end-if.

      *    This section puts ws-new-salary on the current employee,
      *    leaving the change in monthly cost in ws-cost-delta.
       240-set-new-salary.
           compute ws-new-monthly rounded = ws-new-salary / 12.
           compute ws-cost-delta =
             ws-new-monthly - ws-emp-monthly (ws-emp-idx).
           move ws-new-salary          to ws-emp-salary (ws-emp-idx).
           move ws-new-monthly         to ws-emp-monthly (ws-emp-idx).

      *    This section checks whether the employee's hire-date
      *    anniversary in the month being forecast carries them over
      *    a grade minimum - the grade their new service years give
      *    differs from the one the year before gave. A crossing
      *    raises the salary by the new grade's percentage, held to
      *    its maximum, from that month. Employees without a usable
      *    hire date have no anniversary to cross on.
       250-check-one-crossing.
           if ((ws-emp-active-flag (ws-emp-idx) = "Y") and
             (ws-emp-hire-date (ws-emp-idx) numeric) and
             (ws-emp-hire-date (ws-emp-idx) not = zeros)) then
               move ws-emp-hire-date (ws-emp-idx) (1:4) to
                 ws-hire-yyyy
               if ((ws-emp-hire-date (ws-emp-idx) (5:2) =
                 ws-cal-mm (ws-month-sub)) and
                 (ws-cal-yyyy (ws-month-sub) > ws-hire-yyyy)) then
                   compute ws-years-now =
                     ws-cal-yyyy (ws-month-sub) - ws-hire-yyyy
                   compute ws-years-before = ws-years-now - 1
                   move ws-emp-educ (ws-emp-idx) to
                     ws-grade-educ-wanted
                   move ws-years-before to ws-grade-years
                   perform 255-find-grade-for-years
                   move spaces         to ws-old-grade-name
                   if (ws-grade-found-flag = "Y") then
                       move ws-grade-name (ws-grade-hit-sub) to
                         ws-old-grade-name
                   end-if
                   move ws-years-now   to ws-grade-years
                   perform 255-find-grade-for-years
                   if ((ws-grade-found-flag = "Y") and
                     (ws-grade-name (ws-grade-hit-sub) not =
                     ws-old-grade-name)) then
                       perform 260-apply-crossing
                   end-if
               end-if
           end-if.

      *    This section finds the grade the ladder gives
      *    ws-grade-educ-wanted at ws-grade-years - the first entry
      *    in ladder order whose minimum is met, as the salary run
      *    classifies.
       255-find-grade-for-years.
           move "N"                    to ws-grade-found-flag.
           move 0                      to ws-grade-hit-sub.
           perform 257-match-one-grade
             varying ws-grade-idx from 1 by 1
             until (ws-grade-idx > ws-grade-count) or
             (ws-grade-found-flag = "Y").

      *    This section tests one ladder entry, called from
      *    255-find-grade-for-years.
       257-match-one-grade.
           if ((ws-grade-educ (ws-grade-idx) = ws-grade-educ-wanted)
             and (ws-grade-years >=
             ws-grade-min-years (ws-grade-idx))) then
               move "Y"                to ws-grade-found-flag
               set ws-grade-hit-sub    to ws-grade-idx
           end-if.

      *    This section raises a crossing employee by the new
      *    grade's percentage, held to its maximum - an employee
      *    already past the maximum keeps the salary they have.
       260-apply-crossing.
           add 1                       to ws-crossings.
           move ws-emp-fd-sub (ws-emp-idx) to ws-fd-sub.
           compute ws-new-salary rounded =
             ws-emp-salary (ws-emp-idx) +
             (ws-emp-salary (ws-emp-idx) *
             ws-grade-percentage (ws-grade-hit-sub) / 100).
           if (ws-new-salary > ws-grade-max-salary (ws-grade-hit-sub))
             then
               if (ws-grade-max-salary (ws-grade-hit-sub) <
                 ws-emp-salary (ws-emp-idx)) then
                   move ws-emp-salary (ws-emp-idx) to ws-new-salary
               else
                   move ws-grade-max-salary (ws-grade-hit-sub) to
                     ws-new-salary
               end-if
           end-if.
           perform 240-set-new-salary.
           add 1                       to
             ws-fd-cross-count (ws-fd-sub, ws-month-sub).
           add ws-cost-delta           to
             ws-fd-cross-cost (ws-fd-sub, ws-month-sub).

      *    This section adds one active employee to the headcount
      *    and monthly cost their department closes the month with,
      *    called from the loop in 200-forecast-one-month.
       280-close-one-employee.
           if (ws-emp-active-flag (ws-emp-idx) = "Y") then
               move ws-emp-fd-sub (ws-emp-idx) to ws-fd-sub
               add 1                   to ws-fd-hc (ws-fd-sub,
                 ws-month-sub)
               add ws-emp-monthly (ws-emp-idx) to
                 ws-fd-cost (ws-fd-sub, ws-month-sub)
           end-if.

      *    This section prints the forecast - the reconciliation to
      *    the starting master, every department's block, the grand
      *    total block and the cost center blocks.
       300-write-forecast.
           perform 310-write-reconciliation.
           write report-line           from ws-dept-section-heading
             after advancing ws-two lines.
           perform 320-write-one-department
             varying ws-fd-idx from 1 by 1
             until ws-fd-idx > ws-fd-count.
           write report-line           from ws-total-section-heading
             after advancing ws-two lines.
           initialize ws-print-entry.
           move "ALL "                 to ws-pe-code.
           move "ALL DEPARTMENTS"      to ws-pe-name.
           move "ALL"                  to ws-pe-cost-center.
           perform 340-add-dept-to-grand
             varying ws-fd-idx from 1 by 1
             until ws-fd-idx > ws-fd-count.
           perform 330-write-print-block.
           write report-line           from ws-cc-section-heading
             after advancing ws-two lines.
           perform 360-build-one-cost-center
             varying ws-fd-idx from 1 by 1
             until ws-fd-idx > ws-fd-count.
           perform 370-write-one-cost-center
             varying ws-cc-idx from 1 by 1
             until ws-cc-idx > ws-cc-count.

      *    This section prints the reconciliation of the opening
      *    position to the starting master - every record read is
      *    either in the opening headcount or shown as not
      *    forecast, and the opening salary is the master's.
       310-write-reconciliation.
           move ws-master-read         to ws-recon-master-count-out.
           move ws-master-salary-total to ws-recon-master-salary-out.
           write report-line           from ws-recon-line1
             after advancing ws-two lines.
           move ws-open-count          to ws-recon-open-count-out.
           move ws-open-salary-total   to ws-recon-open-salary-out.
           move ws-open-cost-total     to ws-recon-open-cost-out.
           write report-line           from ws-recon-line2
             after advancing ws-one line.
           move ws-master-rejected     to ws-recon-rejected-out.
           if ((ws-open-count + ws-master-rejected = ws-master-read)
             and (ws-open-salary-total = ws-master-salary-total))
             then
               move "RECONCILED TO STARTING MASTER" to
                 ws-recon-result-out
           else
               move "*** DOES NOT RECONCILE TO MASTER ***" to
                 ws-recon-result-out
               add 1                   to ws-months-unbalanced
           end-if.
           write report-line           from ws-recon-line3
             after advancing ws-one line.

      *    This section prints one department's block, called from
      *    the loop in 300-write-forecast.
       320-write-one-department.
           move ws-fd-entry (ws-fd-idx) to ws-print-entry.
           perform 330-write-print-block.

      *    This section prints the block held in ws-print-entry -
      *    the heading, the opening position, a line per month and
      *    the twelve-month cost.
       330-write-print-block.
           move ws-pe-code             to ws-dept-heading-code-out.
           move ws-pe-name             to ws-dept-heading-name-out.
           move ws-pe-cost-center      to ws-dept-heading-cc-out.
           write report-line           from ws-dept-heading
             after advancing ws-two lines.
           write report-line           from ws-month-column-heading
             after advancing ws-one line.
           move ws-pe-open-hc          to ws-open-hc-out.
           move ws-pe-open-cost        to ws-open-cost-out.
           write report-line           from ws-opening-line
             after advancing ws-one line.
           move ws-pe-open-hc          to ws-prev-hc.
           move ws-pe-open-cost        to ws-prev-cost.
           move 0                      to ws-block-total.
           perform 335-write-one-month-line
             varying ws-month-sub from 1 by 1
             until ws-month-sub > 12.
           move ws-block-total         to ws-block-total-out.
           write report-line           from ws-block-total-line
             after advancing ws-one line.

      *    This section prints one month of the block being printed
      *    and proves it - the month before plus this month's
      *    movement must give this month's headcount and cost.
       335-write-one-month-line.
           move ws-cal-label (ws-month-sub) to ws-ml-month-out.
           move ws-pe-promo-count (ws-month-sub) to
             ws-ml-promo-count-out.
           move ws-pe-promo-cost (ws-month-sub) to
             ws-ml-promo-cost-out.
           move ws-pe-xfer-in (ws-month-sub) to ws-ml-xfer-in-out.
           move ws-pe-xfer-out (ws-month-sub) to ws-ml-xfer-out-out.
           move ws-pe-xfer-cost (ws-month-sub) to ws-ml-xfer-cost-out.
           move ws-pe-term-count (ws-month-sub) to
             ws-ml-term-count-out.
           move ws-pe-term-cost (ws-month-sub) to ws-ml-term-cost-out.
           move ws-pe-hire-count (ws-month-sub) to
             ws-ml-hire-count-out.
           move ws-pe-hire-cost (ws-month-sub) to ws-ml-hire-cost-out.
           move ws-pe-cross-count (ws-month-sub) to
             ws-ml-cross-count-out.
           move ws-pe-cross-cost (ws-month-sub) to
             ws-ml-cross-cost-out.
           move ws-pe-hc (ws-month-sub) to ws-ml-hc-out.
           move ws-pe-cost (ws-month-sub) to ws-ml-cost-out.
           compute ws-expected-hc = ws-prev-hc +
             ws-pe-xfer-in (ws-month-sub) -
             ws-pe-xfer-out (ws-month-sub) -
             ws-pe-term-count (ws-month-sub) +
             ws-pe-hire-count (ws-month-sub).
           compute ws-expected-cost = ws-prev-cost +
             ws-pe-promo-cost (ws-month-sub) +
             ws-pe-xfer-cost (ws-month-sub) +
             ws-pe-term-cost (ws-month-sub) +
             ws-pe-hire-cost (ws-month-sub) +
             ws-pe-cross-cost (ws-month-sub).
           if ((ws-expected-hc = ws-pe-hc (ws-month-sub)) and
             (ws-expected-cost = ws-pe-cost (ws-month-sub))) then
               move spaces             to ws-ml-balance-out
           else
               move "***"              to ws-ml-balance-out
               add 1                   to ws-months-unbalanced
           end-if.
           write report-line           from ws-month-line
             after advancing ws-one line.
           if (ws-pe-held-count (ws-month-sub) > 0) then
               move ws-pe-held-count (ws-month-sub) to
                 ws-hn-count-out
               write report-line       from ws-held-note-line
                 after advancing ws-one line
           end-if.
           add ws-pe-cost (ws-month-sub) to ws-block-total.
           move ws-pe-hc (ws-month-sub) to ws-prev-hc.
           move ws-pe-cost (ws-month-sub) to ws-prev-cost.

      *    This section adds one department's block into the grand
      *    total block, called from the loop in 300-write-forecast.
       340-add-dept-to-grand.
           add ws-fd-open-hc (ws-fd-idx) to ws-pe-open-hc.
           add ws-fd-open-cost (ws-fd-idx) to ws-pe-open-cost.
           perform 345-add-one-grand-month
             varying ws-month-sub from 1 by 1
             until ws-month-sub > 12.

      *    This section adds one month of a department into the
      *    grand total block, called from 340-add-dept-to-grand.
       345-add-one-grand-month.
           add ws-fd-hc (ws-fd-idx, ws-month-sub) to
             ws-pe-hc (ws-month-sub).
           add ws-fd-cost (ws-fd-idx, ws-month-sub) to
             ws-pe-cost (ws-month-sub).
           add ws-fd-promo-count (ws-fd-idx, ws-month-sub) to
             ws-pe-promo-count (ws-month-sub).
           add ws-fd-promo-cost (ws-fd-idx, ws-month-sub) to
             ws-pe-promo-cost (ws-month-sub).
           add ws-fd-xfer-in (ws-fd-idx, ws-month-sub) to
             ws-pe-xfer-in (ws-month-sub).
           add ws-fd-xfer-out (ws-fd-idx, ws-month-sub) to
             ws-pe-xfer-out (ws-month-sub).
           add ws-fd-xfer-cost (ws-fd-idx, ws-month-sub) to
             ws-pe-xfer-cost (ws-month-sub).
           add ws-fd-term-count (ws-fd-idx, ws-month-sub) to
             ws-pe-term-count (ws-month-sub).
           add ws-fd-term-cost (ws-fd-idx, ws-month-sub) to
             ws-pe-term-cost (ws-month-sub).
           add ws-fd-hire-count (ws-fd-idx, ws-month-sub) to
             ws-pe-hire-count (ws-month-sub).
           add ws-fd-hire-cost (ws-fd-idx, ws-month-sub) to
             ws-pe-hire-cost (ws-month-sub).
           add ws-fd-cross-count (ws-fd-idx, ws-month-sub) to
             ws-pe-cross-count (ws-month-sub).
           add ws-fd-cross-cost (ws-fd-idx, ws-month-sub) to
             ws-pe-cross-cost (ws-month-sub).
      *    A held transfer is noted under both its departments, so
      *    the company block takes its own count of held cards.
           move ws-held-month-count (ws-month-sub) to
             ws-pe-held-count (ws-month-sub).

      *    This section adds one department into the block of its
      *    cost center, opening the block the first time the cost
      *    center is seen, called from the loop in
      *    300-write-forecast.
       360-build-one-cost-center.
           move "N"                    to ws-cc-found-flag.
           move 0                      to ws-cc-sub.
           if (ws-cc-count > 0) then
               perform 365-test-one-cost-center
                 varying ws-cc-idx from 1 by 1
                 until (ws-cc-idx > ws-cc-count) or
                 (ws-cc-found-flag = "Y")
           end-if.
           if (ws-cc-found-flag = "N") then
               add 1                   to ws-cc-count
               move ws-cc-count        to ws-cc-sub
               initialize ws-cc-entry (ws-cc-sub)
               move ws-fd-cost-center (ws-fd-idx) to
                 ws-cc-code (ws-cc-sub)
           end-if.
           add ws-fd-open-hc (ws-fd-idx) to ws-cc-open-hc (ws-cc-sub).
           add ws-fd-open-cost (ws-fd-idx) to
             ws-cc-open-cost (ws-cc-sub).
           perform 367-add-one-cc-month
             varying ws-month-sub from 1 by 1
             until ws-month-sub > 12.

      *    This section tests one cost center block against the
      *    department's, called from 360-build-one-cost-center.
       365-test-one-cost-center.
           if (ws-cc-code (ws-cc-idx) = ws-fd-cost-center (ws-fd-idx))
             then
               move "Y"                to ws-cc-found-flag
               set ws-cc-sub           to ws-cc-idx
           end-if.

      *    This section adds one month of the department into its
      *    cost center, called from 360-build-one-cost-center.
       367-add-one-cc-month.
           add ws-fd-hc (ws-fd-idx, ws-month-sub) to
             ws-cc-hc (ws-cc-sub, ws-month-sub).
           add ws-fd-cost (ws-fd-idx, ws-month-sub) to
             ws-cc-cost (ws-cc-sub, ws-month-sub).

      *    This section prints one cost center's block, called from
      *    the loop in 300-write-forecast.
       370-write-one-cost-center.
           move ws-cc-code (ws-cc-idx) to ws-cc-heading-out.
           write report-line           from ws-cc-heading
             after advancing ws-two lines.
           move "OPENING"              to ws-ccl-month-out.
           move ws-cc-open-hc (ws-cc-idx) to ws-ccl-hc-out.
           move ws-cc-open-cost (ws-cc-idx) to ws-ccl-cost-out.
           write report-line           from ws-cc-month-line
             after advancing ws-one line.
           move 0                      to ws-block-total.
           perform 375-write-one-cc-month
             varying ws-month-sub from 1 by 1
             until ws-month-sub > 12.
           move ws-block-total         to ws-block-total-out.
           write report-line           from ws-block-total-line
             after advancing ws-one line.

      *    This section prints one month of a cost center, called
      *    from 370-write-one-cost-center.
       375-write-one-cc-month.
           move ws-cal-label (ws-month-sub) to ws-ccl-month-out.
           move ws-cc-hc (ws-cc-idx, ws-month-sub) to ws-ccl-hc-out.
           move ws-cc-cost (ws-cc-idx, ws-month-sub) to
             ws-ccl-cost-out.
           write report-line           from ws-cc-month-line
             after advancing ws-one line.
           add ws-cc-cost (ws-cc-idx, ws-month-sub) to ws-block-total.

      *    This section writes the forecast trailer.
       500-write-summary.
           compute ws-sum-pending-out = ws-evt-count - ws-held-read.
           move ws-held-read           to ws-sum-held-out.
           move ws-cards-applied       to ws-sum-applied-out.
           move ws-cards-beyond        to ws-sum-beyond-out.
           move ws-cards-ignored       to ws-sum-ignored-out.
           move ws-crossings           to ws-sum-crossings-out.
           move ws-months-unbalanced   to ws-sum-unbalanced-out.
           write report-line           from ws-summary-line1
             after advancing ws-two lines.
           write report-line           from ws-summary-line2
             after advancing ws-one line.
           write report-line           from ws-summary-line3
             after advancing ws-one line.
           write report-line           from ws-summary-line4
             after advancing ws-one line.

      *Close files
       600-close-files.
           close employee-master-file, forecast-report-file.

       end program A4-CostForecast.
