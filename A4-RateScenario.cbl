       identification division.
       program-id. A4-RateScenario.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Budget-season what-if model. Reads the
      *real A4.dat/A5.dat population once into memory and prices it
      *under several rate sets side by side - the rate set
      *A4-SalaryReport would use today (from A4-Rates.dat, shown as
      *CURRENT) and up to four candidate sets comp review proposes on
      *A4-RateScenarios.dat. Every employee is priced the way
      *305-process-active-a4 and the 5A/5B passes price them: the
      *same years-of-service classification, merit factor from
      *A4-MeritRating.dat, first-year proration by hire month,
      *department merit-pool scaling from A4-DeptMaster.dat, salary
      *band check from A4-SalaryBands.dat, and budget overrun check
      *against the A5 budget with rejected overruns on
      *A4-OverrunApproval.dat capped at budget.
      *
      *A4-RateScenario.out prints the rates, total cost, band
      *violations and budget overruns for each scenario in its own
      *column, followed by raise and new-salary cost by department;
      *A4-RateScenarioDetail.out lists every employee behind the band
      *and overrun counts. Nothing else is written - no master,
      *approval, GL, payroll or history output - so the model can be
      *run as often as comp review likes.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select rates-file
               assign to "../../../A4-SalaryReport/A4-Rates.dat"
               organization is line sequential.

      *file status lets 020-load-candidates stop the run cleanly when
      *comp review has not put any candidate rate sets out yet
           select scenario-file
               assign to
                   "../../../A4-SalaryReport/A4-RateScenarios.dat"
               organization is line sequential
               file status is ws-rs-file-status.

           select salary-band-file
               assign to "../../../A4-SalaryReport/A4-SalaryBands.dat"
               organization is line sequential.

           select department-master-file
               assign to
                   "../../../A4-SalaryReport/A4-DeptMaster.dat"
               organization is line sequential.

           select salary-file
               assign to "../../../A4-SalaryReport/A4.dat"
               organization is line sequential.

           select salary-file-5A
               assign to "../../../A4-SalaryReport/A5.dat"
               organization is line sequential.

      *the merit and approval feeds are optional the same way they
      *are for A4-SalaryReport - without them every employee gets the
      *neutral merit factor and no overrun is treated as decided
           select merit-rating-file
               assign to
                   "../../../A4-SalaryReport/A4-MeritRating.dat"
               organization is line sequential
               file status is ws-merit-file-status.

           select approval-status-file
               assign to
                   "../../../A4-SalaryReport/A4-OverrunApproval.dat"
               organization is line sequential
               file status is ws-appr-file-status.

           select scenario-report-file
               assign to
                   "../../../A4-SalaryReport/A4-RateScenario.out"
               organization is line sequential.

           select scenario-detail-file
               assign to
                   "../../../A4-SalaryReport/A4-RateScenarioDetail.out"
               organization is line sequential.

      *
       data division.
       file section.

       fd rates-file
           data record is rates-rec
           record contains 37 characters.
      *
       01 rates-rec.
         05 rt-effective-date pic 9(8).
         05 rt-rates pic x(29).

      *a candidate rate set is laid out exactly like an A4-Rates.dat
      *record with a scenario code in place of the effective date, so
      *comp review can copy a live rate set and edit it
       fd scenario-file
           data record is scenario-rec
           record contains 37 characters.
      *
       01 scenario-rec.
         05 rs-scenario-code pic x(8).
         05 rs-rates.
           10 rs-per-analyst pic 99v9.
           10 rs-per-senprog pic 9v9.
           10 rs-per-prog pic 9v9.
           10 rs-per-jrprog pic 9v9.
           10 rs-years pic x(20).

       fd salary-band-file
           data record is band-rec
           record contains 22 characters.
      *
       01 band-rec.
         05 band-position pic x(8).
         05 band-min-salary pic 9(5)v99.
         05 band-max-salary pic 9(5)v99.

       fd department-master-file
           data record is deptmast-rec
           record contains 68 characters.
      *
       01 deptmast-rec.
         05 deptmast-code pic x(4).
         05 deptmast-name pic x(20).
         05 deptmast-manager-name pic x(15).
         05 deptmast-manager-employee-number pic 9(5).
         05 deptmast-cost-center-owner pic x(15).
         05 deptmast-merit-pool pic 9(7)v99.

       fd salary-file
           data record is salary-rep
           record contains 43 characters.
      *
       01 salary-rep.
         05 sr-employee-number pic 9(5).
         05 sr-employee-name pic x(15).
         05 sr-education-code pic x.
         05 sr-years-service pic 99.
         05 sr-present-salary pic 9(5)v99.
         05 sr-department pic x(4).
         05 sr-action-code pic x.
           88 sr-active value "A", " ".
           88 sr-terminated value "T".
           88 sr-on-leave value "L".
         05 sr-hire-date pic 9(8).

       fd salary-file-5A
           data record is salary-rep-5A
           record contains 52 characters.
      *
       01 salary-rep-5A.
         05 5A-employee-number pic 9(5).
         05 5A-employee-name pic x(15).
         05 5A-years-service pic 99.
         05 5A-education-code pic x.
         05 5A-present-salary pic 9(5)v99.
         05 5A-budget pic 9(6)v99.
         05 5A-department pic x(4).
         05 5A-action-code pic x.
         05 5A-hire-date pic 9(8).

       fd merit-rating-file
           data record is merit-rec
           record contains 6 characters.
      *
       01 merit-rec.
         05 mr-employee-number pic 9(5).
         05 mr-rating-code pic x.

       fd approval-status-file
           data record is approval-rec
           record contains 31 characters.
      *
       01 approval-rec.
         05 appr-employee-number pic 9(5).
         05 appr-report pic x(2).
         05 appr-status pic x.
         05 appr-reviewer-name pic x(15).
         05 appr-review-date pic 9(8).

       fd scenario-report-file
           data record is scenario-line
           record contains 114 characters.
      *
       01 scenario-line pic x(114).

       fd scenario-detail-file
           data record is detail-line
           record contains 120 characters.
      *
       01 detail-line pic x(120).

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-hundred-cnst pic 999 value 100.
       77 ws-analyst-cnst pic x(7) value "ANALYST".
       77 ws-senprog-cnst pic x(8) value "SEN PROG".
       77 ws-prog-cnst pic x(4) value "PROG".
       77 ws-jrprog-cnst pic x(7) value "JR PROG".
       77 ws-current-code-cnst pic x(8) value "CURRENT".

      *one column per scenario on the report - the CURRENT rate set
      *plus up to four candidates
       77 ws-scen-max-cnst pic 9 value 5.
       77 ws-pop-max-cnst pic 9(4) value 2000.
       77 ws-band-max-cnst pic 99 value 10.
      *ws-deptmast-max-cnst mirrors A4-SalaryReport; the entry after
      *the last loaded department collects every department code that
      *is not on the department master
       77 ws-deptmast-max-cnst pic 99 value 20.

       77 ws-prorate-full-year-cnst pic 99 value 12.

       77 ws-merit-factor-1-cnst pic 9v99 value 1.50.
       77 ws-merit-factor-2-cnst pic 9v99 value 1.25.
       77 ws-merit-factor-3-cnst pic 9v99 value 1.00.
       77 ws-merit-factor-4-cnst pic 9v99 value 0.75.
       77 ws-merit-factor-5-cnst pic 9v99 value 0.50.
       77 ws-merit-neutral-cnst pic 9v99 value 1.00.

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).
         05 ws-current-date-split redefines ws-current-date-yyyymmdd.
           10 ws-current-yyyy pic 9(4).
           10 ws-current-mm pic 99.
           10 ws-current-dd pic 99.

       01 ws-rates-eof-flag pic x value "n".

       01 ws-rates-best-date pic 9(8) value 0.

       01 ws-rates-any-switch pic x value "N".
         88 ws-rates-any-was-found value "Y".
         88 ws-rates-any-not-found value "N".

       01 ws-rates-best pic x(29).

       01 ws-rs-file-status pic xx.

       01 ws-rs-eof-flag pic x value "n".

       01 ws-scen-full-switch pic x value "N".
         88 ws-scen-table-full value "Y".
         88 ws-scen-table-not-full value "N".

      *each scenario carries its rate set in the A4-Rates.dat order
      *and the totals its pricing pass builds up, department by
      *department in the same order as ws-dept-table
       01 ws-scen-count pic 9 value 0.

       01 ws-scen-table.
         05 ws-scen-entry occurs 5 times.
           10 ws-scen-code pic x(8).
           10 ws-scen-rates.
             15 ws-scen-per-analyst pic 99v9.
             15 ws-scen-per-senprog pic 9v9.
             15 ws-scen-per-prog pic 9v9.
             15 ws-scen-per-jrprog pic 9v9.
             15 ws-scen-grad-analyst-lo pic 99.
             15 ws-scen-grad-analyst-hi pic 99.
             15 ws-scen-grad-senprog-lo pic 99.
             15 ws-scen-grad-senprog-hi pic 99.
             15 ws-scen-grad-prog-lo pic 99.
             15 ws-scen-grad-prog-hi pic 99.
             15 ws-scen-nongrad-prog-lo pic 99.
             15 ws-scen-nongrad-prog-hi pic 99.
             15 ws-scen-nongrad-jrprog-lo pic 99.
             15 ws-scen-nongrad-jrprog-hi pic 99.
           10 ws-scen-unclassified-count pic 9(5).
           10 ws-scen-present-total pic 9(10)v99.
           10 ws-scen-pre-pool-total pic 9(10)v99.
           10 ws-scen-pool-reduction-total pic 9(10)v99.
           10 ws-scen-withheld-total pic 9(10)v99.
           10 ws-scen-raise-total pic 9(10)v99.
           10 ws-scen-new-salary-total pic 9(10)v99.
           10 ws-scen-band-count pic 9(5).
           10 ws-scen-overrun-count pic 9(5).
           10 ws-scen-over-amount-total pic 9(10)v99.
           10 ws-scen-approved-count pic 9(5).
           10 ws-scen-capped-count pic 9(5).
           10 ws-scen-dept-entry occurs 21 times.
             15 ws-scen-dept-raise pic 9(10)v99.
             15 ws-scen-dept-new-salary pic 9(10)v99.

       01 ws-scen-idx pic 9 comp.

       01 ws-grad-class-table.
         05 ws-grad-class-entry occurs 3 times.
           10 ws-grad-lo-years pic 99.
           10 ws-grad-hi-years pic 99.
           10 ws-grad-position pic x(8).
           10 ws-grad-percent pic 99v9.

       01 ws-nongrad-class-table.
         05 ws-nongrad-class-entry occurs 2 times.
           10 ws-nongrad-lo-years pic 99.
           10 ws-nongrad-hi-years pic 99.
           10 ws-nongrad-position pic x(8).
           10 ws-nongrad-percent pic 99v9.

       01 ws-class-work.
         05 ws-class-idx pic 99 comp.
         05 ws-class-years pic 99.
         05 ws-class-position pic x(8).
         05 ws-class-percent pic 99v9.
         05 ws-class-found pic x value "N".
           88 ws-class-was-found value "Y".
           88 ws-class-not-found value "N".

       01 ws-band-count pic 99 value 0.

       01 ws-band-table.
         05 ws-band-entry occurs 10 times.
           10 ws-band-tbl-position pic x(8).
           10 ws-band-tbl-min-salary pic 9(5)v99.
           10 ws-band-tbl-max-salary pic 9(5)v99.

       01 ws-band-eof-flag pic x value "n".

       01 ws-band-work.
         05 ws-band-idx pic 99 comp.
         05 ws-band-position pic x(8).
         05 ws-band-new-salary pic 9(6)v99.
         05 ws-band-found pic x value "N".
           88 ws-band-was-found value "Y".
           88 ws-band-not-found value "N".
         05 ws-band-outside-switch pic x value "N".
           88 ws-band-is-outside value "Y".
           88 ws-band-is-inside value "N".
         05 ws-band-limit pic 9(5)v99.
         05 ws-band-outside-by pic 9(6)v99.
         05 ws-band-finding pic x(26).

      *ws-dept-table is the department master in file order, pool
      *and all, plus one catch-all entry for unknown departments; the
      *pool pre-total and factor are rebuilt for every scenario since
      *a different rate set prices a different pre-pool total
       01 ws-deptmast-eof-flag pic x value "n".

       01 ws-deptmast-count pic 99 value 0.

       01 ws-dept-count pic 99 value 0.

       01 ws-dept-table.
         05 ws-dept-entry occurs 21 times.
           10 ws-dept-tbl-code pic x(4).
           10 ws-dept-tbl-name pic x(20).
           10 ws-dept-tbl-merit-pool pic 9(7)v99.
           10 ws-dept-tbl-pool-pre-total pic 9(9)v99.
           10 ws-dept-tbl-pool-factor pic 9v9(6).

       01 ws-dept-work.
         05 ws-dept-idx pic 99 comp.
         05 ws-dept-found pic x value "N".
           88 ws-dept-was-found value "Y".
           88 ws-dept-not-found value "N".

       01 ws-a4-eof-flag pic x value "n".
       01 ws-a5-eof-flag pic x value "n".

      *only the employees the 5A/5B passes would price are held -
      *active, with a G or N education code on A5.dat - each with its
      *merit factor, proration factor, department entry and overrun
      *decision already resolved, since none of those depend on the
      *rate set
       01 ws-pop-counts.
         05 ws-pop-read-count pic 9(5) value 0.
         05 ws-pop-leave-count pic 9(5) value 0.
         05 ws-pop-invalid-count pic 9(5) value 0.
         05 ws-pop-dropped-count pic 9(5) value 0.
         05 ws-pop-unknown-dept-count pic 9(5) value 0.

       01 ws-pop-count pic 9(4) value 0.

       01 ws-pop-table.
         05 ws-pop-entry occurs 2000 times.
           10 ws-pop-employee-number pic 9(5).
           10 ws-pop-employee-name pic x(15).
           10 ws-pop-education-code pic x.
           10 ws-pop-years-service pic 99.
           10 ws-pop-present-salary pic 9(5)v99.
           10 ws-pop-budget pic 9(6)v99.
           10 ws-pop-department pic x(4).
           10 ws-pop-hire-date pic 9(8).
           10 ws-pop-report pic x(2).
           10 ws-pop-merit-rating pic x.
           10 ws-pop-merit-factor pic 9v99.
           10 ws-pop-prorate-factor pic 9v999.
           10 ws-pop-dept-idx pic 99.
           10 ws-pop-appr-status pic x.
             88 ws-pop-appr-approved value "A".
             88 ws-pop-appr-rejected value "R".
             88 ws-pop-appr-none value " ".

       01 ws-pop-idx pic 9(4) comp.

       01 ws-merit-file-status pic xx.

       01 ws-merit-eof-flag pic x value "n".

       01 ws-appr-file-status pic xx.

       01 ws-appr-eof-flag pic x value "n".

       01 ws-prorate-work.
         05 ws-prorate-hire-date pic 9(8).
         05 ws-prorate-hire-split redefines ws-prorate-hire-date.
           10 ws-prorate-hire-yyyy pic 9(4).
           10 ws-prorate-hire-mm pic 99.
           10 ws-prorate-hire-dd pic 99.
         05 ws-prorate-months pic s9(5) comp.
         05 ws-prorate-factor pic 9v999.

       01 ws-for-calculation.
         05 ws-merit-factor pic 9v99.
         05 ws-merit-adj-percent pic 99v9.
         05 ws-ratio pic 9v999.
         05 ws-pay-increase-calc pic 9(5)v99.
         05 ws-pool-pre-increase pic 9(5)v99.
         05 ws-pool-reduction pic 9(5)v99.
         05 ws-new-salary-calc pic 9(6)v99.
         05 ws-uncapped-salary pic 9(6)v99.
         05 ws-capped-salary pic 9(6)v99.
         05 ws-over-amount pic 9(6)v99.
         05 ws-withheld pic 9(6)v99.
         05 ws-raise-change pic s9(10)v99.

       01 ws-report-title.
         05 filler pic x(40) value
             "A4/A5 RATE SCENARIO MODEL               ".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-rt-run-date pic 9(8).

       01 ws-population-line.
         05 filler pic x(17) value "EMPLOYEES READ: ".
         05 ws-pl-read-count pic zz,zz9.
         05 filler pic x(11) value "   PRICED: ".
         05 ws-pl-priced-count pic zz,zz9.
         05 filler pic x(27) value "   ON LEAVE / TERMINATED: ".
         05 ws-pl-leave-count pic zz,zz9.
         05 filler pic x(27) value "   INVALID EDUCATION CODE: ".
         05 ws-pl-invalid-count pic zz,zz9.

       01 ws-section-line.
         05 filler pic x(4) value "--- ".
         05 ws-sl-title pic x(40).

      *one report row - a 24-character label and one 18-character
      *column per scenario, viewed as money, signed money, a count,
      *a percent, a years bracket or text depending on the row
       01 ws-row-line.
         05 ws-row-label pic x(24).
         05 ws-row-amt-cols.
           10 ws-row-amt-col occurs 5 times.
             15 filler pic x.
             15 ws-row-amount pic $z,zzz,zzz,zz9.99.
         05 ws-row-sgn-cols redefines ws-row-amt-cols.
           10 ws-row-sgn-col occurs 5 times.
             15 filler pic x.
             15 ws-row-signed pic --,---,---,--9.99.
         05 ws-row-cnt-cols redefines ws-row-amt-cols.
           10 ws-row-cnt-col occurs 5 times.
             15 filler pic x(12).
             15 ws-row-count pic zz,zz9.
         05 ws-row-pct-cols redefines ws-row-amt-cols.
           10 ws-row-pct-col occurs 5 times.
             15 filler pic x(13).
             15 ws-row-percent pic z9.9.
             15 ws-row-pct-sign pic x.
         05 ws-row-yrs-cols redefines ws-row-amt-cols.
           10 ws-row-yrs-col occurs 5 times.
             15 filler pic x(13).
             15 ws-row-lo-years pic z9.
             15 ws-row-yrs-dash pic x.
             15 ws-row-hi-years pic 99.
         05 ws-row-txt-cols redefines ws-row-amt-cols.
           10 ws-row-txt-col occurs 5 times.
             15 filler pic x(10).
             15 ws-row-text pic x(8).

       01 ws-row-selector pic x(2).
         88 ws-row-per-analyst value "PA".
         88 ws-row-per-senprog value "PS".
         88 ws-row-per-prog value "PP".
         88 ws-row-per-jrprog value "PJ".
         88 ws-row-yrs-grad-analyst value "YA".
         88 ws-row-yrs-grad-senprog value "YS".
         88 ws-row-yrs-grad-prog value "YP".
         88 ws-row-yrs-nongrad-prog value "YN".
         88 ws-row-yrs-nongrad-jrprog value "YJ".
         88 ws-row-unclassified value "UC".
         88 ws-row-present value "PT".
         88 ws-row-pre-pool value "PR".
         88 ws-row-pool-reduction value "PD".
         88 ws-row-withheld value "WH".
         88 ws-row-raise value "RT".
         88 ws-row-raise-change value "RC".
         88 ws-row-new-salary value "NS".
         88 ws-row-band value "BV".
         88 ws-row-overrun value "OC".
         88 ws-row-over-amount value "OA".
         88 ws-row-approved value "AP".
         88 ws-row-capped value "CP".
         88 ws-row-dept-raise value "DR".
         88 ws-row-dept-new-salary value "DN".

       01 ws-detail-title.
         05 filler pic x(40) value
             "A4/A5 RATE SCENARIO FINDINGS            ".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-dt-run-date pic 9(8).

       01 ws-detail-header.
         05 filler pic x(10) value "SCENARIO".
         05 filler pic x(7) value "EMP".
         05 filler pic x(17) value "NAME".
         05 filler pic x(6) value "DEPT".
         05 filler pic x(10) value "POSITION".
         05 filler pic x(13) value " NEW SALARY".
         05 filler pic x(28) value "FINDING".
         05 filler pic x(13) value "      LIMIT".
         05 filler pic x(11) value " OUTSIDE BY".

       01 ws-detail-line.
         05 ws-dl-scenario-code pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dl-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-dl-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-dl-department pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-dl-position pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-dl-new-salary pic $zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-dl-finding pic x(26).
         05 filler pic x(2) value spaces.
         05 ws-dl-limit pic $zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-dl-outside-by pic $zzz,zz9.99.

       01 ws-detail-count pic 9(5) value 0.

       01 ws-detail-total-line.
         05 filler pic x(24) value "FINDINGS LISTED:        ".
         05 ws-dtl-count pic zz,zz9.

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           perform 010-load-current-rates.

           perform 020-load-candidates.

           if ws-scen-count = 0
               display "NO RATE SETS TO MODEL - A4-RATESCENARIOS.DAT"
               display "ABORTING - NO SCENARIO REPORT WRITTEN"
               stop run
           end-if.

           perform 030-load-salary-bands.

           perform 040-load-departments.

           perform 050-load-population.

           perform 060-load-merit-ratings.

           perform 065-load-overrun-approvals.

           perform 070-resolve-one-employee
             varying ws-pop-idx from 1 by 1
             until ws-pop-idx > ws-pop-count.

           open output scenario-detail-file.

           move ws-current-date-yyyymmdd to ws-dt-run-date.
           write detail-line from ws-detail-title.
           write detail-line from "".
           write detail-line from ws-detail-header.
           write detail-line from "".

           perform 100-price-one-scenario
             varying ws-scen-idx from 1 by 1
             until ws-scen-idx > ws-scen-count.

           move ws-detail-count to ws-dtl-count.
           write detail-line from "".
           write detail-line from ws-detail-total-line.

           close scenario-detail-file.

           perform 300-print-scenario-report.

           display "RATE SCENARIOS MODELLED: " ws-scen-count
               "  EMPLOYEES PRICED: " ws-pop-count.

           stop run.
      *
      *010-load-current-rates picks the rate set A4-SalaryReport
      *would use today, the same way its 010-select-rate-set does -
      *the latest effective date on or before the run date - and
      *makes it the CURRENT column; a run date before every effective
      *date simply models the candidates on their own
       010-load-current-rates.
      *
           open input rates-file.

           move ws-false-cnst to ws-rates-any-switch.
           move spaces to ws-rates-eof-flag.

           read rates-file
               at end
                   move ws-true-cnst to ws-rates-eof-flag.

           perform 011-select-rate-set
             until ws-rates-eof-flag = ws-true-cnst.

           close rates-file.

           if ws-rates-any-was-found
               add ws-one-cnst to ws-scen-count
               move ws-current-code-cnst to ws-scen-code (ws-scen-count)
               move ws-rates-best to ws-scen-rates (ws-scen-count)
           else
               display "NO RATE SET EFFECTIVE FOR RUN DATE"
               display "CURRENT COLUMN LEFT OFF - CANDIDATES ONLY"
           end-if.
      *
       011-select-rate-set.
      *
           if rt-effective-date <= ws-current-date-yyyymmdd
              and rt-effective-date >= ws-rates-best-date
               move rt-effective-date to ws-rates-best-date
               move ws-true-cnst to ws-rates-any-switch
               move rt-rates to ws-rates-best
           end-if.

           read rates-file
               at end
                   move ws-true-cnst to ws-rates-eof-flag.
      *
       020-load-candidates.
      *
           move spaces to ws-rs-file-status.
           open input scenario-file.

           if ws-rs-file-status not = "00"
               continue
           else
               move spaces to ws-rs-eof-flag

               read scenario-file
                   at end
                       move ws-true-cnst to ws-rs-eof-flag
               end-read

               perform 021-add-candidate
                 until ws-rs-eof-flag = ws-true-cnst

               close scenario-file
           end-if.
      *
      *a candidate with no code, or with a rate or bracket that is
      *not numeric, is left off the report rather than priced at
      *zero
       021-add-candidate.
      *
           if rs-scenario-code = spaces
              or rs-per-analyst is not numeric
              or rs-per-senprog is not numeric
              or rs-per-prog is not numeric
              or rs-per-jrprog is not numeric
              or rs-years is not numeric
               display "RATE SCENARIO " rs-scenario-code
                   " INCOMPLETE - IGNORED"
           else
               if ws-scen-count < ws-scen-max-cnst
                   add ws-one-cnst to ws-scen-count
                   move rs-scenario-code to ws-scen-code (ws-scen-count)
                   move rs-rates to ws-scen-rates (ws-scen-count)
               else
                   if ws-scen-table-not-full
                       move ws-true-cnst to ws-scen-full-switch
                       display "RATE SCENARIO TABLE FULL - "
                           rs-scenario-code " AND LATER SETS IGNORED"
                   end-if
               end-if
           end-if.

           read scenario-file
               at end
                   move ws-true-cnst to ws-rs-eof-flag.
      *
       030-load-salary-bands.
      *
           open input salary-band-file.

           move spaces to ws-band-eof-flag.

           read salary-band-file
               at end
                   move ws-true-cnst to ws-band-eof-flag.

           perform 031-add-band-entry
             until ws-band-eof-flag = ws-true-cnst.

           close salary-band-file.
      *
       031-add-band-entry.
      *
           if ws-band-count < ws-band-max-cnst
               add ws-one-cnst to ws-band-count
               move band-position to
                   ws-band-tbl-position (ws-band-count)
               move band-min-salary to
                   ws-band-tbl-min-salary (ws-band-count)
               move band-max-salary to
                   ws-band-tbl-max-salary (ws-band-count)
           end-if.

           read salary-band-file
               at end
                   move ws-true-cnst to ws-band-eof-flag.
      *
       040-load-departments.
      *
           open input department-master-file.

           move spaces to ws-deptmast-eof-flag.

           read department-master-file
               at end
                   move ws-true-cnst to ws-deptmast-eof-flag.

           perform 041-add-deptmast-entry
             until ws-deptmast-eof-flag = ws-true-cnst.

           close department-master-file.

           add ws-one-cnst to ws-deptmast-count giving ws-dept-count.
           move spaces to ws-dept-tbl-code (ws-dept-count).
           move "NOT ON DEPT MASTER" to
               ws-dept-tbl-name (ws-dept-count).
           move 0 to ws-dept-tbl-merit-pool (ws-dept-count).
      *
       041-add-deptmast-entry.
      *
           if ws-deptmast-count < ws-deptmast-max-cnst
               add ws-one-cnst to ws-deptmast-count
               move deptmast-code to
                   ws-dept-tbl-code (ws-deptmast-count)
               move deptmast-name to
                   ws-dept-tbl-name (ws-deptmast-count)
               move deptmast-merit-pool to
                   ws-dept-tbl-merit-pool (ws-deptmast-count)
           end-if.

           read department-master-file
               at end
                   move ws-true-cnst to ws-deptmast-eof-flag.
      *
      *050-load-population is the one read of A4.dat/A5.dat - the A4
      *side gives the action code the batch routes on, the A5 side
      *every figure the 5A/5B passes price from; a pair out of step
      *stops the model the same way it stops A4-SalaryReport
       050-load-population.
      *
           open input salary-file.
           open input salary-file-5A.

           move spaces to ws-a4-eof-flag.
           move spaces to ws-a5-eof-flag.

           read salary-file
               at end
                   move ws-true-cnst to ws-a4-eof-flag.

           read salary-file-5A
               at end
                   move ws-true-cnst to ws-a5-eof-flag.

           perform 051-add-employee
             until ws-a4-eof-flag = ws-true-cnst
             and ws-a5-eof-flag = ws-true-cnst.

           close salary-file, salary-file-5A.

           if ws-pop-dropped-count > 0
               display "POPULATION TABLE FULL - " ws-pop-dropped-count
                   " EMPLOYEE(S) NOT PRICED"
           end-if.
      *
       051-add-employee.
      *
           if ws-a4-eof-flag = ws-true-cnst
              or ws-a5-eof-flag = ws-true-cnst
               display "A4.DAT AND A5.DAT OUT OF STEP - ONE FILE ENDS "
                   "BEFORE THE OTHER"
               display "ABORTING - NO SCENARIO REPORT WRITTEN"
               close salary-file, salary-file-5A
               stop run
           end-if.

           if sr-employee-number not = 5A-employee-number
               display "A4.DAT AND A5.DAT OUT OF STEP AT EMPLOYEE "
                   sr-employee-number " / " 5A-employee-number
               display "ABORTING - NO SCENARIO REPORT WRITTEN"
               close salary-file, salary-file-5A
               stop run
           end-if.

           add ws-one-cnst to ws-pop-read-count.

           if sr-terminated or sr-on-leave
               add ws-one-cnst to ws-pop-leave-count
           else
               if 5A-education-code not = "G"
                  and 5A-education-code not = "N"
                   add ws-one-cnst to ws-pop-invalid-count
               else
                   if ws-pop-count < ws-pop-max-cnst
                       perform 052-store-employee
                   else
                       add ws-one-cnst to ws-pop-dropped-count
                   end-if
               end-if
           end-if.

           read salary-file
               at end
                   move ws-true-cnst to ws-a4-eof-flag.

           read salary-file-5A
               at end
                   move ws-true-cnst to ws-a5-eof-flag.
      *
       052-store-employee.
      *
           add ws-one-cnst to ws-pop-count.

           move 5A-employee-number to
               ws-pop-employee-number (ws-pop-count).
           move 5A-employee-name to ws-pop-employee-name (ws-pop-count).
           move 5A-education-code to
               ws-pop-education-code (ws-pop-count).
           move 5A-years-service to
               ws-pop-years-service (ws-pop-count).
           move 5A-present-salary to
               ws-pop-present-salary (ws-pop-count).
           move 5A-budget to ws-pop-budget (ws-pop-count).
           move 5A-department to ws-pop-department (ws-pop-count).
           move 5A-hire-date to ws-pop-hire-date (ws-pop-count).
           move space to ws-pop-merit-rating (ws-pop-count).
           move space to ws-pop-appr-status (ws-pop-count).

      *    a grad's overrun is decided on the 5A report, a non-grad's
      *    on the 5B report
           if 5A-education-code = "G"
               move "5A" to ws-pop-report (ws-pop-count)
           else
               move "5B" to ws-pop-report (ws-pop-count)
           end-if.
      *
       060-load-merit-ratings.
      *
           move spaces to ws-merit-file-status.
           open input merit-rating-file.

           if ws-merit-file-status not = "00"
               continue
           else
               move spaces to ws-merit-eof-flag

               read merit-rating-file
                   at end
                       move ws-true-cnst to ws-merit-eof-flag
               end-read

               perform 061-add-merit-entry
                 until ws-merit-eof-flag = ws-true-cnst

               close merit-rating-file
           end-if.
      *
      *a later line for the same employee restamps the earlier one,
      *as it does on A4-SalaryReport's employee master
       061-add-merit-entry.
      *
           perform 062-stamp-merit-rating
             varying ws-pop-idx from 1 by 1
             until ws-pop-idx > ws-pop-count.

           read merit-rating-file
               at end
                   move ws-true-cnst to ws-merit-eof-flag.
      *
       062-stamp-merit-rating.
      *
           if ws-pop-employee-number (ws-pop-idx) = mr-employee-number
               move mr-rating-code to ws-pop-merit-rating (ws-pop-idx)
           end-if.
      *
       065-load-overrun-approvals.
      *
           move spaces to ws-appr-file-status.
           open input approval-status-file.

           if ws-appr-file-status not = "00"
               continue
           else
               move spaces to ws-appr-eof-flag

               read approval-status-file
                   at end
                       move ws-true-cnst to ws-appr-eof-flag
               end-read

               perform 066-add-approval-entry
                 until ws-appr-eof-flag = ws-true-cnst

               close approval-status-file
           end-if.
      *
      *the decision file is appended to, so the last decision for an
      *employee and report is the one that stands
       066-add-approval-entry.
      *
           if appr-status = "A" or appr-status = "R"
               perform 067-stamp-approval
                 varying ws-pop-idx from 1 by 1
                 until ws-pop-idx > ws-pop-count
           end-if.

           read approval-status-file
               at end
                   move ws-true-cnst to ws-appr-eof-flag.
      *
       067-stamp-approval.
      *
           if ws-pop-employee-number (ws-pop-idx) =
               appr-employee-number
              and ws-pop-report (ws-pop-idx) = appr-report
               move appr-status to ws-pop-appr-status (ws-pop-idx)
           end-if.
      *
      *070-resolve-one-employee settles everything about an employee
      *that is the same under every rate set - merit factor as
      *865-find-merit-rating gives it, proration as
      *875-compute-proration gives it, and the department entry
       070-resolve-one-employee.
      *
           evaluate ws-pop-merit-rating (ws-pop-idx)
               when "1"
                   move ws-merit-factor-1-cnst to
                       ws-pop-merit-factor (ws-pop-idx)
               when "2"
                   move ws-merit-factor-2-cnst to
                       ws-pop-merit-factor (ws-pop-idx)
               when "3"
                   move ws-merit-factor-3-cnst to
                       ws-pop-merit-factor (ws-pop-idx)
               when "4"
                   move ws-merit-factor-4-cnst to
                       ws-pop-merit-factor (ws-pop-idx)
               when "5"
                   move ws-merit-factor-5-cnst to
                       ws-pop-merit-factor (ws-pop-idx)
               when other
                   move ws-merit-neutral-cnst to
                       ws-pop-merit-factor (ws-pop-idx)
           end-evaluate.

           move ws-pop-hire-date (ws-pop-idx) to ws-prorate-hire-date.
           perform 875-compute-proration.
           move ws-prorate-factor to ws-pop-prorate-factor (ws-pop-idx).

           move ws-false-cnst to ws-dept-found.

           perform 071-scan-dept-entry
             varying ws-dept-idx from 1 by 1
             until ws-dept-idx > ws-deptmast-count
             or ws-dept-was-found.

      *    the varying index has stepped one past the matched entry
           if ws-dept-was-found
               subtract ws-one-cnst from ws-dept-idx
               move ws-dept-idx to ws-pop-dept-idx (ws-pop-idx)
           else
               move ws-dept-count to ws-pop-dept-idx (ws-pop-idx)
               add ws-one-cnst to ws-pop-unknown-dept-count
           end-if.
      *
       071-scan-dept-entry.
      *
           if ws-dept-tbl-code (ws-dept-idx) =
               ws-pop-department (ws-pop-idx)
               move ws-true-cnst to ws-dept-found
           end-if.
      *
      *100-price-one-scenario prices the whole population under one
      *rate set the way A4-SalaryReport does in a real run - a first
      *pass sets each department's pool factor from its pre-pool
      *total, as 070-price-merit-pools does, and the second pass
      *prices every employee with the pool applied
       100-price-one-scenario.
      *
           perform 110-load-class-tables.

           move 0 to ws-scen-unclassified-count (ws-scen-idx),
               ws-scen-present-total (ws-scen-idx),
               ws-scen-pre-pool-total (ws-scen-idx),
               ws-scen-pool-reduction-total (ws-scen-idx),
               ws-scen-withheld-total (ws-scen-idx),
               ws-scen-raise-total (ws-scen-idx),
               ws-scen-new-salary-total (ws-scen-idx),
               ws-scen-band-count (ws-scen-idx),
               ws-scen-overrun-count (ws-scen-idx),
               ws-scen-over-amount-total (ws-scen-idx),
               ws-scen-approved-count (ws-scen-idx),
               ws-scen-capped-count (ws-scen-idx).

           perform 120-init-dept-entry
             varying ws-dept-idx from 1 by 1
             until ws-dept-idx > ws-dept-count.

           perform 130-price-pre-pool
             varying ws-pop-idx from 1 by 1
             until ws-pop-idx > ws-pop-count.

           perform 135-set-pool-factor
             varying ws-dept-idx from 1 by 1
             until ws-dept-idx > ws-deptmast-count.

           perform 140-price-one-employee
             varying ws-pop-idx from 1 by 1
             until ws-pop-idx > ws-pop-count.
      *
      *110-load-class-tables lays the scenario's rates out the way
      *A4-SalaryReport's 000-main lays out the effective rate set,
      *so 750/760 classify exactly as the batch does
       110-load-class-tables.
      *
           move ws-scen-grad-analyst-lo (ws-scen-idx) to
               ws-grad-lo-years (1).
           move ws-scen-grad-analyst-hi (ws-scen-idx) to
               ws-grad-hi-years (1).
           move ws-analyst-cnst to ws-grad-position (1).
           move ws-scen-per-analyst (ws-scen-idx) to
               ws-grad-percent (1).

           move ws-scen-grad-senprog-lo (ws-scen-idx) to
               ws-grad-lo-years (2).
           move ws-scen-grad-senprog-hi (ws-scen-idx) to
               ws-grad-hi-years (2).
           move ws-senprog-cnst to ws-grad-position (2).
           move ws-scen-per-senprog (ws-scen-idx) to
               ws-grad-percent (2).

           move ws-scen-grad-prog-lo (ws-scen-idx) to
               ws-grad-lo-years (3).
           move ws-scen-grad-prog-hi (ws-scen-idx) to
               ws-grad-hi-years (3).
           move ws-prog-cnst to ws-grad-position (3).
           move ws-scen-per-prog (ws-scen-idx) to ws-grad-percent (3).

           move ws-scen-nongrad-prog-lo (ws-scen-idx) to
               ws-nongrad-lo-years (1).
           move ws-scen-nongrad-prog-hi (ws-scen-idx) to
               ws-nongrad-hi-years (1).
           move ws-prog-cnst to ws-nongrad-position (1).
           move ws-scen-per-prog (ws-scen-idx) to
               ws-nongrad-percent (1).

           move ws-scen-nongrad-jrprog-lo (ws-scen-idx) to
               ws-nongrad-lo-years (2).
           move ws-scen-nongrad-jrprog-hi (ws-scen-idx) to
               ws-nongrad-hi-years (2).
           move ws-jrprog-cnst to ws-nongrad-position (2).
           move ws-scen-per-jrprog (ws-scen-idx) to
               ws-nongrad-percent (2).
      *
       120-init-dept-entry.
      *
           move 0 to ws-dept-tbl-pool-pre-total (ws-dept-idx).
           move 1 to ws-dept-tbl-pool-factor (ws-dept-idx).
           move 0 to ws-scen-dept-raise (ws-scen-idx, ws-dept-idx).
           move 0 to ws-scen-dept-new-salary (ws-scen-idx, ws-dept-idx).
      *
      *only a classified employee in a department on the master goes
      *into the pre-pool total, as in 072-price-one-raise
       130-price-pre-pool.
      *
           perform 150-compute-raise.

           if ws-class-was-found
              and ws-pop-dept-idx (ws-pop-idx) <= ws-deptmast-count
               move ws-pop-dept-idx (ws-pop-idx) to ws-dept-idx
               add ws-pay-increase-calc to
                   ws-dept-tbl-pool-pre-total (ws-dept-idx)
           end-if.
      *
      *the factor is truncated, not rounded, as in
      *073-set-pool-factor
       135-set-pool-factor.
      *
           move 1 to ws-dept-tbl-pool-factor (ws-dept-idx).

           if ws-dept-tbl-merit-pool (ws-dept-idx) > 0
              and ws-dept-tbl-pool-pre-total (ws-dept-idx) >
                  ws-dept-tbl-merit-pool (ws-dept-idx)
               divide ws-dept-tbl-merit-pool (ws-dept-idx) by
                   ws-dept-tbl-pool-pre-total (ws-dept-idx)
                 giving ws-dept-tbl-pool-factor (ws-dept-idx)
           end-if.
      *
      *140-price-one-employee follows the 5A/5B passes: raise, pool
      *scaling (877-apply-merit-pool), new salary, band check
      *(841-scan-band-entry) and budget check, with a rejected
      *overrun capped at budget floored at present salary
      *(870-cap-rejected-overrun); an approved overrun still counts
      *against the scenario's cost but not as an open overrun
       140-price-one-employee.
      *
           perform 150-compute-raise.

           move ws-pop-dept-idx (ws-pop-idx) to ws-dept-idx.

           if ws-class-was-found
               move ws-pay-increase-calc to ws-pool-pre-increase
               if ws-dept-tbl-pool-factor (ws-dept-idx) < 1
                   multiply ws-dept-tbl-pool-factor (ws-dept-idx) by
                       ws-pool-pre-increase giving ws-pay-increase-calc
               end-if
               subtract ws-pay-increase-calc from ws-pool-pre-increase
                   giving ws-pool-reduction
           else
               move spaces to ws-class-position
               move 0 to ws-pool-pre-increase
               move 0 to ws-pool-reduction
               add ws-one-cnst to ws-scen-unclassified-count
                   (ws-scen-idx)
           end-if.

           add ws-pay-increase-calc to
               ws-pop-present-salary (ws-pop-idx)
             giving ws-new-salary-calc.

           move ws-class-position to ws-band-position.
           move ws-new-salary-calc to ws-band-new-salary.
           perform 840-check-salary-band.

           if ws-band-is-outside
               add ws-one-cnst to ws-scen-band-count (ws-scen-idx)
               move ws-band-finding to ws-dl-finding
               move ws-band-limit to ws-dl-limit
               move ws-band-outside-by to ws-dl-outside-by
               perform 160-write-finding
           end-if.

           move 0 to ws-withheld.

           if ws-new-salary-calc > ws-pop-budget (ws-pop-idx)
               subtract ws-pop-budget (ws-pop-idx) from
                   ws-new-salary-calc giving ws-over-amount
               move ws-pop-budget (ws-pop-idx) to ws-dl-limit
               move ws-over-amount to ws-dl-outside-by

               evaluate true
                   when ws-pop-appr-rejected (ws-pop-idx)
                       perform 145-cap-rejected-overrun
                       add ws-one-cnst to
                           ws-scen-capped-count (ws-scen-idx)
                       move "OVER BUDGET - CAPPED" to ws-dl-finding
                   when ws-pop-appr-approved (ws-pop-idx)
                       add ws-one-cnst to
                           ws-scen-approved-count (ws-scen-idx)
                       move "OVER BUDGET - APPROVED" to ws-dl-finding
                   when other
                       add ws-one-cnst to
                           ws-scen-overrun-count (ws-scen-idx)
                       add ws-over-amount to
                           ws-scen-over-amount-total (ws-scen-idx)
                       move "OVER BUDGET - NOT APPROVED" to
                           ws-dl-finding
               end-evaluate

               perform 160-write-finding
           end-if.

           add ws-pop-present-salary (ws-pop-idx) to
               ws-scen-present-total (ws-scen-idx).
           add ws-pool-pre-increase to
               ws-scen-pre-pool-total (ws-scen-idx).
           add ws-pool-reduction to
               ws-scen-pool-reduction-total (ws-scen-idx).
           add ws-withheld to ws-scen-withheld-total (ws-scen-idx).
           add ws-pay-increase-calc to
               ws-scen-raise-total (ws-scen-idx).
           add ws-new-salary-calc to
               ws-scen-new-salary-total (ws-scen-idx).

           add ws-pay-increase-calc to
               ws-scen-dept-raise (ws-scen-idx, ws-dept-idx).
           add ws-new-salary-calc to
               ws-scen-dept-new-salary (ws-scen-idx, ws-dept-idx).
      *
       145-cap-rejected-overrun.
      *
           move ws-new-salary-calc to ws-uncapped-salary.

           if ws-pop-budget (ws-pop-idx) >
               ws-pop-present-salary (ws-pop-idx)
               move ws-pop-budget (ws-pop-idx) to ws-capped-salary
           else
               move ws-pop-present-salary (ws-pop-idx) to
                   ws-capped-salary
           end-if.

           subtract ws-capped-salary from ws-uncapped-salary
               giving ws-withheld.
           move ws-capped-salary to ws-new-salary-calc.
           subtract ws-pop-present-salary (ws-pop-idx) from
               ws-capped-salary giving ws-pay-increase-calc.
      *
      *150-compute-raise is 072-price-one-raise's arithmetic -
      *bracket percent times merit factor, applied to present salary,
      *then prorated - leaving the raise before any pool scaling in
      *ws-pay-increase-calc
       150-compute-raise.
      *
           move ws-pop-years-service (ws-pop-idx) to ws-class-years.

           if ws-pop-education-code (ws-pop-idx) = "G"
               perform 750-classify-grad-years
           else
               perform 760-classify-nongrad-years
           end-if.

           move 0 to ws-pay-increase-calc.

           if ws-class-was-found
               move ws-pop-merit-factor (ws-pop-idx) to ws-merit-factor
               multiply ws-class-percent by ws-merit-factor giving
                   ws-merit-adj-percent rounded
               divide ws-merit-adj-percent by ws-hundred-cnst giving
                   ws-ratio
               multiply ws-ratio by ws-pop-present-salary (ws-pop-idx)
                   giving ws-pay-increase-calc rounded
               multiply ws-pop-prorate-factor (ws-pop-idx) by
                   ws-pay-increase-calc giving ws-pay-increase-calc
                   rounded
           end-if.
      *
       160-write-finding.
      *
           move ws-scen-code (ws-scen-idx) to ws-dl-scenario-code.
           move ws-pop-employee-number (ws-pop-idx) to
               ws-dl-employee-number.
           move ws-pop-employee-name (ws-pop-idx) to
               ws-dl-employee-name.
           move ws-pop-department (ws-pop-idx) to ws-dl-department.
           move ws-class-position to ws-dl-position.
           move ws-new-salary-calc to ws-dl-new-salary.

           write detail-line from ws-detail-line.
           add ws-one-cnst to ws-detail-count.
      *
       300-print-scenario-report.
      *
           open output scenario-report-file.

           move ws-current-date-yyyymmdd to ws-rt-run-date.
           write scenario-line from ws-report-title.
           write scenario-line from "".

           move ws-pop-read-count to ws-pl-read-count.
           move ws-pop-count to ws-pl-priced-count.
           move ws-pop-leave-count to ws-pl-leave-count.
           move ws-pop-invalid-count to ws-pl-invalid-count.
           write scenario-line from ws-population-line.
           write scenario-line from "".

           move spaces to ws-row-line.
           move "SCENARIO" to ws-row-label.
           perform 311-fill-text-column
             varying ws-scen-idx from 1 by 1
             until ws-scen-idx > ws-scen-count.
           write scenario-line from ws-row-line.

           move "RATES" to ws-sl-title.
           perform 305-print-section-title.

           move "PA" to ws-row-selector.
           move "ANALYST PERCENT" to ws-row-label.
           perform 310-print-row.
           move "PS" to ws-row-selector.
           move "SEN PROG PERCENT" to ws-row-label.
           perform 310-print-row.
           move "PP" to ws-row-selector.
           move "PROG PERCENT" to ws-row-label.
           perform 310-print-row.
           move "PJ" to ws-row-selector.
           move "JR PROG PERCENT" to ws-row-label.
           perform 310-print-row.
           move "YA" to ws-row-selector.
           move "GRAD ANALYST YEARS" to ws-row-label.
           perform 310-print-row.
           move "YS" to ws-row-selector.
           move "GRAD SEN PROG YEARS" to ws-row-label.
           perform 310-print-row.
           move "YP" to ws-row-selector.
           move "GRAD PROG YEARS" to ws-row-label.
           perform 310-print-row.
           move "YN" to ws-row-selector.
           move "NON-GRAD PROG YEARS" to ws-row-label.
           perform 310-print-row.
           move "YJ" to ws-row-selector.
           move "NON-GRAD JR PROG YEARS" to ws-row-label.
           perform 310-print-row.

           move "TOTAL COST" to ws-sl-title.
           perform 305-print-section-title.

           move "PT" to ws-row-selector.
           move "PRESENT SALARIES" to ws-row-label.
           perform 310-print-row.
           move "PR" to ws-row-selector.
           move "RAISES BEFORE POOL" to ws-row-label.
           perform 310-print-row.
           move "PD" to ws-row-selector.
           move "LESS MERIT POOL" to ws-row-label.
           perform 310-print-row.
           move "WH" to ws-row-selector.
           move "LESS CAPPED OVERRUNS" to ws-row-label.
           perform 310-print-row.
           move "RT" to ws-row-selector.
           move "RAISES" to ws-row-label.
           perform 310-print-row.
           move "NS" to ws-row-selector.
           move "NEW SALARIES" to ws-row-label.
           perform 310-print-row.
           if ws-scen-count > 1
               move "RC" to ws-row-selector
               move spaces to ws-row-label
               string "RAISES VS " delimited by size
                   ws-scen-code (1) delimited by space
                   into ws-row-label
               end-string
               perform 310-print-row
           end-if.
           move "UC" to ws-row-selector.
           move "UNCLASSIFIED (NO RAISE)" to ws-row-label.
           perform 310-print-row.

           move "BAND VIOLATIONS" to ws-sl-title.
           perform 305-print-section-title.

           move "BV" to ws-row-selector.
           move "NEW SALARY OUTSIDE BAND" to ws-row-label.
           perform 310-print-row.

           move "BUDGET OVERRUNS" to ws-sl-title.
           perform 305-print-section-title.

           move "OC" to ws-row-selector.
           move "NOT APPROVED" to ws-row-label.
           perform 310-print-row.
           move "OA" to ws-row-selector.
           move "NOT APPROVED - OVER BY" to ws-row-label.
           perform 310-print-row.
           move "AP" to ws-row-selector.
           move "APPROVED" to ws-row-label.
           perform 310-print-row.
           move "CP" to ws-row-selector.
           move "REJECTED - CAPPED" to ws-row-label.
           perform 310-print-row.

           move "RAISE COST BY DEPARTMENT" to ws-sl-title.
           perform 305-print-section-title.

           move "DR" to ws-row-selector.
           perform 320-print-dept-row
             varying ws-dept-idx from 1 by 1
             until ws-dept-idx > ws-dept-count.
           move "RT" to ws-row-selector.
           move "ALL DEPARTMENTS" to ws-row-label.
           perform 310-print-row.

           move "NEW SALARY COST BY DEPARTMENT" to ws-sl-title.
           perform 305-print-section-title.

           move "DN" to ws-row-selector.
           perform 320-print-dept-row
             varying ws-dept-idx from 1 by 1
             until ws-dept-idx > ws-dept-count.
           move "NS" to ws-row-selector.
           move "ALL DEPARTMENTS" to ws-row-label.
           perform 310-print-row.

           close scenario-report-file.
      *
       305-print-section-title.
      *
           write scenario-line from "".
           write scenario-line from ws-section-line.
           write scenario-line from "".
      *
       310-print-row.
      *
           move spaces to ws-row-amt-cols.

           perform 312-fill-one-column
             varying ws-scen-idx from 1 by 1
             until ws-scen-idx > ws-scen-count.

           write scenario-line from ws-row-line.
      *
       311-fill-text-column.
      *
           move ws-scen-code (ws-scen-idx) to ws-row-text (ws-scen-idx).
      *
       312-fill-one-column.
      *
           evaluate true
               when ws-row-per-analyst
                   move ws-scen-per-analyst (ws-scen-idx) to
                       ws-row-percent (ws-scen-idx)
                   move "%" to ws-row-pct-sign (ws-scen-idx)
               when ws-row-per-senprog
                   move ws-scen-per-senprog (ws-scen-idx) to
                       ws-row-percent (ws-scen-idx)
                   move "%" to ws-row-pct-sign (ws-scen-idx)
               when ws-row-per-prog
                   move ws-scen-per-prog (ws-scen-idx) to
                       ws-row-percent (ws-scen-idx)
                   move "%" to ws-row-pct-sign (ws-scen-idx)
               when ws-row-per-jrprog
                   move ws-scen-per-jrprog (ws-scen-idx) to
                       ws-row-percent (ws-scen-idx)
                   move "%" to ws-row-pct-sign (ws-scen-idx)
               when ws-row-yrs-grad-analyst
                   move ws-scen-grad-analyst-lo (ws-scen-idx) to
                       ws-row-lo-years (ws-scen-idx)
                   move ws-scen-grad-analyst-hi (ws-scen-idx) to
                       ws-row-hi-years (ws-scen-idx)
                   move "-" to ws-row-yrs-dash (ws-scen-idx)
               when ws-row-yrs-grad-senprog
                   move ws-scen-grad-senprog-lo (ws-scen-idx) to
                       ws-row-lo-years (ws-scen-idx)
                   move ws-scen-grad-senprog-hi (ws-scen-idx) to
                       ws-row-hi-years (ws-scen-idx)
                   move "-" to ws-row-yrs-dash (ws-scen-idx)
               when ws-row-yrs-grad-prog
                   move ws-scen-grad-prog-lo (ws-scen-idx) to
                       ws-row-lo-years (ws-scen-idx)
                   move ws-scen-grad-prog-hi (ws-scen-idx) to
                       ws-row-hi-years (ws-scen-idx)
                   move "-" to ws-row-yrs-dash (ws-scen-idx)
               when ws-row-yrs-nongrad-prog
                   move ws-scen-nongrad-prog-lo (ws-scen-idx) to
                       ws-row-lo-years (ws-scen-idx)
                   move ws-scen-nongrad-prog-hi (ws-scen-idx) to
                       ws-row-hi-years (ws-scen-idx)
                   move "-" to ws-row-yrs-dash (ws-scen-idx)
               when ws-row-yrs-nongrad-jrprog
                   move ws-scen-nongrad-jrprog-lo (ws-scen-idx) to
                       ws-row-lo-years (ws-scen-idx)
                   move ws-scen-nongrad-jrprog-hi (ws-scen-idx) to
                       ws-row-hi-years (ws-scen-idx)
                   move "-" to ws-row-yrs-dash (ws-scen-idx)
               when ws-row-unclassified
                   move ws-scen-unclassified-count (ws-scen-idx) to
                       ws-row-count (ws-scen-idx)
               when ws-row-present
                   move ws-scen-present-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-pre-pool
                   move ws-scen-pre-pool-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-pool-reduction
                   move ws-scen-pool-reduction-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-withheld
                   move ws-scen-withheld-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-raise
                   move ws-scen-raise-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-raise-change
                   subtract ws-scen-raise-total (1) from
                       ws-scen-raise-total (ws-scen-idx)
                     giving ws-raise-change
                   move ws-raise-change to ws-row-signed (ws-scen-idx)
               when ws-row-new-salary
                   move ws-scen-new-salary-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-band
                   move ws-scen-band-count (ws-scen-idx) to
                       ws-row-count (ws-scen-idx)
               when ws-row-overrun
                   move ws-scen-overrun-count (ws-scen-idx) to
                       ws-row-count (ws-scen-idx)
               when ws-row-over-amount
                   move ws-scen-over-amount-total (ws-scen-idx) to
                       ws-row-amount (ws-scen-idx)
               when ws-row-approved
                   move ws-scen-approved-count (ws-scen-idx) to
                       ws-row-count (ws-scen-idx)
               when ws-row-capped
                   move ws-scen-capped-count (ws-scen-idx) to
                       ws-row-count (ws-scen-idx)
               when ws-row-dept-raise
                   move ws-scen-dept-raise (ws-scen-idx, ws-dept-idx)
                       to ws-row-amount (ws-scen-idx)
               when ws-row-dept-new-salary
                   move ws-scen-dept-new-salary
                       (ws-scen-idx, ws-dept-idx)
                       to ws-row-amount (ws-scen-idx)
           end-evaluate.
      *
      *the catch-all entry prints only when some employee's
      *department was not on the master
       320-print-dept-row.
      *
           if ws-dept-idx <= ws-deptmast-count
              or ws-pop-unknown-dept-count > 0
               move spaces to ws-row-label
               string ws-dept-tbl-code (ws-dept-idx) delimited by size
                   " " delimited by size
                   ws-dept-tbl-name (ws-dept-idx) delimited by size
                   into ws-row-label
               end-string
               perform 310-print-row
           end-if.
      *
      *840-check-salary-band is 841-scan-band-entry's new-salary test
      *- a position with no band on file, or an unclassified
      *employee, is not checked
       840-check-salary-band.
      *
           move ws-false-cnst to ws-band-found.
           move ws-false-cnst to ws-band-outside-switch.

           perform 841-scan-band-entry
             varying ws-band-idx from 1 by 1
             until ws-band-idx > ws-band-count
             or ws-band-was-found.
      *
       841-scan-band-entry.
      *
           if ws-band-tbl-position (ws-band-idx) = ws-band-position
               move ws-true-cnst to ws-band-found

               if ws-band-new-salary <
                   ws-band-tbl-min-salary (ws-band-idx)
                   move ws-true-cnst to ws-band-outside-switch
                   move "NEW SALARY BELOW BAND" to ws-band-finding
                   move ws-band-tbl-min-salary (ws-band-idx) to
                       ws-band-limit
                   subtract ws-band-new-salary from ws-band-limit
                       giving ws-band-outside-by
               end-if

               if ws-band-new-salary >
                   ws-band-tbl-max-salary (ws-band-idx)
                   move ws-true-cnst to ws-band-outside-switch
                   move "NEW SALARY ABOVE BAND" to ws-band-finding
                   move ws-band-tbl-max-salary (ws-band-idx) to
                       ws-band-limit
                   subtract ws-band-limit from ws-band-new-salary
                       giving ws-band-outside-by
               end-if
           end-if.
      *
      *875-compute-proration is A4-SalaryReport's months-worked
      *factor - a hire date after the run date, or none at all, is
      *left unprorated
       875-compute-proration.
      *
           move 1.000 to ws-prorate-factor.

           if ws-prorate-hire-date is numeric
              and ws-prorate-hire-date > 0
               compute ws-prorate-months =
                   ((ws-current-yyyy - ws-prorate-hire-yyyy)
                     * ws-prorate-full-year-cnst)
                 + ws-current-mm - ws-prorate-hire-mm
                 + ws-one-cnst

               if ws-prorate-months >= 1
                  and ws-prorate-months < ws-prorate-full-year-cnst
                   compute ws-prorate-factor rounded =
                       ws-prorate-months
                         / ws-prorate-full-year-cnst
               end-if
           end-if.
      *
       750-classify-grad-years.
      *
           move ws-false-cnst to ws-class-found.
           move 1 to ws-class-idx.

           perform 751-scan-grad-entry
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 3
             or ws-class-was-found.

       751-scan-grad-entry.
      *
           if ws-class-years >= ws-grad-lo-years (ws-class-idx)
              and ws-class-years <= ws-grad-hi-years (ws-class-idx)
               move ws-true-cnst to ws-class-found
               move ws-grad-position (ws-class-idx) to ws-class-position
               move ws-grad-percent (ws-class-idx) to ws-class-percent
           end-if.

       760-classify-nongrad-years.
      *
           move ws-false-cnst to ws-class-found.
           move 1 to ws-class-idx.

           perform 761-scan-nongrad-entry
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 2
             or ws-class-was-found.

       761-scan-nongrad-entry.
      *
           if ws-class-years >= ws-nongrad-lo-years (ws-class-idx)
              and ws-class-years <= ws-nongrad-hi-years (ws-class-idx)
               move ws-true-cnst to ws-class-found
               move ws-nongrad-position (ws-class-idx) to
                   ws-class-position
               move ws-nongrad-percent (ws-class-idx) to
                   ws-class-percent
           end-if.

       end program A4-RateScenario.
