                   "../../../A4-SalaryReport/A4-ExceptionReport.out"
               organization is line sequential.

      *the exception register is the one file this program keeps from
      *run to run - every exception 970-log-exception sees is kept on
      *it, keyed by employee, source and reason, with when it was
      *first and last seen, how many cycles it has turned up in and
      *whether the data owner has marked it resolved through the
      *companion A4-ExceptionResolve utility; 080 creates it on the
      *very first run
           select exception-register-file
               assign to
                   "../../../A4-SalaryReport/A4-ExceptionRegister.dat"
               organization is indexed
               access is dynamic
               record key is xr-key
               file status is ws-xr-file-status.

           select overrun-file
               assign to "../../../A4-SalaryReport/A4-BudgetOverrun.out"
               organization is line sequential.
                   "../../../A4-SalaryReport/A4-Termination.out"
               organization is line sequential.

      *950-write-payroll-change writes one salary-change transaction
      *here per employee whose figures are final for the cycle, plus
      *a separate retroactive lump-sum transaction when the run falls
      *after the rate set's effective date, so payroll loads the rate
      *changes instead of rekeying them from the printed 5A/5B reports
           select payroll-file
               assign to
                   "../../../A4-SalaryReport/A4-PayrollChange.dat"
               organization is line sequential.

      *955-print-payroll-control-page totals the payroll interface
      *file here at end of run so payroll can balance the load
           select payroll-control-file
               assign to
                   "../../../A4-SalaryReport/A4-PayrollControl.out"
               organization is line sequential.

      *960-write-salary-history appends one permanent record per
      *processed employee every run - optional so the very first run
      *creates it, and opened extend so no earlier cycle is ever
      *lost when the prior-run CSV is rotated; A4-HistoryInquiry
      *reads it back for HR's year-by-year raise questions
           select optional salary-history-file
               assign to
                   "../../../A4-SalaryReport/A4-SalaryHistory.dat"
               organization is line sequential.

      *877-apply-merit-pool scales a department's raises back to the
      *merit pool finance gave it on the department master - each
      *scaled employee's pre-pool and post-pool increase is written
      *here as the 5A/5B passes go, and 945-print-pool-summary adds
      *the per-department pool totals at end of run
           select pool-file
               assign to
                   "../../../A4-SalaryReport/A4-PoolAllocation.out"
               organization is line sequential.

      *965-write-employee-statement prints one page per employee here
      *for the department managers to hand out - the burst files are
      *for the manager, this is what goes to the employee
           select statement-file
               assign to
                   "../../../A4-SalaryReport/A4-EmployeeStatements.out"
               organization is line sequential.

      *
       data division.
       file section.
      *030-load-departments validates every sr-department/5A-
      *department/5B-department value against this roster and
      *800-print-department-report prints deptmast-name instead of
      *the raw 4-character code; deptmast-merit-pool is the total
      *increase dollars finance allows the department for the cycle,
      *zero when no pool has been set and the raises are not limited
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

      *040-load-hr-headcount reads every HR-maintained entry on this
      *file once at startup and seeds one employee-master-file record
      *from each
       fd hr-headcount-file
           data record is hr-rec
           record contains 25 characters.
      *
       01 hr-rec.
         05 hr-employee-number pic 9(5).
         05 hr-employee-name pic x(15).
         05 hr-department pic x(4).
         05 hr-education-code pic x.
      *indexed approval-work-file from them, latest decision winning
       fd approval-status-file
           data record is approval-rec
           record contains 31 characters.
      *
       01 approval-rec.
         05 appr-employee-number pic 9(5).
         05 appr-report pic x(2).
         05 appr-status pic x.
         05 appr-reviewer-name pic x(15).
      *employee's record on employee-master-file
       fd merit-rating-file
           data record is merit-rec
           record contains 6 characters.
      *
       01 merit-rec.
         05 mr-employee-number pic 9(5).
         05 mr-rating-code pic x.

       fd employee-master-file
           data record is employee-master-rec
           record contains 49 characters.
      *
       01 employee-master-rec.
         05 em-employee-number pic 9(5).
         05 em-employee-name pic x(15).
         05 em-hr-department pic x(4).
         05 em-education-code pic x.

       fd approval-work-file
           data record is approval-work-rec
           record contains 8 characters.
      *
       01 approval-work-rec.
         05 aw-decision-key.
           10 aw-employee-number pic 9(5).
           10 aw-report pic x(2).
         05 aw-status pic x.

      *uses it to scale back the first-year raise by months worked
       fd salary-file
           data record is salary-rep
           record contains 43 characters.
      *
       01 salary-rep.
         05 sr-employee-number pic 9(5).
         05 sr-employee-name pic x(15).
         05 sr-education-code pic x.
         05 sr-years-service pic 99.

       fd salary-file-5A
           data record is salary-rep-5A
           record contains 52 characters.
      *
       01 salary-rep-5A.
         05 5A-employee-number pic 9(5).
         05 5A-employee-name pic x(15).
         05 5A-years-service pic 99.
         05 5A-education-code pic x.

       fd report-file-dat
           data record is salary-rep-5B
           record contains 52 characters.

       01 salary-rep-5B.
         05 5B-employee-number pic 9(5).
         05 5B-employee-name pic x(15).
         05 5B-years-service pic 99.
         05 5B-education-code pic x.
      *
       fd report-file
           data record is report-line
           record contains 90 characters.
      *
       01 report-line pic x(90).

       fd report-file-5A
           data record is report-line-5A
           record contains 112 characters.
      *
       01 report-line-5A pic x(112).

       fd report-file-5B
           data record is report-line-5B
           record contains 112 characters.
      *
       01 report-line-5B pic x(112).

       fd exception-file
           data record is exception-line
           record contains 120 characters.
      *
       01 exception-line pic x(120).

      *xr-occurrence-count is the number of cycles the exception has
      *turned up in - one per run date, so a same-day rerun after a
      *data fix does not age what is still outstanding.
      *xr-run-category says how the cycle saw it - new, recurring,
      *aged (open through ws-xr-aged-cycles-cnst cycles or more) or
      *back after being resolved - and xr-last-run-stamp which run
      *last raised it, so 975-print-exception-report prints only
      *what this run found, not what an earlier run the same day
      *found and has since been fixed; the resolution fields are
      *kept when an item comes back, so the report can say who
      *resolved it and when
       fd exception-register-file
           data record is exception-register-rec
           record contains 197 characters.
      *
       01 exception-register-rec.
         05 xr-key.
           10 xr-employee-number pic 9(5).
           10 xr-source pic x(6).
           10 xr-reason pic x(60).
         05 xr-employee-name pic x(15).
         05 xr-first-seen-date pic 9(8).
         05 xr-prior-seen-date pic 9(8).
         05 xr-last-seen-date pic 9(8).
         05 xr-last-run-stamp pic 9(14).
         05 xr-occurrence-count pic 9(5).
         05 xr-status pic x.
           88 xr-open value "O".
           88 xr-resolved value "R".
         05 xr-run-category pic x.
           88 xr-cat-new value "N".
           88 xr-cat-recurring value "R".
           88 xr-cat-aged value "A".
           88 xr-cat-returned value "B".
         05 xr-return-count pic 9(3).
         05 xr-resolved-date pic 9(8).
         05 xr-resolved-by pic x(15).
         05 xr-resolution-note pic x(40).

       fd overrun-file
           data record is overrun-line

       fd next-salary-file
           data record is next-a4-rec
           record contains 43 characters.
      *
       01 next-a4-rec pic x(43).

       fd next-salary-file-5A
           data record is next-a5-rec
           record contains 52 characters.
      *
       01 next-a5-rec pic x(52).

       fd next-stage-file
           data record is next-stage-rec
           record contains 43 characters.
      *
       01 next-stage-rec pic x(43).

       fd newhire-file
           data record is newhire-a4-rec
           record contains 43 characters.
      *
       01 newhire-a4-rec pic x(43).

       fd newhire-file-5A
           data record is newhire-a5-rec
           record contains 52 characters.
      *
       01 newhire-a5-rec pic x(52).

       fd gl-posting-file
           data record is gl-posting-rec

       fd dept-detail-stage-file
           data record is dept-detail-stage-rec
           record contains 116 characters.
      *
       01 dept-detail-stage-rec.
         05 stage-department pic x(4).
         05 stage-detail-line pic x(112).

       fd dept-burst-file
           data record is dept-burst-line
           record contains 112 characters.
      *
       01 dept-burst-line pic x(112).

      *pay-transaction-code "S" is the salary change itself and "L"
      *the retroactive lump sum that rides behind it; old and new
      *salary are repeated on the lump-sum line so payroll can match
      *the two, and pay-effective-date is the rt-effective-date of the
      *rate set this run priced the raise from
       fd payroll-file
           data record is payroll-rec
           record contains 54 characters.
      *
       01 payroll-rec.
         05 pay-transaction-code pic x.
           88 pay-salary-change value "S".
           88 pay-retro-lump-sum value "L".
         05 pay-employee-number pic 9(5).
         05 pay-old-salary pic 9(6)v99.
         05 pay-new-salary pic 9(6)v99.
         05 pay-effective-date pic 9(8).
         05 pay-merit-rating pic x.
         05 pay-prorate-factor pic 9v999.
         05 pay-reason-code pic x.
           88 pay-reason-regular value "R".
           88 pay-reason-capped value "C".
           88 pay-reason-on-leave-hold value "H".
         05 pay-lump-sum-amount pic 9(6)v99.
         05 pay-retro-months pic 99.
         05 pay-run-date pic 9(8).

       fd payroll-control-file
           data record is payroll-control-line
           record contains 80 characters.
      *
       01 payroll-control-line pic x(80).

      *hist-status carries the same codes as ws-final-status - R
      *regular raise, C capped by a rejected overrun, H on leave with
      *salary held, T terminated (no raise, final salary only) - and
      *A4-OffCycleAdjust appends its own between cycles: P off-cycle
      *promotion, M market adjustment, E equity correction
       fd salary-history-file
           data record is history-rec
           record contains 73 characters.
      *
       01 history-rec.
         05 hist-employee-number pic 9(5).
         05 hist-employee-name pic x(15).
         05 hist-run-date pic 9(8).
         05 hist-effective-date pic 9(8).
         05 hist-position pic x(8).
         05 hist-department pic x(4).
         05 hist-present-salary pic 9(6)v99.
         05 hist-new-salary pic 9(6)v99.
         05 hist-percent pic 99v9.
         05 hist-merit-rating pic x.
         05 hist-prorate-factor pic 9v999.
         05 hist-status pic x.

       fd pool-file
           data record is pool-line
           record contains 100 characters.
      *
       01 pool-line pic x(100).

      *
       fd statement-file
           data record is statement-line
           record contains 80 characters.
      *
       01 statement-line pic x(80).

      *
       working-storage section.
      -    "EE SALARY REPORT                     PAGE  ".
         05 ws-page-number pic 9.
      *
       01 ws-header-columns1 pic x(90) value "EMP    EMP                
      -    "            PRESENT  INCREASE     PAY           NEW".
      *
       01 ws-header-columns2 pic x(90) value "NUM    NAME          YEARS
      -    " POSITION    SALARY     %       INCREASE       SALARY    PRO
      -    "RATE".

       01 ws-header-columns15 pic x(112) value "EMP    EMP              
      -    "               PRESENT  INCREASE     PAY           NEW      
      -    " BUDGET       BUDGET".
      *
       01 ws-header-columns25 pic x(112) value "NUM    NAME          YEA
      -    "RS POSITION    SALARY     %       INCREASE       SALARY     
      -    " ESTIMATE     DIFF   PRORATE".


       01 5A-header pic x(88) value "                         OLD      I

      *
       01 ws-detail-line.
         05 ws-employee-number pic 9(5).
         05 filler pic x value spaces.
         05 ws-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-prorate-out pic 9.999.

       01 5A-detail-line.
         05 ws5A-employee-number pic 9(5).
         05 filler pic x value spaces.
         05 ws5A-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws5A-prorate-out pic 9.999.

       01 5B-detail-line.
         05 ws5B-employee-number pic 9(5).
         05 filler pic x value spaces.
         05 ws5B-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 filler pic x(17) value "     JR PROG=    ".
         05 ws-avg-jrprog pic z,zz9.99.

       01 ws-exception-header.
         05 filler pic x(7) value "EMP".
         05 filler pic x(17) value "EMP".
         05 filler pic x(8) value "SOURCE".
         05 filler pic x(62) value "REASON".
         05 filler pic x(10) value "FIRST SEEN".
         05 filler pic x(10) value "PRIOR SEEN".
         05 filler pic x(6) value "CYCLES".

       01 ws-exception-line.
         05 ws-exc-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-exc-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 filler pic x(2) value spaces.
         05 ws-exc-reason pic x(60).

      *the register's view of an exception for the sectioned report -
      *the exception line above plus its history
       01 ws-xr-report-line.
         05 ws-xl-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-xl-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-xl-source pic x(6).
         05 filler pic x(2) value spaces.
         05 ws-xl-reason pic x(60).
         05 filler pic x(2) value spaces.
         05 ws-xl-first-seen-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-xl-prior-seen-date pic 9(8).
         05 ws-xl-prior-seen-text redefines ws-xl-prior-seen-date
             pic x(8).
         05 filler pic x(3) value spaces.
         05 ws-xl-occurrence-count pic zzzz9.

       01 ws-xr-resolved-line.
         05 filler pic x(7) value spaces.
         05 filler pic x(9) value "RESOLVED ".
         05 ws-xv-resolved-date pic 9(8).
         05 filler pic x(4) value " BY ".
         05 ws-xv-resolved-by pic x(15).
         05 filler pic x(2) value ": ".
         05 ws-xv-resolution-note pic x(40).
         05 filler pic x(2) value spaces.
         05 filler pic x(9) value "RETURNED ".
         05 ws-xv-return-count pic zz9.
         05 filler pic x(8) value " TIME(S)".

       01 ws-xr-section-title.
         05 filler pic x(4) value "--- ".
         05 ws-xs-title pic x(56).

       01 ws-xr-none-line pic x(20) value "NONE THIS RUN".

       01 ws-xr-total-line.
         05 filler pic x(5) value "NEW: ".
         05 ws-xt-new-count pic zzzz9.
         05 filler pic x(14) value "   RECURRING: ".
         05 ws-xt-recurring-count pic zzzz9.
         05 filler pic x(9) value "   AGED: ".
         05 ws-xt-aged-count pic zzzz9.
         05 filler pic x(27) value "   RESOLVED BUT RETURNED: ".
         05 ws-xt-returned-count pic zzzz9.

       01 ws-overrun-header pic x(80) value "EMP    EMP                R
      -    "PT     NEW SALARY       BUDGET      OVER BUDGET BY".

       01 ws-overrun-line.
         05 ws-ovr-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-ovr-employee-name pic x(15).
         05 filler pic x(2) value spaces.

       01 ws-band-work.
         05 ws-band-source pic x(6).
         05 ws-band-employee-number pic 9(5).
         05 ws-band-employee-name pic x(15).
         05 ws-band-position pic x(8).
         05 ws-band-present-salary pic 9(5)v99.
           10 ws-deptmast-tbl-code pic x(4).
           10 ws-deptmast-tbl-name pic x(20).
           10 ws-deptmast-tbl-manager-name pic x(15).
           10 ws-deptmast-tbl-manager-empno pic 9(5).
           10 ws-deptmast-tbl-cc-owner pic x(15).
      *the pool figures are filled in by 070-price-merit-pools before
      *the first pass - the pre-pool total is what the department's
      *raises come to before any scaling, the factor is the share of
      *each raise the pool can pay (1.000000 when it all fits or no
      *pool is set), and the post-pool total is what was actually
      *handed out, accumulated by 878-write-pool-line
           10 ws-deptmast-tbl-merit-pool pic 9(7)v99.
           10 ws-deptmast-tbl-pool-pre-total pic 9(7)v99.
           10 ws-deptmast-tbl-pool-post-total pic 9(7)v99.
           10 ws-deptmast-tbl-pool-factor pic 9v9(6).

       01 ws-deptmast-eof-flag pic x value "n".

       01 ws-deptmast-work.
         05 ws-deptmast-source pic x(6).
         05 ws-deptmast-employee-number pic 9(5).
         05 ws-deptmast-employee-name pic x(15).
         05 ws-deptmast-department pic x(4).
         05 ws-deptmast-name-out pic x(20).
      *HR-fed employee in the population this run actually processed)
       01 ws-em-file-status pic xx.

      *an exception still open after this many cycles is reported
      *as aged rather than recurring
       77 ws-xr-aged-cycles-cnst pic 9 value 3.

       01 ws-xr-file-status pic xx.

       01 ws-xr-eof-flag pic x value "n".

      *the run stamp tells which register entries this run raised,
      *even on a rerun the same day; the cycle counting itself goes
      *by ws-current-date-yyyymmdd alone
       01 ws-xr-run-stamp.
         05 ws-xr-run-date pic 9(8).
         05 ws-xr-run-time pic 9(6).
       01 ws-xr-run-stamp-num redefines ws-xr-run-stamp pic 9(14).

       01 ws-xr-time-of-day pic 9(8).

       01 ws-xr-print-category pic x.

       01 ws-xr-section-count pic 9(5) value 0.

       01 ws-xr-counts.
         05 ws-xr-new-count pic 9(5) value 0.
         05 ws-xr-recurring-count pic 9(5) value 0.
         05 ws-xr-aged-count pic 9(5) value 0.
         05 ws-xr-returned-count pic 9(5) value 0.

       01 ws-em-eof-flag pic x value "n".

       01 ws-hr-eof-flag pic x value "n".

       01 ws-hr-work.
         05 ws-hr-employee-number pic 9(5).
         05 ws-hr-employee-name pic x(15).
         05 ws-hr-found pic x value "N".
           88 ws-hr-was-found value "Y".
       01 ws-appr-eof-flag pic x value "n".

       01 ws-appr-work.
         05 ws-appr-check-employee-number pic 9(5).
         05 ws-appr-check-report pic x(2).
         05 ws-appr-found pic x value "N".
           88 ws-appr-was-approved value "Y".
      *this cycle's final (possibly capped) new salary and years of
      *service is already incremented
       01 ws-next-a4-rec.
         05 ws-nx4-employee-number pic 9(5).
         05 ws-nx4-employee-name pic x(15).
         05 ws-nx4-education-code pic x.
         05 ws-nx4-years-service pic 99.
         05 ws-nx4-hire-date pic 9(8).

       01 ws-next-a5-rec.
         05 ws-nx5-employee-number pic 9(5).
         05 ws-nx5-employee-name pic x(15).
         05 ws-nx5-years-service pic 99.
         05 ws-nx5-education-code pic x.
      *- a new hire whose education code yields no bracket, or whose
      *position has no band, is written up as an exception instead
       01 ws-newhire-work.
         05 ws-nh-employee-number pic 9(5).
         05 ws-nh-employee-name pic x(15).
         05 ws-nh-department pic x(4).
         05 ws-nh-education-code pic x.
       01 ws-newhire-count pic 9(3) value 0.

       01 ws-newhire-a4-rec.
         05 ws-nh4-employee-number pic 9(5).
         05 ws-nh4-employee-name pic x(15).
         05 ws-nh4-education-code pic x.
         05 ws-nh4-years-service pic 99.
         05 ws-nh4-hire-date pic 9(8).

       01 ws-newhire-a5-rec.
         05 ws-nh5-employee-number pic 9(5).
         05 ws-nh5-employee-name pic x(15).
         05 ws-nh5-years-service pic 99.
         05 ws-nh5-education-code pic x.
      *looked before the hire date was added to the layouts)
       01 ws-prorate-work.
         05 ws-prorate-source pic x(6).
         05 ws-prorate-employee-number pic 9(5).
         05 ws-prorate-employee-name pic x(15).
         05 ws-prorate-hire-date pic 9(8).
         05 ws-prorate-hire-split redefines ws-prorate-hire-date.
         05 ws-prorate-months pic s9(5) comp.
         05 ws-prorate-factor pic 9v999.
         05 ws-prorate-a4-factor pic 9v999.
      *070-price-merit-pools prices every raise once before the real
      *passes, so it turns the hire-date exception off - the passes
      *themselves still write it
         05 ws-prorate-exc-switch pic x value "Y".
           88 ws-prorate-exc-wanted value "Y".
           88 ws-prorate-exc-not-wanted value "N".

       77 ws-prorate-full-year-cnst pic 99 value 12.


       01 ws-cap-count pic 9(3) value 0.

       01 ws-capped-header pic x(80) value "EMP    EMP                RP
      -    "T      UNCAPPED SALARY   CAPPED AT      WITHHELD".

       01 ws-capped-line.
         05 ws-cap-out-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-cap-out-employee-name pic x(15).
         05 filler pic x(2) value spaces.
       77 ws-merit-min-seed-cnst pic 9(6)v99 value 999999.99.

       01 ws-merit-work.
         05 ws-merit-employee-number pic 9(5).
         05 ws-merit-employee-name pic x(15).
         05 ws-merit-rating-code pic x.
         05 ws-merit-factor pic 9v99.
      *in 852-find-current-employee is a direct read by employee
      *number
       01 ws-curr-work.
         05 ws-curr-employee-number pic 9(5).
         05 ws-curr-position pic x(8).
         05 ws-curr-department pic x(4).
         05 ws-curr-new-salary pic 9(6)v99.

       01 ws-prior-eof-flag pic x value "n".

       01 ws-comparison-header pic x(90) value "EMP    PRIOR POS   CURR 
      -    "POS   PRIOR DEPT CURR DEPT   PRIOR SALARY   CURR SALARY  REA
      -    "SON".

       01 ws-comparison-line.
         05 ws-cmp-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-cmp-prior-position pic x(8).
         05 filler pic x(2) value spaces.
      *views, matching the exact picture the field was written with,
      *so the MOVE below de-edits them back into working numerics
       01 ws-prior-fields.
         05 ws-prior-number pic 9(5).
         05 ws-prior-name pic x(15).
         05 ws-prior-years pic x(2).
         05 ws-prior-position pic x(8).
      *835-check-promotion-eligibility is fed through this generic
      *work area from the A5A-graduate and A5B-non-graduate
      *classification sites so one paragraph can serve both populations
       01 ws-promo-header pic x(80) value "EMP    EMP               DEPT
      -    "  YRS SVC  CURRENT POS  NEXT ELIGIBLE POSITION".

       01 ws-promo-work.
         05 ws-promo-employee-number pic 9(5).
         05 ws-promo-employee-name pic x(15).
         05 ws-promo-department pic x(4).
         05 ws-promo-years-service pic 99.
       01 ws-promo-count pic 9(3) value 0.

       01 ws-promotion-line.
         05 ws-promo-out-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-promo-out-employee-name pic x(15).
         05 filler pic x(2) value spaces.

      *301-process-termination-a4 writes a line here for every
      *A4/A5-matched employee marked terminated or on leave
       01 ws-term-header pic x(80) value "EMP    EMP               DEPT 
      -    " STATUS        FINAL SALARY".

       01 ws-term-status-cnst.
         05 ws-term-status-terminated pic x(11) value "TERMINATED".
       01 ws-term-count pic 9(3) value 0.

       01 ws-termination-line.
         05 ws-term-out-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-term-out-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 filler pic x(2) value spaces.
         05 ws-term-out-final-salary pic $zz,zz9.99.

      *the employee's final figures for the cycle are staged here at
      *the places they become final - 305-process-active-a4 for grads
      *(and records with an unusable 5A education code),
      *600-process-nongrads for non-grads once the 5B pass and any cap
      *are done, 302-roll-on-leave-forward for the on-leave hold and
      *301-process-termination-a4 for a terminated employee - so
      *950-write-payroll-change, 960-write-salary-history and
      *965-write-employee-statement work from one set of fields
      *whichever population the employee came through
       01 ws-final-work.
         05 ws-final-employee-number pic 9(5).
         05 ws-final-employee-name pic x(15).
         05 ws-final-department pic x(4).
         05 ws-final-position pic x(8).
         05 ws-final-years-service pic 99.
         05 ws-final-present-salary pic 9(6)v99.
         05 ws-final-new-salary pic 9(6)v99.
         05 ws-final-merit-rating pic x.
         05 ws-final-percent pic 99v9.
         05 ws-final-prorate-factor pic 9v999.
         05 ws-final-hire-date pic 9(8).
         05 ws-final-withheld pic 9(6)v99.
         05 ws-final-pool-reduction pic 9(5)v99.
         05 ws-final-status pic x value "R".
           88 ws-final-regular value "R".
           88 ws-final-capped value "C".
           88 ws-final-on-leave value "H".
           88 ws-final-terminated value "T".

      *951-compute-retro-lump-sum works out how many whole months the
      *new rate was owed before this run - from the rate set's
      *effective month, or the hire month when the employee joined
      *later, up to the run month - and prices that share of the
      *annual increase; a run in the same month as the effective date
      *owes nothing, and the months are capped at a full year so a
      *rate set left in force past its cycle never pays a raise twice
       01 ws-retro-work.
         05 ws-retro-start-date pic 9(8).
         05 ws-retro-start-split redefines ws-retro-start-date.
           10 ws-retro-start-yyyy pic 9(4).
           10 ws-retro-start-mm pic 99.
           10 ws-retro-start-dd pic 99.
         05 ws-retro-months pic s9(5) comp.
         05 ws-retro-increase pic 9(6)v99.
         05 ws-retro-amount pic 9(6)v99.

      *payroll control totals, printed by 955-print-payroll-control-
      *page at end of run
       01 ws-pay-counts.
         05 ws-pay-change-count pic 9(5) value 0.
         05 ws-pay-regular-count pic 9(5) value 0.
         05 ws-pay-capped-count pic 9(5) value 0.
         05 ws-pay-hold-count pic 9(5) value 0.
         05 ws-pay-retro-count pic 9(5) value 0.
         05 ws-pay-written-count pic 9(5) value 0.

       01 ws-pay-dollars.
         05 ws-pay-increase-total pic 9(9)v99 value 0.
         05 ws-pay-retro-total pic 9(9)v99 value 0.

       01 ws-payctl-header pic x(80) value "PAYROLL INTERFACE CONTROL PA
      -    "GE - A4-PAYROLLCHANGE.DAT".

       01 ws-payctl-date-line.
         05 filler pic x(24) value "RATE SET EFFECTIVE:     ".
         05 ws-pc-effective-date pic 9(8).
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-pc-run-date pic 9(8).

       01 ws-payctl-change-line.
         05 filler pic x(24) value "SALARY CHANGES:         ".
         05 ws-pc-change-count pic zzzz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "REGULAR: ".
         05 ws-pc-regular-count pic zzzz9.
         05 filler pic x(10) value "  CAPPED: ".
         05 ws-pc-capped-count pic zzzz9.
         05 filler pic x(8) value "  HELD: ".
         05 ws-pc-hold-count pic zzzz9.

       01 ws-payctl-increase-line.
         05 filler pic x(24) value "TOTAL ANNUAL INCREASE:  ".
         05 ws-pc-increase-total pic $z(8),zz9.99.

       01 ws-payctl-retro-count-line.
         05 filler pic x(24) value "RETRO LUMP SUMS:        ".
         05 ws-pc-retro-count pic zzzz9.

       01 ws-payctl-retro-total-line.
         05 filler pic x(24) value "RETRO LUMP-SUM TOTAL:   ".
         05 ws-pc-retro-total pic $z(8),zz9.99.

       01 ws-payctl-written-line.
         05 filler pic x(24) value "TRANSACTIONS WRITTEN:   ".
         05 ws-pc-written-count pic zzzz9.

      *877-apply-merit-pool looks the caller's department up in
      *ws-deptmast-table and scales ws-pay-increase-calc by the
      *department's pool factor, keeping the unscaled figure and the
      *amount taken off here for the pool report - a department that
      *is not on the master has no pool and is never scaled
       01 ws-pool-work.
         05 ws-pool-department pic x(4).
         05 ws-pool-idx pic 99 comp.
         05 ws-pool-found pic x value "N".
           88 ws-pool-was-found value "Y".
           88 ws-pool-not-found value "N".
         05 ws-pool-pre-increase pic 9(5)v99.
         05 ws-pool-reduction pic 9(5)v99.
         05 ws-pool-factor pic 9v9(6).

       01 ws-pool-a4-eof-flag pic x value "n".
       01 ws-pool-a5-eof-flag pic x value "n".

       01 ws-pool-title.
         05 filler pic x(40) value
             "DEPARTMENT MERIT POOL ALLOCATION        ".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-pt-run-date pic 9(8).

       01 ws-pool-header.
         05 filler pic x(7) value "EMP".
         05 filler pic x(17) value "EMPLOYEE NAME".
         05 filler pic x(4) value "RPT".
         05 filler pic x(6) value "DEPT".
         05 filler pic x(13) value "   PRE-POOL".
         05 filler pic x(13) value "  POST-POOL".
         05 filler pic x(13) value "    REDUCED".
         05 filler pic x(8) value "FACTOR".

       01 ws-pool-line.
         05 ws-pl-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-pl-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-pl-report pic x(2).
         05 filler pic x(2) value spaces.
         05 ws-pl-department pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-pl-pre-increase pic $zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-pl-post-increase pic $zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-pl-reduction pic $zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-pl-factor pic 9.999999.

       01 ws-pool-summary-title pic x(40) value
           "DEPARTMENT POOL SUMMARY".

       01 ws-pool-summary-header.
         05 filler pic x(6) value "DEPT".
         05 filler pic x(22) value "DEPARTMENT NAME".
         05 filler pic x(15) value "    MERIT POOL".
         05 filler pic x(15) value "PRE-POOL TOTAL".
         05 filler pic x(15) value "POST-POOL TOTL".
         05 filler pic x(10) value "FACTOR".
         05 filler pic x(11) value "RESULT".

       01 ws-pool-summary-line.
         05 ws-ps-department pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-ps-dept-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-ps-merit-pool pic $z,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-ps-pre-total pic $z,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-ps-post-total pic $z,zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-ps-factor pic 9.999999.
         05 filler pic x(2) value spaces.
         05 ws-ps-result pic x(11).

      *965-write-employee-statement builds each statement line as a
      *label and a value - the value is moved in from whichever of
      *the edited groups below fits the line being printed
       01 ws-stmt-work.
         05 ws-stmt-idx pic 99 comp.
         05 ws-stmt-found pic x value "N".
           88 ws-stmt-dept-was-found value "Y".
           88 ws-stmt-dept-not-found value "N".
         05 ws-stmt-first-switch pic x value "Y".
           88 ws-stmt-first-page value "Y".
           88 ws-stmt-later-page value "N".
         05 ws-stmt-dept-name pic x(20).
         05 ws-stmt-manager-name pic x(15).
         05 ws-stmt-increase pic 9(6)v99.

       01 ws-stmt-title.
         05 filler pic x(24) value spaces.
         05 filler pic x(31) value "EMPLOYEE COMPENSATION STATEMENT".

       01 ws-stmt-line.
         05 ws-sl-label pic x(24).
         05 ws-sl-value pic x(56).

       01 ws-stmt-employee-out.
         05 ws-seo-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-seo-employee-name pic x(15).

       01 ws-stmt-dept-out.
         05 ws-sdo-department pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-sdo-dept-name pic x(20).

       01 ws-stmt-years-out pic z9.

       01 ws-stmt-money-out pic $zzz,zz9.99.

       01 ws-stmt-percent-out.
         05 ws-spo-percent pic z9.9.
         05 filler pic x value "%".

       01 ws-stmt-prorate-out.
         05 ws-spr-factor pic 9.999.
         05 filler pic x(28) value
             " OF A FULL YEAR (FIRST YEAR)".

       01 ws-stmt-cap-out.
         05 filler pic x(26) value "RAISE LIMITED TO BUDGET - ".
         05 ws-sco-withheld pic $zzz,zz9.99.
         05 filler pic x(9) value " WITHHELD".

       01 ws-stmt-date-out pic 9(8).

       procedure division.
       000-main.
      *

           perform 060-load-merit-ratings.

           perform 070-price-merit-pools.

           perform 080-open-exception-register.

           move ws-false-cnst to ws-eof-flag.

           open input salary-file.
           open output gl-posting-file.
           open output dept-detail-stage-file.
           open output compa-ratio-file.
           open output payroll-file.
           open output payroll-control-file.
           open extend salary-history-file.
           open output pool-file.
           open output statement-file.

           write overrun-line from ws-overrun-header.
           write overrun-line from "".
           write termination-line from ws-term-header.
           write termination-line from "".

           move ws-current-date-yyyymmdd to ws-pt-run-date.
           write pool-line from ws-pool-title.
           write pool-line from "".
           write pool-line from ws-pool-header.
           write pool-line from "".

           write csv-line from ws-csv-header.
           write csv-line-5A from ws-csv-header-5A.


           perform 940-print-compa-ratio-report.

           perform 945-print-pool-summary.

           perform 955-print-payroll-control-page.

           open output comparison-file.
           perform 850-compare-prior-run.
           close comparison-file.

           perform 860-reconcile-headcount.

           perform 975-print-exception-report.

           close report-file-dat, report-file-5B, exception-file,
               overrun-file, report-file-5B-csv,
                 department-file, run-control-file, promotion-file,
                 next-salary-file, next-salary-file-5A,
                 next-stage-file, newhire-file, newhire-file-5A,
                 gl-posting-file, employee-master-file,
                 approval-work-file, compa-ratio-file,
                 payroll-file, payroll-control-file,
                 salary-history-file, pool-file, statement-file,
                 exception-register-file.

           accept return-code.

                   ws-deptmast-tbl-manager-empno (ws-deptmast-count)
               move deptmast-cost-center-owner to
                   ws-deptmast-tbl-cc-owner (ws-deptmast-count)
               move deptmast-merit-pool to
                   ws-deptmast-tbl-merit-pool (ws-deptmast-count)
               move 0 to ws-deptmast-tbl-pool-pre-total
                   (ws-deptmast-count)
               move 0 to ws-deptmast-tbl-pool-post-total
                   (ws-deptmast-count)
               move 1 to ws-deptmast-tbl-pool-factor (ws-deptmast-count)
           else
               if ws-deptmast-table-not-full
                   move ws-true-cnst to ws-deptmast-full-switch
           move ws-merit-min-seed-cnst to
               ws-merit-stat-min (ws-merit-slot).
           move 0 to ws-merit-stat-max (ws-merit-slot).
      *
      *070-price-merit-pools reads A4.dat/A5.dat through once before
      *the real passes and prices every raise the 5A/5B passes will
      *roll into ws-dept-table - same classification, merit factor
      *and proration, before any overrun cap - so each department's
      *pre-pool total is known before its first employee is
      *processed; nothing is written here. This is also the run's
      *first full read of A4.dat/A5.dat, so a pair out of step - or
      *one file ending before the other - stops the run here, before
      *the exception register, the history file or any report is
      *opened, and a rerun after the masters are put right does not
      *find part of this cycle already posted
       070-price-merit-pools.
      *
           open input salary-file.
           open input salary-file-5A.

           move spaces to ws-pool-a4-eof-flag.
           move spaces to ws-pool-a5-eof-flag.

           read salary-file
               at end
                   move ws-true-cnst to ws-pool-a4-eof-flag.

           read salary-file-5A
               at end
                   move ws-true-cnst to ws-pool-a5-eof-flag.

           perform 071-price-one-pair
             until ws-pool-a4-eof-flag = ws-true-cnst
             and ws-pool-a5-eof-flag = ws-true-cnst.

           close salary-file, salary-file-5A.

           perform 073-set-pool-factor
             varying ws-pool-idx from 1 by 1
             until ws-pool-idx > ws-deptmast-count.
      *
       071-price-one-pair.
      *
           if ws-pool-a4-eof-flag = ws-true-cnst
              or ws-pool-a5-eof-flag = ws-true-cnst
               display "A4.DAT AND A5.DAT OUT OF STEP - ONE FILE ENDS "
                   "BEFORE THE OTHER"
               display "ABORTING RUN - NOTHING WRITTEN"
               close salary-file, salary-file-5A,
                   employee-master-file, approval-work-file
               stop run
           end-if.

           if sr-employee-number not = 5A-employee-number
               display "A4.DAT AND A5.DAT OUT OF STEP AT EMPLOYEE "
                   sr-employee-number " / " 5A-employee-number
               display "ABORTING RUN - NOTHING WRITTEN"
               close salary-file, salary-file-5A,
                   employee-master-file, approval-work-file
               stop run
           else
               if not sr-terminated and not sr-on-leave
                  and (5A-education-code = "G"
                    or 5A-education-code = "N")
                   perform 072-price-one-raise
               end-if

               read salary-file
                   at end
                       move ws-true-cnst to ws-pool-a4-eof-flag
               end-read

               read salary-file-5A
                   at end
                       move ws-true-cnst to ws-pool-a5-eof-flag
               end-read
           end-if.
      *
       072-price-one-raise.
      *
           move 5A-employee-number to ws-merit-employee-number.
           move 5A-employee-name to ws-merit-employee-name.
           move ws-false-cnst to ws-merit-exc-switch.
           perform 865-find-merit-rating.

           move "A5" to ws-prorate-source.
           move 5A-employee-number to ws-prorate-employee-number.
           move 5A-employee-name to ws-prorate-employee-name.
           move 5A-hire-date to ws-prorate-hire-date.
           move ws-false-cnst to ws-prorate-exc-switch.
           perform 875-compute-proration.

           move 5A-years-service to ws-class-years.

           if 5A-education-code = "G"
               perform 750-classify-grad-years
           else
               perform 760-classify-nongrad-years
           end-if.

           if ws-class-was-found
               multiply ws-class-percent by ws-merit-factor giving
                   ws-merit-adj-percent rounded
               divide ws-merit-adj-percent by ws-hundred-cnst giving
                   ws-ratio
               multiply ws-ratio by 5A-present-salary giving
                   ws-pay-increase-calc rounded
               multiply ws-prorate-factor by ws-pay-increase-calc
                   giving ws-pay-increase-calc rounded

               move 5A-department to ws-pool-department
               move ws-false-cnst to ws-pool-found

               perform 876-scan-pool-entry
                 varying ws-pool-idx from 1 by 1
                 until ws-pool-idx > ws-deptmast-count
                 or ws-pool-was-found

      *        the varying index has stepped one past the match
               if ws-pool-was-found
                   subtract ws-one-cnst from ws-pool-idx
                   add ws-pay-increase-calc to
                       ws-deptmast-tbl-pool-pre-total (ws-pool-idx)
               end-if
           end-if.
      *
      *the factor is truncated, not rounded, and so is every scaled
      *raise in 877-apply-merit-pool, so the department's scaled
      *raises can only ever add up to the pool or a few cents under it
       073-set-pool-factor.
      *
           move 1 to ws-deptmast-tbl-pool-factor (ws-pool-idx).

           if ws-deptmast-tbl-merit-pool (ws-pool-idx) > 0
              and ws-deptmast-tbl-pool-pre-total (ws-pool-idx) >
                  ws-deptmast-tbl-merit-pool (ws-pool-idx)
               divide ws-deptmast-tbl-merit-pool (ws-pool-idx) by
                   ws-deptmast-tbl-pool-pre-total (ws-pool-idx)
                 giving ws-deptmast-tbl-pool-factor (ws-pool-idx)
           end-if.
      *
      *080-open-exception-register opens the register for the run's
      *updates - status 35 means it has never been created, so it is
      *created empty and reopened; anything else stops the run before
      *any output is written, since exceptions could not be tracked
       080-open-exception-register.
      *
           accept ws-xr-time-of-day from time.
           move ws-current-date-yyyymmdd to ws-xr-run-date.
           move ws-xr-time-of-day (1:6) to ws-xr-run-time.

           open i-o exception-register-file.

           if ws-xr-file-status = "35"
               open output exception-register-file
               close exception-register-file
               open i-o exception-register-file
           end-if.

           if ws-xr-file-status not = "00"
               display "CANNOT OPEN EXCEPTION REGISTER - STATUS "
                   ws-xr-file-status
               display "ABORTING - EXCEPTIONS COULD NOT BE TRACKED"
               close employee-master-file, approval-work-file
               stop run
           end-if.
      *
       100-process-pages.
      *
           write report-line-5A from ws-header-columns25.
           write report-line-5A from "".
      *
      *070-price-merit-pools has already stopped a run whose masters
      *were out of step at the start, so the mismatch check here only
      *catches A4.dat or A5.dat being changed while the run is going
       300-process-lines.

           move sr-employee-number to ws-employee-number.
               move "A4/A5" to ws-exc-source
               move "EMPLOYEE NUMBER MISMATCH BETWEEN A4.DAT AND A5.DAT"
                   to ws-exc-reason
               perform 970-log-exception
               perform 975-print-exception-report
               display "A4.DAT AND A5.DAT OUT OF STEP - ABORTING RUN"
               close salary-file, salary-file-5A, report-file,
                   report-file-dat,
                         next-stage-file, newhire-file,
                         newhire-file-5A, gl-posting-file,
                         employee-master-file, approval-work-file,
                         dept-detail-stage-file, compa-ratio-file,
                         payroll-file, payroll-control-file,
                         salary-history-file, pool-file,
                         statement-file, exception-register-file
               stop run
           end-if.

               move "A4/A5" to ws-exc-source
               move "DEPARTMENT MISMATCH BETWEEN A4.DAT AND A5.DAT" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

           if sr-education-code not = "G" and sr-education-code not =
               move "A4" to ws-exc-source
               move "INVALID EDUCATION CODE ON SALARY-FILE" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

           if sr-present-salary <= 0
               move "A4" to ws-exc-source
               move "PRESENT SALARY NOT POSITIVE ON SALARY-FILE" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

           if 5A-education-code not = "G" and 5A-education-code not =
               move "A5" to ws-exc-source
               move "INVALID EDUCATION CODE ON SALARY-FILE-5A" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

           if 5A-present-salary <= 0
               move "A5" to ws-exc-source
               move "PRESENT SALARY NOT POSITIVE ON SALARY-FILE-5A" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

           if sr-terminated or sr-on-leave

           if sr-on-leave
               perform 302-roll-on-leave-forward
           else
               move sr-employee-number to ws-final-employee-number
               move sr-employee-name to ws-final-employee-name
               move sr-department to ws-final-department
               move spaces to ws-final-position
               move sr-years-service to ws-final-years-service
               move sr-present-salary to ws-final-present-salary
               move sr-present-salary to ws-final-new-salary
               move space to ws-final-merit-rating
               move 0 to ws-final-percent
               move 1.000 to ws-final-prorate-factor
               move sr-hire-date to ws-final-hire-date
               move "T" to ws-final-status
               perform 960-write-salary-history
           end-if.
      *
      *302-roll-on-leave-forward keeps a leave-of-absence employee on
           move 5A-hire-date to ws-nx5-hire-date.

           write next-a5-rec from ws-next-a5-rec.

      *    the hold still goes to payroll, old and new salary equal,
      *    so payroll knows the rate was deliberately left alone
           move sr-employee-number to ws-merit-employee-number.
           move sr-employee-name to ws-merit-employee-name.
           move ws-false-cnst to ws-merit-exc-switch.
           perform 865-find-merit-rating.

           move sr-employee-number to ws-final-employee-number.
           move sr-employee-name to ws-final-employee-name.
           move sr-department to ws-final-department.
           move spaces to ws-final-position.
           move sr-years-service to ws-final-years-service.
           move sr-present-salary to ws-final-present-salary.
           move sr-present-salary to ws-final-new-salary.
           move ws-merit-rating-code to ws-final-merit-rating.
           move 0 to ws-final-percent.
           move 1.000 to ws-final-prorate-factor.
           move sr-hire-date to ws-final-hire-date.
           move 0 to ws-final-withheld.
           move 0 to ws-final-pool-reduction.
           move "H" to ws-final-status.
           perform 950-write-payroll-change.
           perform 960-write-salary-history.
           perform 965-write-employee-statement.
      *
       305-process-active-a4.
      *
           move sr-employee-number to ws-prorate-employee-number.
           move sr-employee-name to ws-prorate-employee-name.
           move sr-hire-date to ws-prorate-hire-date.
           move ws-true-cnst to ws-prorate-exc-switch.
           perform 875-compute-proration.
           move ws-prorate-factor to ws-prorate-a4-factor.
           move ws-prorate-factor to ws-prorate-out.

           move 0 to ws-final-percent.
           move 0 to ws-pool-reduction.
           move "R" to ws-final-status.

           if 5A-education-code = "N"
             then
               write salary-rep-5B from salary-rep-5A
               multiply ws-class-percent by ws-merit-factor giving
                   ws-merit-adj-percent rounded
               move ws-merit-adj-percent to ws-increase-percent,
                   ws-increase-percent-calc, ws-final-percent
               move "%" to ws-per-sign
               divide ws-merit-adj-percent by ws-hundred-cnst giving
                   ws-ratio
                   ws-pay-increase-calc rounded
               multiply ws-prorate-a4-factor by ws-pay-increase-calc
                   giving ws-pay-increase-calc rounded

      *        only a pair 070-price-merit-pools priced - one the 5A or
      *        5B pass will carry into the department rollup - is
      *        scaled, so the A4 figure matches the 5A/5B one
               if 5A-education-code = "G" or 5A-education-code = "N"
                   move 5A-department to ws-pool-department
                   perform 877-apply-merit-pool
               end-if

               move ws-pay-increase-calc to ws-pay-increase
               add ws-pay-increase-calc to sr-present-salary giving
                   ws-new-salary-calc
               move "A4" to ws-exc-source
               move "YEARS OF SERVICE OUT OF EXPECTED BRACKET ON SALARY-
      -    "FILE" to ws-exc-reason
               perform 970-log-exception
           end-if.

           if sr-education-code not = "G" and sr-education-code not =
                   move ws-pay-increase-calc to ws-pay-increase
                   subtract ws-pay-increase-calc from ws-cap-withheld
                   perform 307-restate-class-average
                   move "C" to ws-final-status
               end-if
           end-if.

               move 5A-employee-number to ws-prorate-employee-number
               move 5A-employee-name to ws-prorate-employee-name
               move 5A-hire-date to ws-prorate-hire-date
               move ws-true-cnst to ws-prorate-exc-switch
               perform 875-compute-proration
               move ws-prorate-factor to ws5A-prorate-out

                       ws-pay-increase-calc rounded
                   multiply ws-prorate-factor by ws-pay-increase-calc
                       giving ws-pay-increase-calc rounded

                   move 5A-department to ws-pool-department
                   perform 877-apply-merit-pool
                   move 5A-employee-number to ws-pl-employee-number
                   move 5A-employee-name to ws-pl-employee-name
                   move "5A" to ws-pl-report
                   perform 878-write-pool-line

                   move ws-pay-increase-calc to ws5A-pay-increase
                   add ws-pay-increase-calc to 5A-present-salary giving
                       ws-new-salary-calc
                   move "A5" to ws-exc-source
                   move "YEARS OF SERVICE OUT OF EXPECTED BRACKET ON SAL
      -    "ARY-FILE-5A" to ws-exc-reason
                   perform 970-log-exception
               end-if

               move 5A-present-salary to ws5A-present-salary
                       move ws-new-salary-calc to ws-new-salary
                       move ws-pay-increase-calc to ws-pay-increase
                       perform 307-restate-class-average
                       move "C" to ws-final-status
                   else
                       if ws-appr-not-approved
                           move ws5A-employee-number to
      *    point whichever population they belong to
           perform 310-write-next-a4-record.

      *    a non-grad's figures are not final until the 5B pass, so
      *    600-process-nongrads sends their payroll transaction
           if 5A-education-code not = "N"
               move sr-employee-number to ws-final-employee-number
               move sr-employee-name to ws-final-employee-name
               move sr-department to ws-final-department
               move ws-position to ws-final-position
               move sr-years-service to ws-final-years-service
               move sr-present-salary to ws-final-present-salary
               move ws-new-salary-calc to ws-final-new-salary
               move ws-merit-rating-code to ws-final-merit-rating
               move ws-prorate-a4-factor to ws-final-prorate-factor
               move sr-hire-date to ws-final-hire-date
               if ws-final-capped
                   move ws-cap-withheld to ws-final-withheld
               else
                   move 0 to ws-final-withheld
               end-if
               move ws-pool-reduction to ws-final-pool-reduction
               perform 950-write-payroll-change
               perform 960-write-salary-history
               perform 965-write-employee-statement
           end-if.

      *    a 5A record with an education code that is neither G nor N
      *    never reaches 315 or the 5B shunt, so its A5-Next record
      *    is written here - rolling both records keeps the pair in
           move 5B-employee-number to ws-prorate-employee-number
           move 5B-employee-name to ws-prorate-employee-name
           move 5B-hire-date to ws-prorate-hire-date
           move ws-true-cnst to ws-prorate-exc-switch
           perform 875-compute-proration
           move ws-prorate-factor to ws5B-prorate-out

           move 0 to ws-final-percent
           move 0 to ws-pool-reduction
           move "R" to ws-final-status

           if 5B-education-code not = "N"
               move 5B-employee-number to ws-exc-employee-number
               move 5B-employee-name to ws-exc-employee-name
               move "A5B" to ws-exc-source
               move "INVALID EDUCATION CODE ON NON-GRAD EXTRACT" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

           if 5B-present-salary <= 0
               move "A5B" to ws-exc-source
               move "PRESENT SALARY NOT POSITIVE ON NON-GRAD EXTRACT"
                   to ws-exc-reason
               perform 970-log-exception
           end-if.

           move 5B-years-service to ws-class-years.
               move ws-class-position to ws5B-position
               multiply ws-class-percent by ws-merit-factor giving
                   ws-merit-adj-percent rounded
               move ws-merit-adj-percent to ws5B-increase-percent,
                   ws-final-percent
               move "%" to ws5B-per-sign
               divide ws-merit-adj-percent by ws-hundred-cnst giving
                   ws-ratio
                   ws-pay-increase-calc rounded
               multiply ws-prorate-factor by ws-pay-increase-calc
                   giving ws-pay-increase-calc rounded

               move 5B-department to ws-pool-department
               perform 877-apply-merit-pool
               move 5B-employee-number to ws-pl-employee-number
               move 5B-employee-name to ws-pl-employee-name
               move "5B" to ws-pl-report
               perform 878-write-pool-line

               move ws-pay-increase-calc to ws5B-pay-increase
               add ws-pay-increase-calc to 5B-present-salary giving
                   ws-new-salary-calc
               move "A5B" to ws-exc-source
               move "YEARS OF SERVICE OUT OF EXPECTED BRACKET ON NON-GRA
      -    "D EXTRACT" to ws-exc-reason
               perform 970-log-exception
           end-if

           move 5B-present-salary to ws5B-present-salary
                   subtract ws-new-salary-calc from 5B-budget
                       giving ws5B-diff-calc
                   move ws5B-diff-calc to ws5B-diff
                   move "C" to ws-final-status
               else
                   if ws-appr-not-approved
                       move ws5B-employee-number to

           perform 610-write-next-nongrad

           move 5B-employee-number to ws-final-employee-number
           move 5B-employee-name to ws-final-employee-name
           move 5B-department to ws-final-department
           move ws5B-position to ws-final-position
           move 5B-years-service to ws-final-years-service
           move 5B-present-salary to ws-final-present-salary
           move ws-new-salary-calc to ws-final-new-salary
           move ws-merit-rating-code to ws-final-merit-rating
           move ws-prorate-factor to ws-final-prorate-factor
           move 5B-hire-date to ws-final-hire-date
           if ws-final-capped
               move ws-cap-withheld to ws-final-withheld
           else
               move 0 to ws-final-withheld
           end-if
           move ws-pool-reduction to ws-final-pool-reduction
           perform 950-write-payroll-change
           perform 960-write-salary-history
           perform 965-write-employee-statement

           read report-file-dat
               at end
                   move ws-true-cnst to ws-eof-flag.
                   move ws-band-source to ws-exc-source
                   move "PRESENT SALARY OUTSIDE BAND FOR POSITION" to
                       ws-exc-reason
                   perform 970-log-exception
               end-if

               if ws-band-new-salary <
                   move ws-band-source to ws-exc-source
                   move "NEW SALARY OUTSIDE BAND FOR POSITION" to
                       ws-exc-reason
                   perform 970-log-exception
               end-if
           end-if.

                 + ws-one-cnst

               if ws-prorate-months < 1
                   if ws-prorate-exc-wanted
                       move ws-prorate-employee-number to
                           ws-exc-employee-number
                       move ws-prorate-employee-name to
                           ws-exc-employee-name
                       move ws-prorate-source to ws-exc-source
                       move "HIRE DATE AFTER RUN DATE - RAISE NOT PRORAT
      -    "ED" to ws-exc-reason
                       perform 970-log-exception
                   end-if
               else
                   if ws-prorate-months < ws-prorate-full-year-cnst
                       compute ws-prorate-factor rounded =
               end-if
           end-if.

      *876-scan-pool-entry finds the caller's department on
      *ws-deptmast-table - the callers step the varying index back
      *one to address the matched entry
       876-scan-pool-entry.
      *
           if ws-deptmast-tbl-code (ws-pool-idx) = ws-pool-department
               move ws-true-cnst to ws-pool-found
           end-if.
      *
      *877-apply-merit-pool scales the merit-and-proration raise in
      *ws-pay-increase-calc by the department's pool factor before
      *any budget check, so the overrun report, cap, detail lines,
      *next-cycle masters and GL extract all see the pool-limited
      *raise; the detail line's percent stays the bracket/merit rate
      *the employee earned and the pool report shows the difference
       877-apply-merit-pool.
      *
           move ws-pay-increase-calc to ws-pool-pre-increase.
           move 1 to ws-pool-factor.
           move ws-false-cnst to ws-pool-found.

           perform 876-scan-pool-entry
             varying ws-pool-idx from 1 by 1
             until ws-pool-idx > ws-deptmast-count
             or ws-pool-was-found.

      *    the varying index has stepped one past the matched entry
           if ws-pool-was-found
               subtract ws-one-cnst from ws-pool-idx
               move ws-deptmast-tbl-pool-factor (ws-pool-idx) to
                   ws-pool-factor
           end-if.

           if ws-pool-factor < 1
               multiply ws-pool-factor by ws-pool-pre-increase
                   giving ws-pay-increase-calc
           end-if.

           subtract ws-pay-increase-calc from ws-pool-pre-increase
               giving ws-pool-reduction.
      *
      *878-write-pool-line is performed from the 5A and 5B passes
      *only, the ones that feed ws-dept-table, so each employee is
      *on the pool report once - the caller stages employee number,
      *name and report code straight into ws-pool-line
       878-write-pool-line.
      *
           if ws-pool-was-found
               add ws-pay-increase-calc to
                   ws-deptmast-tbl-pool-post-total (ws-pool-idx)
           end-if.

           move ws-pool-department to ws-pl-department.
           move ws-pool-pre-increase to ws-pl-pre-increase.
           move ws-pay-increase-calc to ws-pl-post-increase.
           move ws-pool-reduction to ws-pl-reduction.
           move ws-pool-factor to ws-pl-factor.

           write pool-line from ws-pool-line.

      *845-check-department validates a record's department against
      *ws-deptmast-table, loaded once at startup by 030-load-
      *departments - when the code is not found the caller's
               move ws-deptmast-employee-name to ws-exc-employee-name
               move ws-deptmast-source to ws-exc-source
               move "UNKNOWN DEPARTMENT CODE" to ws-exc-reason
               perform 970-log-exception
           end-if.
      *
       846-scan-deptmast-entry.
               move "A4/A5" to ws-exc-source
               move "EMPLOYEE NOT FOUND ON HR HEADCOUNT FEED" to
                   ws-exc-reason
               perform 970-log-exception
           end-if.

      *850-compare-prior-run reads the prior cycle's archived CSV
               move "HR" to ws-exc-source
               move "NO STARTING BRACKET FOR NEW HIRE - STARTER RECORDS
      -    " NOT BUILT" to ws-exc-reason
               perform 970-log-exception
           else
               move ws-false-cnst to ws-nh-band-found

                   move "HR" to ws-exc-source
                   move "NO SALARY BAND FOR NEW HIRE POSITION - STARTER
      -    " RECORDS NOT BUILT" to ws-exc-reason
                   perform 970-log-exception
               else
                   perform 868-write-newhire-records
               end-if
                       move "MERIT" to ws-exc-source
                       move "INVALID MERIT RATING CODE ON MERIT FEED"
                           to ws-exc-reason
                       perform 970-log-exception
                   end-if
           end-evaluate.
      *
                       move "HR" to ws-exc-source
                       move "HR HEADCOUNT EMPLOYEE NOT FOUND ON A4.DAT/A
      -    "5.DAT" to ws-exc-reason
                       perform 970-log-exception

      *                an employee the termination report already
      *                carried this run is no new hire - the
               write compa-ratio-line from ws-compa-line
           end-if.

      *945-print-pool-summary closes the pool report with one line per
      *department on the master that had a pool set or any raise to
      *price - what finance allowed, what the raises came to before
      *the pool, what was handed out after it, and the factor used
       945-print-pool-summary.
      *
           write pool-line from "".
           write pool-line from ws-pool-summary-title.
           write pool-line from "".
           write pool-line from ws-pool-summary-header.
           write pool-line from "".

           perform 946-print-one-pool-department
             varying ws-pool-idx from 1 by 1
             until ws-pool-idx > ws-deptmast-count.
      *
       946-print-one-pool-department.
      *
           if ws-deptmast-tbl-merit-pool (ws-pool-idx) > 0
              or ws-deptmast-tbl-pool-pre-total (ws-pool-idx) > 0
               move ws-deptmast-tbl-code (ws-pool-idx) to
                   ws-ps-department
               move ws-deptmast-tbl-name (ws-pool-idx) to
                   ws-ps-dept-name
               move ws-deptmast-tbl-merit-pool (ws-pool-idx) to
                   ws-ps-merit-pool
               move ws-deptmast-tbl-pool-pre-total (ws-pool-idx) to
                   ws-ps-pre-total
               move ws-deptmast-tbl-pool-post-total (ws-pool-idx) to
                   ws-ps-post-total
               move ws-deptmast-tbl-pool-factor (ws-pool-idx) to
                   ws-ps-factor

               evaluate true
                   when ws-deptmast-tbl-merit-pool (ws-pool-idx) = 0
                       move "NO POOL SET" to ws-ps-result
                   when ws-deptmast-tbl-pool-factor (ws-pool-idx) < 1
                       move "SCALED" to ws-ps-result
                   when other
                       move "WITHIN POOL" to ws-ps-result
               end-evaluate

               write pool-line from ws-pool-summary-line
           end-if.

      *910-print-merit-summary writes the merit-distribution summary
      *comp review used to build by hand on top of the printed salary
      *report - one line per rating slot from ws-merit-stat-table

           write merit-summary-line from ws-merit-line.

      *950-write-payroll-change sends the employee's final figures,
      *staged in ws-final-work by the caller, to payroll as one
      *salary-change transaction, then follows it with a retroactive
      *lump-sum transaction when 951-compute-retro-lump-sum finds
      *months owed - an on-leave hold carries no increase and so
      *never earns a lump sum
       950-write-payroll-change.
      *
           move "S" to pay-transaction-code.
           move ws-final-employee-number to pay-employee-number.
           move ws-final-present-salary to pay-old-salary.
           move ws-final-new-salary to pay-new-salary.
           move ws-rates-best-date to pay-effective-date.
           move ws-final-merit-rating to pay-merit-rating.
           move ws-final-prorate-factor to pay-prorate-factor.
           move ws-final-status to pay-reason-code.
           move 0 to pay-lump-sum-amount.
           move 0 to pay-retro-months.
           move ws-current-date-yyyymmdd to pay-run-date.

           write payroll-rec.

           add ws-one-cnst to ws-pay-change-count.
           add ws-one-cnst to ws-pay-written-count.

           evaluate true
               when ws-final-capped
                   add ws-one-cnst to ws-pay-capped-count
               when ws-final-on-leave
                   add ws-one-cnst to ws-pay-hold-count
               when other
                   add ws-one-cnst to ws-pay-regular-count
           end-evaluate.

           if ws-final-new-salary > ws-final-present-salary
               subtract ws-final-present-salary from ws-final-new-salary
                   giving ws-retro-increase
               add ws-retro-increase to ws-pay-increase-total

               if not ws-final-on-leave
                   perform 951-compute-retro-lump-sum

                   if ws-retro-amount > 0
                       move "L" to pay-transaction-code
                       move ws-retro-amount to pay-lump-sum-amount
                       move ws-retro-months to pay-retro-months
                       write payroll-rec
                       add ws-one-cnst to ws-pay-retro-count
                       add ws-one-cnst to ws-pay-written-count
                       add ws-retro-amount to ws-pay-retro-total
                   end-if
               end-if
           end-if.
      *
      *the caller has already staged the annual increase in
      *ws-retro-increase; the months count from whichever is later,
      *the rate set's effective date or the hire date, so a first-
      *year employee is not paid back-pay for months before they
      *joined (the hire date is class-tested as 875-compute-proration
      *does, for records from a not-yet-converted master)
       951-compute-retro-lump-sum.
      *
           move 0 to ws-retro-amount.
           move ws-rates-best-date to ws-retro-start-date.

           if ws-final-hire-date is numeric
              and ws-final-hire-date > ws-retro-start-date
               move ws-final-hire-date to ws-retro-start-date
           end-if.

           compute ws-retro-months =
               ((ws-current-yyyy - ws-retro-start-yyyy)
                 * ws-prorate-full-year-cnst)
             + ws-current-mm - ws-retro-start-mm.

           if ws-retro-months > ws-prorate-full-year-cnst
               move ws-prorate-full-year-cnst to ws-retro-months
           end-if.

           if ws-retro-months > 0
               compute ws-retro-amount rounded =
                   ws-retro-increase * ws-retro-months
                     / ws-prorate-full-year-cnst
           end-if.
      *
       955-print-payroll-control-page.
      *
           move ws-rates-best-date to ws-pc-effective-date.
           move ws-current-date-yyyymmdd to ws-pc-run-date.
           move ws-pay-change-count to ws-pc-change-count.
           move ws-pay-regular-count to ws-pc-regular-count.
           move ws-pay-capped-count to ws-pc-capped-count.
           move ws-pay-hold-count to ws-pc-hold-count.
           move ws-pay-increase-total to ws-pc-increase-total.
           move ws-pay-retro-count to ws-pc-retro-count.
           move ws-pay-retro-total to ws-pc-retro-total.
           move ws-pay-written-count to ws-pc-written-count.

           write payroll-control-line from ws-header-info.
           write payroll-control-line from ws-payctl-header.
           write payroll-control-line from "".
           write payroll-control-line from ws-payctl-date-line.
           write payroll-control-line from "".
           write payroll-control-line from ws-payctl-change-line.
           write payroll-control-line from ws-payctl-increase-line.
           write payroll-control-line from "".
           write payroll-control-line from ws-payctl-retro-count-line.
           write payroll-control-line from ws-payctl-retro-total-line.
           write payroll-control-line from "".
           write payroll-control-line from ws-payctl-written-line.

      *960-write-salary-history appends the employee's final figures,
      *staged in ws-final-work by the caller, to the permanent salary
      *history - every processed employee gets one record per run,
      *terminated ones included, so the history shows why a raise
      *was or was not given as well as how much
       960-write-salary-history.
      *
           move ws-final-employee-number to hist-employee-number.
           move ws-final-employee-name to hist-employee-name.
           move ws-current-date-yyyymmdd to hist-run-date.
           move ws-rates-best-date to hist-effective-date.
           move ws-final-position to hist-position.
           move ws-final-department to hist-department.
           move ws-final-present-salary to hist-present-salary.
           move ws-final-new-salary to hist-new-salary.
           move ws-final-percent to hist-percent.
           move ws-final-merit-rating to hist-merit-rating.
           move ws-final-prorate-factor to hist-prorate-factor.
           move ws-final-status to hist-status.

           write history-rec.

      *965-write-employee-statement prints one page per employee from
      *ws-final-work - department name and manager off ws-deptmast-
      *table, the effective date of the rate set used - for the
      *manager to hand out; a terminated employee gets no statement
      *(301 does not perform it) and an on-leave employee gets the
      *salary-held version with no raise figures
       965-write-employee-statement.
      *
           move ws-false-cnst to ws-stmt-found.
           move "UNKNOWN DEPARTMENT" to ws-stmt-dept-name.
           move spaces to ws-stmt-manager-name.

           perform 966-scan-statement-dept
             varying ws-stmt-idx from 1 by 1
             until ws-stmt-idx > ws-deptmast-count
             or ws-stmt-dept-was-found.

           if ws-stmt-first-page
               move ws-false-cnst to ws-stmt-first-switch
               write statement-line from ws-header-info
           else
               write statement-line from ws-header-info
                   after advancing page
           end-if.

           write statement-line from ws-stmt-title.
           write statement-line from "".

           move ws-final-employee-number to ws-seo-employee-number.
           move ws-final-employee-name to ws-seo-employee-name.
           move "EMPLOYEE:" to ws-sl-label.
           move ws-stmt-employee-out to ws-sl-value.
           write statement-line from ws-stmt-line.

           move ws-final-department to ws-sdo-department.
           move ws-stmt-dept-name to ws-sdo-dept-name.
           move "DEPARTMENT:" to ws-sl-label.
           move ws-stmt-dept-out to ws-sl-value.
           write statement-line from ws-stmt-line.

           move "MANAGER:" to ws-sl-label.
           move ws-stmt-manager-name to ws-sl-value.
           write statement-line from ws-stmt-line.

           move "POSITION:" to ws-sl-label.
           if ws-final-position = spaces
               move "NOT CLASSIFIED THIS CYCLE" to ws-sl-value
           else
               move ws-final-position to ws-sl-value
           end-if.
           write statement-line from ws-stmt-line.

           move ws-final-years-service to ws-stmt-years-out.
           move "YEARS OF SERVICE:" to ws-sl-label.
           move ws-stmt-years-out to ws-sl-value.
           write statement-line from ws-stmt-line.

           write statement-line from "".

           move ws-final-present-salary to ws-stmt-money-out.
           move "PRESENT SALARY:" to ws-sl-label.
           move ws-stmt-money-out to ws-sl-value.
           write statement-line from ws-stmt-line.

           move "MERIT RATING:" to ws-sl-label.
           if ws-final-merit-rating = space
               move "NOT RATED" to ws-sl-value
           else
               move ws-final-merit-rating to ws-sl-value
           end-if.
           write statement-line from ws-stmt-line.

           if ws-final-on-leave
               move "SALARY STATUS:" to ws-sl-label
               move "SALARY HELD - ON LEAVE OF ABSENCE, NO RAISE THIS CY
      -    "CLE" to ws-sl-value
               write statement-line from ws-stmt-line
           else
               move ws-final-percent to ws-spo-percent
               move "RAISE PERCENT:" to ws-sl-label
               move ws-stmt-percent-out to ws-sl-value
               write statement-line from ws-stmt-line

               if ws-final-prorate-factor < 1
                   move ws-final-prorate-factor to ws-spr-factor
                   move "FIRST-YEAR PRORATION:" to ws-sl-label
                   move ws-stmt-prorate-out to ws-sl-value
                   write statement-line from ws-stmt-line
               end-if

               if ws-final-pool-reduction > 0
                   move ws-final-pool-reduction to ws-stmt-money-out
                   move "DEPT MERIT POOL CUT:" to ws-sl-label
                   move ws-stmt-money-out to ws-sl-value
                   write statement-line from ws-stmt-line
               end-if

               if ws-final-capped
                   move ws-final-withheld to ws-sco-withheld
                   move "OVERRUN REJECTED:" to ws-sl-label
                   move ws-stmt-cap-out to ws-sl-value
                   write statement-line from ws-stmt-line
               end-if

               if ws-final-new-salary > ws-final-present-salary
                   subtract ws-final-present-salary from
                       ws-final-new-salary giving ws-stmt-increase
               else
                   move 0 to ws-stmt-increase
               end-if
               move ws-stmt-increase to ws-stmt-money-out
               move "RAISE AMOUNT:" to ws-sl-label
               move ws-stmt-money-out to ws-sl-value
               write statement-line from ws-stmt-line
           end-if.

           move ws-final-new-salary to ws-stmt-money-out.
           move "NEW SALARY:" to ws-sl-label.
           move ws-stmt-money-out to ws-sl-value.
           write statement-line from ws-stmt-line.

           move ws-rates-best-date to ws-stmt-date-out.
           move "EFFECTIVE DATE:" to ws-sl-label.
           move ws-stmt-date-out to ws-sl-value.
           write statement-line from ws-stmt-line.
      *
       966-scan-statement-dept.
      *
           if ws-deptmast-tbl-code (ws-stmt-idx) = ws-final-department
               move ws-true-cnst to ws-stmt-found
               move ws-deptmast-tbl-name (ws-stmt-idx) to
                   ws-stmt-dept-name
               move ws-deptmast-tbl-manager-name (ws-stmt-idx) to
                   ws-stmt-manager-name
           end-if.
      *
      *970-log-exception is where every exception the run finds goes
      *- the caller stages ws-exception-line as before and the
      *register entry for that employee, source and reason is added
      *or brought up to date; the exception report itself is printed
      *from the register by 975-print-exception-report at end of run.
      *An entry already stamped with this run is left alone, so an
      *exception raised twice in one run is only handled once
       970-log-exception.
      *
           move ws-exc-employee-number to xr-employee-number.
           move ws-exc-source to xr-source.
           move ws-exc-reason to xr-reason.

           read exception-register-file
               invalid key
                   move ws-exc-employee-name to xr-employee-name
                   move ws-current-date-yyyymmdd to xr-first-seen-date
                   move 0 to xr-prior-seen-date
                   move ws-current-date-yyyymmdd to xr-last-seen-date
                   move ws-xr-run-stamp-num to xr-last-run-stamp
                   move 1 to xr-occurrence-count
                   move "O" to xr-status
                   move "N" to xr-run-category
                   move 0 to xr-return-count
                   move 0 to xr-resolved-date
                   move spaces to xr-resolved-by
                   move spaces to xr-resolution-note
                   write exception-register-rec
                       invalid key
                           display "EXCEPTION REGISTER WRITE FAILED - "
                               ws-xr-file-status
                   end-write
               not invalid key
                   if xr-last-run-stamp not = ws-xr-run-stamp-num
                       perform 971-update-register-entry
                   end-if
           end-read.
      *
      *only the first run on a new date counts a further cycle - a
      *rerun the same day keeps the entry's cycle count and category
      *and just restamps it as raised by this run. A resolved item
      *that turns up again is reopened and reported as back, with its
      *last resolution kept for the report; an open one is recurring
      *until it has been seen in ws-xr-aged-cycles-cnst cycles, aged
      *from then on
       971-update-register-entry.
      *
           move ws-exc-employee-name to xr-employee-name.
           move ws-xr-run-stamp-num to xr-last-run-stamp.

           if xr-last-seen-date not = ws-current-date-yyyymmdd
               move xr-last-seen-date to xr-prior-seen-date
               move ws-current-date-yyyymmdd to xr-last-seen-date
               add ws-one-cnst to xr-occurrence-count
               if xr-open
                   if xr-occurrence-count >= ws-xr-aged-cycles-cnst
                       move "A" to xr-run-category
                   else
                       move "R" to xr-run-category
                   end-if
               end-if
           end-if.

           if xr-resolved
               move "O" to xr-status
               move "B" to xr-run-category
               add ws-one-cnst to xr-return-count
           end-if.

           rewrite exception-register-rec
               invalid key
                   display "EXCEPTION REGISTER REWRITE FAILED - "
                       ws-xr-file-status
           end-rewrite.
      *
      *975-print-exception-report writes A4-ExceptionReport.out as
      *four sections - new, recurring, aged, and resolved but back -
      *each one a pass over the register in key order picking out
      *this run's entries of that category
       975-print-exception-report.
      *
           move "N" to ws-xr-print-category.
           move "NEW EXCEPTIONS - FIRST SEEN THIS RUN" to ws-xs-title.
           perform 976-print-exception-section.
           move ws-xr-section-count to ws-xr-new-count.

           move "R" to ws-xr-print-category.
           move "RECURRING EXCEPTIONS - SEEN IN AN EARLIER CYCLE" to
               ws-xs-title.
           perform 976-print-exception-section.
           move ws-xr-section-count to ws-xr-recurring-count.

           move "A" to ws-xr-print-category.
           move spaces to ws-xs-title.
           string "AGED EXCEPTIONS - STILL OPEN AFTER "
                   delimited by size
               ws-xr-aged-cycles-cnst delimited by size
               " OR MORE CYCLES" delimited by size
               into ws-xs-title
           end-string.
           perform 976-print-exception-section.
           move ws-xr-section-count to ws-xr-aged-count.

           move "B" to ws-xr-print-category.
           move "RESOLVED EXCEPTIONS THAT HAVE COME BACK" to
               ws-xs-title.
           perform 976-print-exception-section.
           move ws-xr-section-count to ws-xr-returned-count.

           move ws-xr-new-count to ws-xt-new-count.
           move ws-xr-recurring-count to ws-xt-recurring-count.
           move ws-xr-aged-count to ws-xt-aged-count.
           move ws-xr-returned-count to ws-xt-returned-count.

           write exception-line from "".
           write exception-line from ws-xr-total-line.
      *
       976-print-exception-section.
      *
           move 0 to ws-xr-section-count.

           if ws-xr-print-category not = "N"
               write exception-line from ""
           end-if.

           write exception-line from ws-xr-section-title.
           write exception-line from "".
           write exception-line from ws-exception-header.
           write exception-line from "".

           move low-values to xr-key.
           move spaces to ws-xr-eof-flag.

           start exception-register-file
               key not less than xr-key
               invalid key
                   move ws-true-cnst to ws-xr-eof-flag
           end-start.

           perform 977-print-one-register-entry
             until ws-xr-eof-flag = ws-true-cnst.

           if ws-xr-section-count = 0
               write exception-line from ws-xr-none-line
           end-if.
      *
       977-print-one-register-entry.
      *
           read exception-register-file next record
               at end
                   move ws-true-cnst to ws-xr-eof-flag
               not at end
                   if xr-last-run-stamp = ws-xr-run-stamp-num
                      and xr-run-category = ws-xr-print-category
                       add ws-one-cnst to ws-xr-section-count
                       move xr-employee-number to ws-xl-employee-number
                       move xr-employee-name to ws-xl-employee-name
                       move xr-source to ws-xl-source
                       move xr-reason to ws-xl-reason
                       move xr-first-seen-date to
                           ws-xl-first-seen-date
                       if xr-prior-seen-date = 0
                           move spaces to ws-xl-prior-seen-text
                       else
                           move xr-prior-seen-date to
                               ws-xl-prior-seen-date
                       end-if
                       move xr-occurrence-count to
                           ws-xl-occurrence-count
                       write exception-line from ws-xr-report-line

                       if xr-cat-returned
                           move xr-resolved-date to
                               ws-xv-resolved-date
                           move xr-resolved-by to ws-xv-resolved-by
                           move xr-resolution-note to
                               ws-xv-resolution-note
                           move xr-return-count to ws-xv-return-count
                           write exception-line from
                               ws-xr-resolved-line
                       end-if
                   end-if
           end-read.

       750-classify-grad-years.
      *
           move ws-false-cnst to ws-class-found.
