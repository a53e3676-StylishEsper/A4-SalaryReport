       identification division.
       program-id. A4-OffCycleAdjust.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Batch processor for the between-cycle
      *salary changes the annual A4-SalaryReport run knows nothing
      *about - promotions (often the ones 835-check-promotion-
      *eligibility flagged), market adjustments and equity
      *corrections. Each transaction on A4-OffCycleTrans.dat carries
      *employee number, type code, new position (promotions) or new
      *annual salary, effective date and approver. Every transaction
      *is validated against the salary-band table (A4-SalaryBands.dat)
      *and the department master (A4-DeptMaster.dat), applied to the
      *matching record on both A4.dat and A5.dat together so the two
      *masters stay in step, appended to the permanent salary history
      *and printed on A4-AdjustmentRegister.out, accepted or rejected
      *with the reason - so the next annual run starts from the real
      *salaries instead of stale ones.
      *
      *Position is not carried on the masters - the batch derives it
      *from years of service through the effective A4-Rates.dat
      *brackets - so a promotion is recorded by moving the employee's
      *years of service up to the low boundary of the new position's
      *bracket, which is where the next annual run will classify them.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select rates-file
               assign to "../../../A4-SalaryReport/A4-Rates.dat"
               organization is line sequential.

           select salary-band-file
               assign to "../../../A4-SalaryReport/A4-SalaryBands.dat"
               organization is line sequential.

           select department-master-file
               assign to
                   "../../../A4-SalaryReport/A4-DeptMaster.dat"
               organization is line sequential.

      *file status lets 040-load-transactions stop cleanly when there
      *are no off-cycle changes to apply this time
           select offcycle-file
               assign to
                   "../../../A4-SalaryReport/A4-OffCycleTrans.dat"
               organization is line sequential
               file status is ws-oc-file-status.

           select salary-file
               assign to "../../../A4-SalaryReport/A4.dat"
               organization is line sequential.

           select salary-file-5A
               assign to "../../../A4-SalaryReport/A5.dat"
               organization is line sequential.

      *the adjusted masters are built here first and copied back over
      *A4.dat/A5.dat by 200-install-masters only once the whole pass
      *has gone through in step, so a failed run leaves the masters
      *exactly as they were
           select work-salary-file
               assign to "../../../A4-SalaryReport/A4-AdjWork.dat"
               organization is line sequential.

           select work-salary-file-5A
               assign to "../../../A4-SalaryReport/A5-AdjWork.dat"
               organization is line sequential.

      *A4-Next.dat is only looked at, never written - records on it
      *mean a salary run is waiting for A4-CycleClose
           select next-salary-file
               assign to "../../../A4-SalaryReport/A4-Next.dat"
               organization is line sequential
               file status is ws-nx-file-status.

           select register-file
               assign to
                   "../../../A4-SalaryReport/A4-AdjustmentRegister.out"
               organization is line sequential.

           select optional salary-history-file
               assign to
                   "../../../A4-SalaryReport/A4-SalaryHistory.dat"
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
         05 rt-per-analyst pic 99v9.
         05 rt-per-senprog pic 9v9.
         05 rt-per-prog pic 9v9.
         05 rt-per-jrprog pic 9v9.
         05 rt-grad-analyst-lo pic 99.
         05 rt-grad-analyst-hi pic 99.
         05 rt-grad-senprog-lo pic 99.
         05 rt-grad-senprog-hi pic 99.
         05 rt-grad-prog-lo pic 99.
         05 rt-grad-prog-hi pic 99.
         05 rt-nongrad-prog-lo pic 99.
         05 rt-nongrad-prog-hi pic 99.
         05 rt-nongrad-jrprog-lo pic 99.
         05 rt-nongrad-jrprog-hi pic 99.

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

      *oc-amount is the new annual salary - required for a market
      *adjustment or equity correction, optional on a promotion, where
      *zero means "bring the salary up to the new band's minimum"
       fd offcycle-file
           data record is offcycle-rec
           record contains 44 characters.
      *
       01 offcycle-rec.
         05 oc-employee-number pic 9(5).
         05 oc-type-code pic x.
         05 oc-new-position pic x(8).
         05 oc-amount pic 9(5)v99.
         05 oc-effective-date pic 9(8).
         05 oc-approver pic x(15).

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

       fd work-salary-file
           data record is work-a4-rec
           record contains 43 characters.
      *
       01 work-a4-rec pic x(43).

       fd work-salary-file-5A
           data record is work-a5-rec
           record contains 52 characters.
      *
       01 work-a5-rec pic x(52).

       fd next-salary-file
           data record is next-a4-rec
           record contains 43 characters.
      *
       01 next-a4-rec pic x(43).

       fd register-file
           data record is register-line
           record contains 152 characters.
      *
       01 register-line pic x(152).

      *same layout A4-SalaryReport appends in 960-write-salary-history
      *- an off-cycle change carries its type code (P, M or E) in
      *hist-status so the history inquiry can tell it from an annual
      *raise
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

      *these mirror ws-band-max-cnst and ws-deptmast-max-cnst in
      *A4-SalaryReport, so a band or department the batch would not
      *load is not accepted here either
       77 ws-band-max-cnst pic 99 value 10.
       77 ws-deptmast-max-cnst pic 99 value 20.
       77 ws-tx-max-cnst pic 9(3) value 200.

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).

       01 ws-a4-eof-flag pic x value "n".
       01 ws-a5-eof-flag pic x value "n".

       01 ws-rates-eof-flag pic x value "n".

       01 ws-rates-best-date pic 9(8) value 0.

       01 ws-rates-any-switch pic x value "N".
         88 ws-rates-any-was-found value "Y".
         88 ws-rates-any-not-found value "N".

       01 ws-rates-best.
         05 ws-best-per-analyst pic 99v9.
         05 ws-best-per-senprog pic 9v9.
         05 ws-best-per-prog pic 9v9.
         05 ws-best-per-jrprog pic 9v9.
         05 ws-best-grad-analyst-lo pic 99.
         05 ws-best-grad-analyst-hi pic 99.
         05 ws-best-grad-senprog-lo pic 99.
         05 ws-best-grad-senprog-hi pic 99.
         05 ws-best-grad-prog-lo pic 99.
         05 ws-best-grad-prog-hi pic 99.
         05 ws-best-nongrad-prog-lo pic 99.
         05 ws-best-nongrad-prog-hi pic 99.
         05 ws-best-nongrad-jrprog-lo pic 99.
         05 ws-best-nongrad-jrprog-hi pic 99.

      *both tables run most senior bracket first, so a promotion
      *target must sit at a lower entry number than the employee's
      *current bracket
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
         05 ws-class-entry-number pic 99.
         05 ws-class-found pic x value "N".
           88 ws-class-was-found value "Y".
           88 ws-class-not-found value "N".

       01 ws-target-work.
         05 ws-target-entry-number pic 99.
         05 ws-target-lo-years pic 99.
         05 ws-target-found pic x value "N".
           88 ws-target-was-found value "Y".
           88 ws-target-not-found value "N".

       01 ws-band-eof-flag pic x value "n".

       01 ws-band-count pic 99 value 0.

       01 ws-band-table.
         05 ws-band-entry occurs 10 times.
           10 ws-band-tbl-position pic x(8).
           10 ws-band-tbl-min-salary pic 9(5)v99.
           10 ws-band-tbl-max-salary pic 9(5)v99.

       01 ws-band-work.
         05 ws-band-idx pic 99 comp.
         05 ws-band-position pic x(8).
         05 ws-band-min-salary pic 9(5)v99.
         05 ws-band-max-salary pic 9(5)v99.
         05 ws-band-found pic x value "N".
           88 ws-band-was-found value "Y".
           88 ws-band-not-found value "N".

       01 ws-deptmast-eof-flag pic x value "n".

       01 ws-deptmast-count pic 99 value 0.

       01 ws-deptmast-table.
         05 ws-deptmast-entry occurs 20 times.
           10 ws-deptmast-tbl-code pic x(4).

       01 ws-deptmast-work.
         05 ws-deptmast-idx pic 99 comp.
         05 ws-deptmast-found pic x value "N".
           88 ws-deptmast-was-found value "Y".
           88 ws-deptmast-not-found value "N".

       01 ws-oc-file-status pic xx.

       01 ws-nx-file-status pic xx.

       01 ws-oc-eof-flag pic x value "n".

      *every transaction is held here in file order with its outcome,
      *so two changes for the same employee apply one after the other
      *and the register comes out in the order the transactions were
      *submitted
       01 ws-tx-count pic 9(3) value 0.

       01 ws-tx-table.
         05 ws-tx-entry occurs 200 times.
           10 ws-tx-employee-number pic 9(5).
           10 ws-tx-type-code pic x.
             88 ws-tx-promotion value "P".
             88 ws-tx-market value "M".
             88 ws-tx-equity value "E".
           10 ws-tx-new-position pic x(8).
           10 ws-tx-amount pic 9(5)v99.
           10 ws-tx-effective-date pic 9(8).
           10 ws-tx-effective-split redefines ws-tx-effective-date.
             15 ws-tx-effective-yyyy pic 9(4).
             15 ws-tx-effective-mm pic 99.
             15 ws-tx-effective-dd pic 99.
           10 ws-tx-approver pic x(15).
           10 ws-tx-status pic x.
             88 ws-tx-pending value "P".
             88 ws-tx-applied value "A".
             88 ws-tx-rejected value "R".
           10 ws-tx-reason pic x(40).
           10 ws-tx-employee-name pic x(15).
           10 ws-tx-old-position pic x(8).
           10 ws-tx-after-position pic x(8).
           10 ws-tx-old-salary pic 9(5)v99.
           10 ws-tx-new-salary pic 9(5)v99.
           10 ws-tx-department pic x(4).
           10 ws-tx-percent pic 99v9.

       01 ws-tx-work.
         05 ws-tx-idx pic 9(3) comp.
         05 ws-tx-new-salary-calc pic 9(5)v99.
         05 ws-tx-new-years pic 99.
         05 ws-tx-valid-switch pic x value "Y".
           88 ws-tx-is-valid value "Y".
           88 ws-tx-not-valid value "N".

       01 ws-step-switch pic x value "Y".
         88 ws-masters-in-step value "Y".
         88 ws-masters-out-of-step value "N".

       01 ws-install-eof-flag pic x value "n".

       01 ws-reg-counts.
         05 ws-reg-applied-count pic 9(3) value 0.
         05 ws-reg-rejected-count pic 9(3) value 0.
         05 ws-reg-net-change pic s9(8)v99 value 0.
         05 ws-reg-pct-calc pic 9(3)v9.

       01 ws-register-title.
         05 filler pic x(40) value
             "OFF-CYCLE SALARY ADJUSTMENT REGISTER    ".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-rt-run-date pic 9(8).

       01 ws-register-header.
         05 filler pic x(7) value "EMP".
         05 filler pic x(17) value "NAME".
         05 filler pic x(3) value "T".
         05 filler pic x(10) value "OLD POS".
         05 filler pic x(10) value "NEW POS".
         05 filler pic x(13) value "OLD SALARY".
         05 filler pic x(12) value "NEW SALARY".
         05 filler pic x(10) value "EFF DATE".
         05 filler pic x(17) value "APPROVER".
         05 filler pic x(6) value "RESULT".

       01 ws-register-line.
         05 ws-rl-employee-number pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-rl-employee-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-rl-type-code pic x.
         05 filler pic x(2) value spaces.
         05 ws-rl-old-position pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rl-new-position pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-rl-old-salary pic $zz,zz9.99.
         05 filler pic x(3) value spaces.
         05 ws-rl-new-salary pic $zz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-rl-effective-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-rl-approver pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-rl-result pic x(52).

       01 ws-register-total-1.
         05 filler pic x(24) value "TRANSACTIONS READ:      ".
         05 ws-rt-read-count pic zz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "APPLIED: ".
         05 ws-rt-applied-count pic zz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "REJECTED: ".
         05 ws-rt-rejected-count pic zz9.

       01 ws-register-total-2.
         05 filler pic x(24) value "NET ANNUAL SALARY CHANGE".
         05 filler pic x(2) value ": ".
         05 ws-rt-net-change pic $z(7),zz9.99-.

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           perform 005-check-close-pending.

           perform 010-load-rates.

           if ws-rates-any-not-found
               display "NO RATE SET EFFECTIVE FOR TODAY - ABORTING"
               stop run
           end-if.

           perform 020-load-salary-bands.

           perform 030-load-departments.

           perform 040-load-transactions.

           if ws-tx-count = 0
               display "NO OFF-CYCLE TRANSACTIONS TO APPLY"
               stop run
           end-if.

           perform 100-apply-to-masters.

           if ws-masters-in-step
               if ws-reg-applied-count > 0
                   perform 200-install-masters
                   perform 230-write-salary-history
               end-if
           else
               display "A4.DAT AND A5.DAT OUT OF STEP - NO ADJUSTMENTS A
      -    "PPLIED"
           end-if.

           perform 300-print-register.

           display "OFF-CYCLE ADJUSTMENTS APPLIED: "
               ws-reg-applied-count
               "  REJECTED: " ws-reg-rejected-count.

           stop run.
      *
      *records on A4-Next.dat mean the salary batch has run and
      *A4-CycleClose has not yet installed its output over A4.dat and
      *A5.dat - anything applied to the masters now would be lost
      *when the close copies the staged files over them, so the run
      *stops here until the close has been done
       005-check-close-pending.
      *
           open input next-salary-file.

           if ws-nx-file-status = "00"
               read next-salary-file
                   at end
                       continue
                   not at end
                       display "SALARY RUN DONE, CYCLE CLOSE PENDING - "
                           "A4-NEXT.DAT HAS RECORDS"
                       display "RUN A4-CYCLECLOSE FIRST - NO "
                           "ADJUSTMENTS APPLIED"
                       close next-salary-file
                       stop run
               end-read
               close next-salary-file
           end-if.
      *
       010-load-rates.
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
               move ws-best-per-analyst to ws-grad-percent (1)
               move ws-best-grad-analyst-lo to ws-grad-lo-years (1)
               move ws-best-grad-analyst-hi to ws-grad-hi-years (1)
               move ws-analyst-cnst to ws-grad-position (1)

               move ws-best-per-senprog to ws-grad-percent (2)
               move ws-best-grad-senprog-lo to ws-grad-lo-years (2)
               move ws-best-grad-senprog-hi to ws-grad-hi-years (2)
               move ws-senprog-cnst to ws-grad-position (2)

               move ws-best-per-prog to ws-grad-percent (3)
               move ws-best-grad-prog-lo to ws-grad-lo-years (3)
               move ws-best-grad-prog-hi to ws-grad-hi-years (3)
               move ws-prog-cnst to ws-grad-position (3)

               move ws-best-per-prog to ws-nongrad-percent (1)
               move ws-best-nongrad-prog-lo to ws-nongrad-lo-years (1)
               move ws-best-nongrad-prog-hi to ws-nongrad-hi-years (1)
               move ws-prog-cnst to ws-nongrad-position (1)

               move ws-best-per-jrprog to ws-nongrad-percent (2)
               move ws-best-nongrad-jrprog-lo to ws-nongrad-lo-years (2)
               move ws-best-nongrad-jrprog-hi to ws-nongrad-hi-years (2)
               move ws-jrprog-cnst to ws-nongrad-position (2)
           end-if.
      *
       011-select-rate-set.
      *
           if rt-effective-date <= ws-current-date-yyyymmdd
              and rt-effective-date >= ws-rates-best-date
               move rt-effective-date to ws-rates-best-date
               move ws-true-cnst to ws-rates-any-switch
               move rt-per-analyst to ws-best-per-analyst
               move rt-per-senprog to ws-best-per-senprog
               move rt-per-prog to ws-best-per-prog
               move rt-per-jrprog to ws-best-per-jrprog
               move rt-grad-analyst-lo to ws-best-grad-analyst-lo
               move rt-grad-analyst-hi to ws-best-grad-analyst-hi
               move rt-grad-senprog-lo to ws-best-grad-senprog-lo
               move rt-grad-senprog-hi to ws-best-grad-senprog-hi
               move rt-grad-prog-lo to ws-best-grad-prog-lo
               move rt-grad-prog-hi to ws-best-grad-prog-hi
               move rt-nongrad-prog-lo to ws-best-nongrad-prog-lo
               move rt-nongrad-prog-hi to ws-best-nongrad-prog-hi
               move rt-nongrad-jrprog-lo to ws-best-nongrad-jrprog-lo
               move rt-nongrad-jrprog-hi to ws-best-nongrad-jrprog-hi
           end-if.

           read rates-file
               at end
                   move ws-true-cnst to ws-rates-eof-flag.
      *
       020-load-salary-bands.
      *
           open input salary-band-file.

           move spaces to ws-band-eof-flag.

           read salary-band-file
               at end
                   move ws-true-cnst to ws-band-eof-flag.

           perform 021-add-band-entry
             until ws-band-eof-flag = ws-true-cnst.

           close salary-band-file.
      *
       021-add-band-entry.
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
       030-load-departments.
      *
           open input department-master-file.

           move spaces to ws-deptmast-eof-flag.

           read department-master-file
               at end
                   move ws-true-cnst to ws-deptmast-eof-flag.

           perform 031-add-deptmast-entry
             until ws-deptmast-eof-flag = ws-true-cnst.

           close department-master-file.
      *
       031-add-deptmast-entry.
      *
           if ws-deptmast-count < ws-deptmast-max-cnst
               add ws-one-cnst to ws-deptmast-count
               move deptmast-code to
                   ws-deptmast-tbl-code (ws-deptmast-count)
           end-if.

           read department-master-file
               at end
                   move ws-true-cnst to ws-deptmast-eof-flag.
      *
       040-load-transactions.
      *
           move spaces to ws-oc-file-status.
           open input offcycle-file.

           if ws-oc-file-status not = "00"
               continue
           else
               move spaces to ws-oc-eof-flag

               read offcycle-file
                   at end
                       move ws-true-cnst to ws-oc-eof-flag
               end-read

               perform 041-add-transaction
                 until ws-oc-eof-flag = ws-true-cnst

               close offcycle-file
           end-if.
      *
       041-add-transaction.
      *
           if ws-tx-count < ws-tx-max-cnst
               add ws-one-cnst to ws-tx-count
               move oc-employee-number to
                   ws-tx-employee-number (ws-tx-count)
               move oc-type-code to ws-tx-type-code (ws-tx-count)
               move oc-new-position to ws-tx-new-position (ws-tx-count)
               move oc-amount to ws-tx-amount (ws-tx-count)
               move oc-effective-date to
                   ws-tx-effective-date (ws-tx-count)
               move oc-approver to ws-tx-approver (ws-tx-count)
               move "P" to ws-tx-status (ws-tx-count)
               move spaces to ws-tx-reason (ws-tx-count)
               move spaces to ws-tx-employee-name (ws-tx-count)
               move spaces to ws-tx-old-position (ws-tx-count)
               move spaces to ws-tx-after-position (ws-tx-count)
               move 0 to ws-tx-old-salary (ws-tx-count)
               move 0 to ws-tx-new-salary (ws-tx-count)
               move spaces to ws-tx-department (ws-tx-count)
               move 0 to ws-tx-percent (ws-tx-count)
           else
               display "TRANSACTION TABLE FULL - " oc-employee-number
                   " AND LATER TRANSACTIONS NOT PROCESSED"
           end-if.

           read offcycle-file
               at end
                   move ws-true-cnst to ws-oc-eof-flag.
      *
      *A4.dat and A5.dat are read in step exactly as the batch reads
      *them, every pair is copied to the work files with whatever
      *transactions matched it applied, and a pair that is out of
      *step stops the pass so nothing is installed
       100-apply-to-masters.
      *
           open input salary-file.
           open input salary-file-5A.
           open output work-salary-file.
           open output work-salary-file-5A.

           move ws-true-cnst to ws-step-switch.
           move spaces to ws-a4-eof-flag.
           move spaces to ws-a5-eof-flag.

           read salary-file
               at end
                   move ws-true-cnst to ws-a4-eof-flag.

           read salary-file-5A
               at end
                   move ws-true-cnst to ws-a5-eof-flag.

           perform 110-process-one-master
             until ws-a4-eof-flag = ws-true-cnst
             and ws-a5-eof-flag = ws-true-cnst.

           close salary-file, salary-file-5A, work-salary-file,
               work-salary-file-5A.

      *    anything still pending matched no employee on the masters
           perform 150-reject-unmatched
             varying ws-tx-idx from 1 by 1
             until ws-tx-idx > ws-tx-count.
      *
       110-process-one-master.
      *
      *    one master ending before the other is out of step as
      *    surely as a mismatched pair - installing would drop the
      *    records the shorter file is missing
           if ws-a4-eof-flag = ws-true-cnst
              or ws-a5-eof-flag = ws-true-cnst
              or sr-employee-number not = 5A-employee-number
               move ws-false-cnst to ws-step-switch
               move ws-true-cnst to ws-a4-eof-flag
               move ws-true-cnst to ws-a5-eof-flag
           else
               perform 120-apply-one-transaction
                 varying ws-tx-idx from 1 by 1
                 until ws-tx-idx > ws-tx-count

               write work-a4-rec from salary-rep
               write work-a5-rec from salary-rep-5A

               read salary-file
                   at end
                       move ws-true-cnst to ws-a4-eof-flag
               end-read

               read salary-file-5A
                   at end
                       move ws-true-cnst to ws-a5-eof-flag
               end-read
           end-if.
      *
       120-apply-one-transaction.
      *
           if ws-tx-pending (ws-tx-idx)
              and ws-tx-employee-number (ws-tx-idx) =
                  sr-employee-number
               move sr-employee-name to
                   ws-tx-employee-name (ws-tx-idx)
               move sr-present-salary to ws-tx-old-salary (ws-tx-idx)

               perform 130-validate-transaction

               if ws-tx-is-valid
                   perform 140-post-transaction
               else
                   move "R" to ws-tx-status (ws-tx-idx)
                   add ws-one-cnst to ws-reg-rejected-count
               end-if
           end-if.
      *
      *each check that fails overwrites ws-tx-reason, so the register
      *shows the last problem found - the first one fixed and
      *resubmitted will surface the next on the following run; on
      *success ws-tx-new-salary-calc and ws-tx-new-years hold the
      *figures 140-post-transaction installs
       130-validate-transaction.
      *
           move ws-true-cnst to ws-tx-valid-switch.
           move sr-present-salary to ws-tx-new-salary-calc.
           move sr-years-service to ws-tx-new-years.

           move sr-years-service to ws-class-years.
           move ws-false-cnst to ws-class-found.
           move spaces to ws-class-position.

           if sr-education-code = "G"
               perform 750-classify-grad-years
           end-if.

           if sr-education-code = "N"
               perform 760-classify-nongrad-years
           end-if.

           move ws-class-position to ws-tx-old-position (ws-tx-idx).
           move ws-class-position to ws-tx-after-position (ws-tx-idx).

           if ws-tx-approver (ws-tx-idx) = spaces
               move "NO APPROVER ON TRANSACTION" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

           if ws-tx-effective-date (ws-tx-idx) not numeric
              or ws-tx-effective-mm (ws-tx-idx) < 1
              or ws-tx-effective-mm (ws-tx-idx) > 12
              or ws-tx-effective-dd (ws-tx-idx) < 1
              or ws-tx-effective-dd (ws-tx-idx) > 31
               move "INVALID EFFECTIVE DATE" to ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           else
               if ws-tx-effective-date (ws-tx-idx) >
                   ws-current-date-yyyymmdd
                   move "EFFECTIVE DATE AFTER RUN DATE" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if
           end-if.

           if sr-terminated
               move "EMPLOYEE IS TERMINATED" to ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

           move ws-false-cnst to ws-deptmast-found.

           perform 131-scan-deptmast-entry
             varying ws-deptmast-idx from 1 by 1
             until ws-deptmast-idx > ws-deptmast-count
             or ws-deptmast-was-found.

           if ws-deptmast-not-found
               move "DEPARTMENT NOT ON DEPARTMENT MASTER" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

           evaluate true
               when ws-tx-promotion (ws-tx-idx)
                   perform 132-validate-promotion
               when ws-tx-market (ws-tx-idx)
                   perform 133-validate-salary-change
               when ws-tx-equity (ws-tx-idx)
                   perform 133-validate-salary-change
               when other
                   move "INVALID TYPE CODE - MUST BE P, M OR E" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
           end-evaluate.
      *
       131-scan-deptmast-entry.
      *
           if ws-deptmast-tbl-code (ws-deptmast-idx) = sr-department
               move ws-true-cnst to ws-deptmast-found
           end-if.
      *
      *the new position has to be a bracket for the employee's
      *education code and more senior than the one they hold now;
      *years of service move up to that bracket's low boundary, and
      *the salary is the amount given or, when none is, the present
      *salary raised to the new band minimum if it sits below it
       132-validate-promotion.
      *
           if ws-class-not-found
               move "CURRENT YEARS OF SERVICE OUT OF BRACKET" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           else
               move ws-class-idx to ws-class-entry-number
               move ws-false-cnst to ws-target-found

               if sr-education-code = "G"
                   perform 134-scan-grad-target
                     varying ws-class-idx from 1 by 1
                     until ws-class-idx > 3
                     or ws-target-was-found
               else
                   perform 135-scan-nongrad-target
                     varying ws-class-idx from 1 by 1
                     until ws-class-idx > 2
                     or ws-target-was-found
               end-if

               if ws-target-not-found
                   move "NEW POSITION NOT VALID FOR EDUCATION" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               else
                   if ws-target-entry-number not <
                       ws-class-entry-number
                       move "NEW POSITION IS NOT A PROMOTION" to
                           ws-tx-reason (ws-tx-idx)
                       move ws-false-cnst to ws-tx-valid-switch
                   else
                       move ws-tx-new-position (ws-tx-idx) to
                           ws-tx-after-position (ws-tx-idx)
                       if sr-years-service < ws-target-lo-years
                           move ws-target-lo-years to ws-tx-new-years
                       end-if
                   end-if
               end-if
           end-if.

           move ws-tx-after-position (ws-tx-idx) to ws-band-position.
           perform 136-find-band.

           if ws-band-not-found
               move "NO SALARY BAND FOR POSITION" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           else
               if ws-tx-amount (ws-tx-idx) > 0
                   move ws-tx-amount (ws-tx-idx) to
                       ws-tx-new-salary-calc
               else
                   if sr-present-salary < ws-band-min-salary
                       move ws-band-min-salary to ws-tx-new-salary-calc
                   end-if
               end-if
               perform 137-check-band-limits
           end-if.
      *
       133-validate-salary-change.
      *
           if ws-tx-amount (ws-tx-idx) = 0
               move "NO NEW SALARY ON TRANSACTION" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           else
               move ws-tx-amount (ws-tx-idx) to ws-tx-new-salary-calc
           end-if.

           if ws-class-not-found
               move "CURRENT YEARS OF SERVICE OUT OF BRACKET" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           else
               move ws-class-position to ws-band-position
               perform 136-find-band

               if ws-band-not-found
                   move "NO SALARY BAND FOR POSITION" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               else
                   perform 137-check-band-limits
               end-if
           end-if.
      *
       134-scan-grad-target.
      *
           if ws-grad-position (ws-class-idx) =
               ws-tx-new-position (ws-tx-idx)
               move ws-true-cnst to ws-target-found
               move ws-class-idx to ws-target-entry-number
               move ws-grad-lo-years (ws-class-idx) to
                   ws-target-lo-years
           end-if.
      *
       135-scan-nongrad-target.
      *
           if ws-nongrad-position (ws-class-idx) =
               ws-tx-new-position (ws-tx-idx)
               move ws-true-cnst to ws-target-found
               move ws-class-idx to ws-target-entry-number
               move ws-nongrad-lo-years (ws-class-idx) to
                   ws-target-lo-years
           end-if.
      *
       136-find-band.
      *
           move ws-false-cnst to ws-band-found.

           perform 138-scan-band-entry
             varying ws-band-idx from 1 by 1
             until ws-band-idx > ws-band-count
             or ws-band-was-found.
      *
       137-check-band-limits.
      *
           if ws-tx-new-salary-calc < ws-band-min-salary
              or ws-tx-new-salary-calc > ws-band-max-salary
               move "NEW SALARY OUTSIDE BAND FOR POSITION" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.
      *
       138-scan-band-entry.
      *
           if ws-band-tbl-position (ws-band-idx) = ws-band-position
               move ws-true-cnst to ws-band-found
               move ws-band-tbl-min-salary (ws-band-idx) to
                   ws-band-min-salary
               move ws-band-tbl-max-salary (ws-band-idx) to
                   ws-band-max-salary
           end-if.
      *
      *the change lands on both master records together, so the
      *next transaction for the same employee is validated against
      *the already-adjusted figures
       140-post-transaction.
      *
           move ws-tx-new-salary-calc to sr-present-salary.
           move ws-tx-new-salary-calc to 5A-present-salary.
           move ws-tx-new-years to sr-years-service.
           move ws-tx-new-years to 5A-years-service.

           move ws-tx-new-salary-calc to ws-tx-new-salary (ws-tx-idx).
           move "A" to ws-tx-status (ws-tx-idx).
           move "APPLIED" to ws-tx-reason (ws-tx-idx).
           add ws-one-cnst to ws-reg-applied-count.

           compute ws-reg-net-change = ws-reg-net-change
               + ws-tx-new-salary (ws-tx-idx)
               - ws-tx-old-salary (ws-tx-idx).

      *    the history record is held with the transaction and only
      *    written once the adjusted masters have been installed
           move sr-department to ws-tx-department (ws-tx-idx).

           if ws-tx-new-salary (ws-tx-idx) >
               ws-tx-old-salary (ws-tx-idx)
              and ws-tx-old-salary (ws-tx-idx) > 0
               compute ws-reg-pct-calc rounded =
                   (ws-tx-new-salary (ws-tx-idx)
                     - ws-tx-old-salary (ws-tx-idx))
                   * ws-hundred-cnst / ws-tx-old-salary (ws-tx-idx)
               move ws-reg-pct-calc to ws-tx-percent (ws-tx-idx)
           else
               move 0 to ws-tx-percent (ws-tx-idx)
           end-if.
      *
       150-reject-unmatched.
      *
           if ws-tx-pending (ws-tx-idx)
               move "R" to ws-tx-status (ws-tx-idx)
               add ws-one-cnst to ws-reg-rejected-count

               if ws-masters-in-step
                   move "EMPLOYEE NOT ON A4.DAT/A5.DAT" to
                       ws-tx-reason (ws-tx-idx)
               else
                   move "NOT APPLIED - MASTERS OUT OF STEP" to
                       ws-tx-reason (ws-tx-idx)
               end-if
           end-if.

      *    a transaction applied to the work files before the break
      *    never reaches the masters, so it is turned back as well
           if ws-tx-applied (ws-tx-idx) and ws-masters-out-of-step
               move "R" to ws-tx-status (ws-tx-idx)
               subtract ws-one-cnst from ws-reg-applied-count
               add ws-one-cnst to ws-reg-rejected-count
               compute ws-reg-net-change = ws-reg-net-change
                   - ws-tx-new-salary (ws-tx-idx)
                   + ws-tx-old-salary (ws-tx-idx)
               move "NOT APPLIED - MASTERS OUT OF STEP" to
                   ws-tx-reason (ws-tx-idx)
           end-if.
      *
      *the work files are copied back over the masters only after a
      *clean in-step pass, one record for one record, so A4.dat and
      *A5.dat keep the same employee order they came in with
       200-install-masters.
      *
           open input work-salary-file.
           open output salary-file.

           move spaces to ws-install-eof-flag.

           read work-salary-file
               at end
                   move ws-true-cnst to ws-install-eof-flag.

           perform 210-copy-one-a4-record
             until ws-install-eof-flag = ws-true-cnst.

           close work-salary-file, salary-file.

           open input work-salary-file-5A.
           open output salary-file-5A.

           move spaces to ws-install-eof-flag.

           read work-salary-file-5A
               at end
                   move ws-true-cnst to ws-install-eof-flag.

           perform 220-copy-one-a5-record
             until ws-install-eof-flag = ws-true-cnst.

           close work-salary-file-5A, salary-file-5A.
      *
       210-copy-one-a4-record.
      *
           write salary-rep from work-a4-rec.

           read work-salary-file
               at end
                   move ws-true-cnst to ws-install-eof-flag.
      *
       220-copy-one-a5-record.
      *
           write salary-rep-5A from work-a5-rec.

           read work-salary-file-5A
               at end
                   move ws-true-cnst to ws-install-eof-flag.
      *
      *history is appended only after the masters are installed, so
      *an out-of-step pass leaves A4-SalaryHistory.dat untouched -
      *one record per applied transaction, in submission order
       230-write-salary-history.
      *
           open extend salary-history-file.

           perform 231-write-one-history
             varying ws-tx-idx from 1 by 1
             until ws-tx-idx > ws-tx-count.

           close salary-history-file.
      *
       231-write-one-history.
      *
           if ws-tx-applied (ws-tx-idx)
               move ws-tx-employee-number (ws-tx-idx) to
                   hist-employee-number
               move ws-tx-employee-name (ws-tx-idx) to
                   hist-employee-name
               move ws-current-date-yyyymmdd to hist-run-date
               move ws-tx-effective-date (ws-tx-idx) to
                   hist-effective-date
               move ws-tx-after-position (ws-tx-idx) to hist-position
               move ws-tx-department (ws-tx-idx) to hist-department
               move ws-tx-old-salary (ws-tx-idx) to
                   hist-present-salary
               move ws-tx-new-salary (ws-tx-idx) to hist-new-salary
               move ws-tx-percent (ws-tx-idx) to hist-percent
               move space to hist-merit-rating
               move 1.000 to hist-prorate-factor
               move ws-tx-type-code (ws-tx-idx) to hist-status
               write history-rec
           end-if.
      *
       300-print-register.
      *
           open output register-file.

           move ws-current-date-yyyymmdd to ws-rt-run-date.

           write register-line from ws-register-title.
           write register-line from " ".
           write register-line from ws-register-header.
           write register-line from " ".

           perform 310-print-one-transaction
             varying ws-tx-idx from 1 by 1
             until ws-tx-idx > ws-tx-count.

           move ws-tx-count to ws-rt-read-count.
           move ws-reg-applied-count to ws-rt-applied-count.
           move ws-reg-rejected-count to ws-rt-rejected-count.
           move ws-reg-net-change to ws-rt-net-change.

           write register-line from " ".
           write register-line from ws-register-total-1.
           write register-line from ws-register-total-2.

           close register-file.
      *
       310-print-one-transaction.
      *
           move ws-tx-employee-number (ws-tx-idx) to
               ws-rl-employee-number.
           move ws-tx-employee-name (ws-tx-idx) to ws-rl-employee-name.
           move ws-tx-type-code (ws-tx-idx) to ws-rl-type-code.
           move ws-tx-old-position (ws-tx-idx) to ws-rl-old-position.
           move ws-tx-after-position (ws-tx-idx) to
               ws-rl-new-position.
           move ws-tx-old-salary (ws-tx-idx) to ws-rl-old-salary.

           if ws-tx-applied (ws-tx-idx)
               move ws-tx-new-salary (ws-tx-idx) to ws-rl-new-salary
           else
               move ws-tx-amount (ws-tx-idx) to ws-rl-new-salary
           end-if.

           move ws-tx-effective-date (ws-tx-idx) to
               ws-rl-effective-date.
           move ws-tx-approver (ws-tx-idx) to ws-rl-approver.

           if ws-tx-applied (ws-tx-idx)
               move ws-tx-reason (ws-tx-idx) to ws-rl-result
           else
               move spaces to ws-rl-result
               string "REJECTED - " delimited by size
                   ws-tx-reason (ws-tx-idx) delimited by size
                   into ws-rl-result
               end-string
           end-if.

           write register-line from ws-register-line.
      *
       750-classify-grad-years.
      *
           move ws-false-cnst to ws-class-found.
           move 1 to ws-class-idx.

           perform 751-scan-grad-entry
             varying ws-class-idx from 1 by 1
             until ws-class-idx > 3
             or ws-class-was-found.

      *    the varying index has stepped one past the matched entry
           if ws-class-was-found
               subtract ws-one-cnst from ws-class-idx
           end-if.

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

      *    the varying index has stepped one past the matched entry
           if ws-class-was-found
               subtract ws-one-cnst from ws-class-idx
           end-if.

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

       end program A4-OffCycleAdjust.
