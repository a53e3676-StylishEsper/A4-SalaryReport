       identification division.
       program-id. A4-MasterMaint.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Maintenance processor for the two salary
      *masters. Each transaction on A4-MasterMaintTrans.dat adds,
      *changes or deletes one employee by employee number, and is
      *applied to the A4.dat record and the A5.dat record together,
      *so the pair stays record for record in step the way
      *A4-SalaryReport needs it. Changes cover the fields that have
      *no other way onto the masters - name, department, education
      *code, action code, hire date and the A5 budget; salary and
      *years of service change only through the annual run and
      *A4-OffCycleAdjust, which keep the salary history. Every
      *transaction is validated against the department master
      *(A4-DeptMaster.dat) and HR's headcount feed
      *(A4-HRHeadcount.dat), and printed with the employee's record
      *before and after on A4-MaintRegister.out, accepted or rejected
      *with the reason, so every master change has a paper trail.
      *
      *Changes and deletes keep the employee where they are in both
      *files; adds go on the end of both, in the order submitted. A
      *change for an employee added in the same run is rejected as
      *not on the masters - resubmit it after the add is installed.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
           select department-master-file
               assign to
                   "../../../A4-SalaryReport/A4-DeptMaster.dat"
               organization is line sequential.

      *file status lets 040-load-hr-headcount stop the run cleanly -
      *no change is validated without HR's roster
           select hr-headcount-file
               assign to
                   "../../../A4-SalaryReport/A4-HRHeadcount.dat"
               organization is line sequential
               file status is ws-hr-file-status.

      *file status lets 050-load-transactions stop cleanly when there
      *is no maintenance to apply
           select maint-file
               assign to
                   "../../../A4-SalaryReport/A4-MasterMaintTrans.dat"
               organization is line sequential
               file status is ws-mt-file-status.

           select salary-file
               assign to "../../../A4-SalaryReport/A4.dat"
               organization is line sequential.

           select salary-file-5A
               assign to "../../../A4-SalaryReport/A5.dat"
               organization is line sequential.

      *the maintained masters are built here first and copied back
      *over A4.dat/A5.dat by 200-install-masters only once the whole
      *pass has gone through in step, so a failed run leaves the
      *masters exactly as they were
           select work-salary-file
               assign to "../../../A4-SalaryReport/A4-MaintWork.dat"
               organization is line sequential.

           select work-salary-file-5A
               assign to "../../../A4-SalaryReport/A5-MaintWork.dat"
               organization is line sequential.

      *A4-Next.dat is only looked at, never written - records on it
      *mean a salary run is waiting for A4-CycleClose
           select next-salary-file
               assign to "../../../A4-SalaryReport/A4-Next.dat"
               organization is line sequential
               file status is ws-nx-file-status.

           select register-file
               assign to
                   "../../../A4-SalaryReport/A4-MaintRegister.out"
               organization is line sequential.

      *
       data division.
       file section.

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

       fd hr-headcount-file
           data record is hr-rec
           record contains 25 characters.
      *
       01 hr-rec.
         05 hr-employee-number pic 9(5).
         05 hr-employee-name pic x(15).
         05 hr-department pic x(4).
         05 hr-education-code pic x.

      *mt-transaction-code is A (add), C (change) or D (delete). On a
      *change a blank or zero field means "leave as it is"; an add
      *needs every field but the budget, which may be zero
       fd maint-file
           data record is maint-rec
           record contains 67 characters.
      *
       01 maint-rec.
         05 mt-transaction-code pic x.
         05 mt-employee-number pic 9(5).
         05 mt-employee-name pic x(15).
         05 mt-department pic x(4).
         05 mt-education-code pic x.
         05 mt-action-code pic x.
         05 mt-hire-date pic 9(8).
         05 mt-years-service pic 99.
         05 mt-present-salary pic 9(5)v99.
         05 mt-budget pic 9(6)v99.
         05 mt-entered-by pic x(15).

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
           record contains 160 characters.
      *
       01 register-line pic x(160).

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.

      *ws-deptmast-max-cnst mirrors A4-SalaryReport, so a department
      *the batch would not load is not accepted here either
       77 ws-deptmast-max-cnst pic 99 value 20.
       77 ws-hr-max-cnst pic 9(4) value 2000.
       77 ws-tx-max-cnst pic 9(3) value 200.

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).

       01 ws-a4-eof-flag pic x value "n".
       01 ws-a5-eof-flag pic x value "n".

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

       01 ws-hr-file-status pic xx.

       01 ws-hr-eof-flag pic x value "n".

       01 ws-hr-count pic 9(4) value 0.

       01 ws-hr-table.
         05 ws-hr-entry occurs 2000 times.
           10 ws-hr-tbl-employee-number pic 9(5).
           10 ws-hr-tbl-department pic x(4).
           10 ws-hr-tbl-education-code pic x.

       01 ws-hr-work.
         05 ws-hr-idx pic 9(4) comp.
         05 ws-hr-employee-number pic 9(5).
         05 ws-hr-found pic x value "N".
           88 ws-hr-was-found value "Y".
           88 ws-hr-not-found value "N".
         05 ws-hr-department pic x(4).
         05 ws-hr-education-code pic x.

       01 ws-mt-file-status pic xx.

       01 ws-nx-file-status pic xx.

       01 ws-mt-eof-flag pic x value "n".

      *every transaction is held here in file order with the
      *employee's record as it stood before the transaction and as
      *it stands after it - for a rejected transaction the after
      *image is what was asked for, so the register shows both
       01 ws-tx-count pic 9(3) value 0.

       01 ws-tx-table.
         05 ws-tx-entry occurs 200 times.
           10 ws-tx-transaction-code pic x.
             88 ws-tx-add value "A".
             88 ws-tx-change value "C".
             88 ws-tx-delete value "D".
           10 ws-tx-employee-number pic 9(5).
           10 ws-tx-employee-name pic x(15).
           10 ws-tx-department pic x(4).
           10 ws-tx-education-code pic x.
           10 ws-tx-action-code pic x.
           10 ws-tx-hire-date pic 9(8).
           10 ws-tx-years-service pic 99.
           10 ws-tx-present-salary pic 9(5)v99.
           10 ws-tx-budget pic 9(6)v99.
           10 ws-tx-entered-by pic x(15).
           10 ws-tx-status pic x.
             88 ws-tx-pending value "P".
             88 ws-tx-applied value "A".
             88 ws-tx-rejected value "R".
           10 ws-tx-reason pic x(40).
           10 ws-tx-before-found pic x.
             88 ws-tx-before-on-file value "Y".
             88 ws-tx-before-not-on-file value "N".
           10 ws-tx-before-image.
             15 ws-txb-employee-name pic x(15).
             15 ws-txb-department pic x(4).
             15 ws-txb-education-code pic x.
             15 ws-txb-action-code pic x.
             15 ws-txb-hire-date pic 9(8).
             15 ws-txb-years-service pic 99.
             15 ws-txb-present-salary pic 9(5)v99.
             15 ws-txb-budget pic 9(6)v99.
           10 ws-tx-after-image.
             15 ws-txa-employee-name pic x(15).
             15 ws-txa-department pic x(4).
             15 ws-txa-education-code pic x.
             15 ws-txa-action-code pic x.
             15 ws-txa-hire-date pic 9(8).
             15 ws-txa-years-service pic 99.
             15 ws-txa-present-salary pic 9(5)v99.
             15 ws-txa-budget pic 9(6)v99.

       01 ws-tx-work.
         05 ws-tx-idx pic 9(3) comp.
         05 ws-tx-scan-idx pic 9(3) comp.
         05 ws-tx-valid-switch pic x value "Y".
           88 ws-tx-is-valid value "Y".
           88 ws-tx-not-valid value "N".
         05 ws-tx-dup-switch pic x value "N".
           88 ws-tx-dup-was-found value "Y".
           88 ws-tx-dup-not-found value "N".

       01 ws-date-check pic 9(8).
       01 ws-date-check-split redefines ws-date-check.
         05 ws-date-check-yyyy pic 9(4).
         05 ws-date-check-mm pic 99.
         05 ws-date-check-dd pic 99.

       01 ws-pair-delete-switch pic x value "N".
         88 ws-pair-is-deleted value "Y".
         88 ws-pair-not-deleted value "N".

       01 ws-step-switch pic x value "Y".
         88 ws-masters-in-step value "Y".
         88 ws-masters-out-of-step value "N".

       01 ws-install-eof-flag pic x value "n".

       01 ws-reg-counts.
         05 ws-reg-applied-count pic 9(3) value 0.
         05 ws-reg-rejected-count pic 9(3) value 0.
         05 ws-reg-add-count pic 9(3) value 0.
         05 ws-reg-change-count pic 9(3) value 0.
         05 ws-reg-delete-count pic 9(3) value 0.

       01 ws-register-title.
         05 filler pic x(40) value
             "A4/A5 MASTER MAINTENANCE REGISTER       ".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-rt-run-date pic 9(8).

       01 ws-register-header.
         05 filler pic x(3) value "TX".
         05 filler pic x(7) value "EMP".
         05 filler pic x(10) value "IMAGE".
         05 filler pic x(17) value "NAME".
         05 filler pic x(6) value "DEPT".
         05 filler pic x(3) value "E".
         05 filler pic x(3) value "A".
         05 filler pic x(10) value "HIRE DATE".
         05 filler pic x(4) value "YRS".
         05 filler pic x(12) value "    SALARY".
         05 filler pic x(13) value "     BUDGET".
         05 filler pic x(17) value "ENTERED BY".
         05 filler pic x(6) value "RESULT".

      *each transaction prints as two lines - the record before and
      *the record after (or as requested, when rejected); the image
      *text view carries "NOT ON FILE" / "DELETED" in place of the
      *fields
       01 ws-register-line.
         05 ws-rl-transaction-code pic x.
         05 filler pic x(2) value spaces.
         05 ws-rl-employee-number pic x(5).
         05 filler pic x(2) value spaces.
         05 ws-rl-image-label pic x(9).
         05 filler pic x value space.
         05 ws-rl-image.
           10 ws-rl-employee-name pic x(15).
           10 filler pic x(2).
           10 ws-rl-department pic x(4).
           10 filler pic x(2).
           10 ws-rl-education-code pic x.
           10 filler pic x(2).
           10 ws-rl-action-code pic x.
           10 filler pic x(2).
           10 ws-rl-hire-date pic 9(8).
           10 filler pic x(2).
           10 ws-rl-years-service pic z9.
           10 filler pic x(2).
           10 ws-rl-present-salary pic $zz,zz9.99.
           10 filler pic x(2).
           10 ws-rl-budget pic $zzz,zz9.99.
         05 ws-rl-image-text redefines ws-rl-image pic x(66).
         05 filler pic x(2) value spaces.
         05 ws-rl-entered-by pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-rl-result pic x(51).

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
         05 filler pic x(24) value "EMPLOYEES ADDED:        ".
         05 ws-rt-add-count pic zz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(9) value "CHANGED: ".
         05 ws-rt-change-count pic zz9.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "DELETED:  ".
         05 ws-rt-delete-count pic zz9.

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           perform 005-check-close-pending.

           perform 030-load-departments.

           perform 040-load-hr-headcount.

           perform 050-load-transactions.

           if ws-tx-count = 0
               display "NO MASTER MAINTENANCE TRANSACTIONS TO APPLY"
               stop run
           end-if.

           perform 100-apply-to-masters.

           if ws-masters-in-step
               if ws-reg-applied-count > 0
                   perform 200-install-masters
               end-if
           else
               display "A4.DAT AND A5.DAT OUT OF STEP - NO MAINTENANCE A
      -    "PPLIED"
           end-if.

           perform 300-print-register.

           display "MASTER MAINTENANCE APPLIED: "
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
                           "MAINTENANCE APPLIED"
                       close next-salary-file
                       stop run
               end-read
               close next-salary-file
           end-if.
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
       040-load-hr-headcount.
      *
           move spaces to ws-hr-file-status.
           open input hr-headcount-file.

           if ws-hr-file-status not = "00"
               display "A4-HRHEADCOUNT.DAT NOT AVAILABLE - STATUS "
                   ws-hr-file-status
               display "ABORTING - NO MAINTENANCE APPLIED"
               stop run
           end-if.

           move spaces to ws-hr-eof-flag.

           read hr-headcount-file
               at end
                   move ws-true-cnst to ws-hr-eof-flag.

           perform 041-add-hr-entry
             until ws-hr-eof-flag = ws-true-cnst.

           close hr-headcount-file.
      *
       041-add-hr-entry.
      *
           if ws-hr-count < ws-hr-max-cnst
               add ws-one-cnst to ws-hr-count
               move hr-employee-number to
                   ws-hr-tbl-employee-number (ws-hr-count)
               move hr-department to ws-hr-tbl-department (ws-hr-count)
               move hr-education-code to
                   ws-hr-tbl-education-code (ws-hr-count)
           else
               display "HR HEADCOUNT TABLE FULL - " hr-employee-number
                   " AND LATER ENTRIES NOT LOADED"
           end-if.

           read hr-headcount-file
               at end
                   move ws-true-cnst to ws-hr-eof-flag.
      *
       050-load-transactions.
      *
           move spaces to ws-mt-file-status.
           open input maint-file.

           if ws-mt-file-status not = "00"
               continue
           else
               move spaces to ws-mt-eof-flag

               read maint-file
                   at end
                       move ws-true-cnst to ws-mt-eof-flag
               end-read

               perform 051-add-transaction
                 until ws-mt-eof-flag = ws-true-cnst

               close maint-file
           end-if.
      *
       051-add-transaction.
      *
           if ws-tx-count < ws-tx-max-cnst
               add ws-one-cnst to ws-tx-count
               move mt-transaction-code to
                   ws-tx-transaction-code (ws-tx-count)
               move mt-employee-number to
                   ws-tx-employee-number (ws-tx-count)
               move mt-employee-name to
                   ws-tx-employee-name (ws-tx-count)
               move mt-department to ws-tx-department (ws-tx-count)
               move mt-education-code to
                   ws-tx-education-code (ws-tx-count)
               move mt-action-code to ws-tx-action-code (ws-tx-count)
               move mt-hire-date to ws-tx-hire-date (ws-tx-count)
               move mt-years-service to
                   ws-tx-years-service (ws-tx-count)
               move mt-present-salary to
                   ws-tx-present-salary (ws-tx-count)
               move mt-budget to ws-tx-budget (ws-tx-count)
               move mt-entered-by to ws-tx-entered-by (ws-tx-count)
               move "P" to ws-tx-status (ws-tx-count)
               move spaces to ws-tx-reason (ws-tx-count)
               move ws-false-cnst to ws-tx-before-found (ws-tx-count)
               move spaces to ws-tx-before-image (ws-tx-count)
               move spaces to ws-tx-after-image (ws-tx-count)
           else
               display "TRANSACTION TABLE FULL - " mt-employee-number
                   " AND LATER TRANSACTIONS NOT PROCESSED"
           end-if.

           read maint-file
               at end
                   move ws-true-cnst to ws-mt-eof-flag.
      *
      *A4.dat and A5.dat are read in step exactly as the batch reads
      *them; every pair is copied to the work files with whatever
      *changes matched it applied (a deleted pair is simply not
      *copied), then the adds are written on the end of both
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

           if ws-masters-in-step
               perform 150-apply-one-add
                 varying ws-tx-idx from 1 by 1
                 until ws-tx-idx > ws-tx-count
           end-if.

           close salary-file, salary-file-5A, work-salary-file,
               work-salary-file-5A.

      *    anything still pending matched no employee on the masters;
      *    on an out-of-step pass nothing is installed, so whatever
      *    was applied before the break is turned back as well
           perform 160-reject-unapplied
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
               move ws-false-cnst to ws-pair-delete-switch

               perform 120-apply-one-transaction
                 varying ws-tx-idx from 1 by 1
                 until ws-tx-idx > ws-tx-count

               if ws-pair-not-deleted
                   write work-a4-rec from salary-rep
                   write work-a5-rec from salary-rep-5A
               end-if

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
      *the before image is the pair as it stands at this point, so a
      *second change for the same employee is shown against the
      *first one's result
       120-apply-one-transaction.
      *
           if ws-tx-pending (ws-tx-idx)
              and ws-tx-employee-number (ws-tx-idx) =
                  sr-employee-number
               move ws-true-cnst to ws-tx-before-found (ws-tx-idx)
               move sr-employee-name to
                   ws-txb-employee-name (ws-tx-idx)
               move sr-department to ws-txb-department (ws-tx-idx)
               move sr-education-code to
                   ws-txb-education-code (ws-tx-idx)
               move sr-action-code to ws-txb-action-code (ws-tx-idx)
               move sr-hire-date to ws-txb-hire-date (ws-tx-idx)
               move sr-years-service to
                   ws-txb-years-service (ws-tx-idx)
               move sr-present-salary to
                   ws-txb-present-salary (ws-tx-idx)
               move 5A-budget to ws-txb-budget (ws-tx-idx)

               move ws-true-cnst to ws-tx-valid-switch

               evaluate true
                   when ws-pair-is-deleted
                       move ws-false-cnst to ws-tx-valid-switch
                       move "EMPLOYEE ALREADY DELETED IN THIS RUN" to
                           ws-tx-reason (ws-tx-idx)
                   when ws-tx-add (ws-tx-idx)
                       perform 155-build-add-image
                       move ws-false-cnst to ws-tx-valid-switch
                       move "EMPLOYEE ALREADY ON A4.DAT/A5.DAT" to
                           ws-tx-reason (ws-tx-idx)
                   when ws-tx-change (ws-tx-idx)
                       perform 130-validate-change
                   when ws-tx-delete (ws-tx-idx)
                       perform 135-validate-delete
                   when other
                       move ws-false-cnst to ws-tx-valid-switch
                       move "INVALID TRANSACTION CODE" to
                           ws-tx-reason (ws-tx-idx)
               end-evaluate

               if ws-tx-is-valid
                   perform 140-post-transaction
               else
                   move "R" to ws-tx-status (ws-tx-idx)
                   add ws-one-cnst to ws-reg-rejected-count
               end-if
           end-if.
      *
      *the after image starts as the before image with every field
      *the transaction filled in laid over it, and is then checked
      *as a whole
       130-validate-change.
      *
           move ws-tx-before-image (ws-tx-idx) to
               ws-tx-after-image (ws-tx-idx).

           if ws-tx-employee-name (ws-tx-idx) not = spaces
               move ws-tx-employee-name (ws-tx-idx) to
                   ws-txa-employee-name (ws-tx-idx)
           end-if.

           if ws-tx-department (ws-tx-idx) not = spaces
               move ws-tx-department (ws-tx-idx) to
                   ws-txa-department (ws-tx-idx)
           end-if.

           if ws-tx-education-code (ws-tx-idx) not = space
               move ws-tx-education-code (ws-tx-idx) to
                   ws-txa-education-code (ws-tx-idx)
           end-if.

           if ws-tx-action-code (ws-tx-idx) not = space
               move ws-tx-action-code (ws-tx-idx) to
                   ws-txa-action-code (ws-tx-idx)
           end-if.

           if ws-tx-hire-date (ws-tx-idx) is numeric
              and ws-tx-hire-date (ws-tx-idx) > 0
               move ws-tx-hire-date (ws-tx-idx) to
                   ws-txa-hire-date (ws-tx-idx)
           end-if.

           if ws-tx-budget (ws-tx-idx) is numeric
              and ws-tx-budget (ws-tx-idx) > 0
               move ws-tx-budget (ws-tx-idx) to
                   ws-txa-budget (ws-tx-idx)
           end-if.

           perform 170-validate-after-image.

           if (ws-tx-years-service (ws-tx-idx) is numeric
               and ws-tx-years-service (ws-tx-idx) > 0)
              or (ws-tx-present-salary (ws-tx-idx) is numeric
               and ws-tx-present-salary (ws-tx-idx) > 0)
               move "SALARY CHANGES GO VIA A4-OFFCYCLEADJUST" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

      *    blank is what a change normally carries in these two
      *    fields; anything else that is not a number is bad input
           if (ws-tx-years-service (ws-tx-idx) not numeric
               and ws-tx-years-service (ws-tx-idx) not = spaces)
              or (ws-tx-present-salary (ws-tx-idx) not numeric
               and ws-tx-present-salary (ws-tx-idx) not = spaces)
               move "INVALID YEARS/SALARY" to ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.
      *
      *an employee HR still carries as active would come straight
      *back as a new-hire candidate on the next salary run, so the
      *delete waits until HR has dropped them
       135-validate-delete.
      *
           move spaces to ws-tx-after-image (ws-tx-idx).

           move ws-tx-employee-number (ws-tx-idx) to
               ws-hr-employee-number.
           perform 180-find-hr-entry.

           if ws-hr-was-found
               move "EMPLOYEE STILL ON HR HEADCOUNT" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.
      *
      *the change lands on both master records together, so the
      *next transaction for the same employee is validated against
      *the already-maintained pair
       140-post-transaction.
      *
           if ws-tx-delete (ws-tx-idx)
               move ws-true-cnst to ws-pair-delete-switch
               add ws-one-cnst to ws-reg-delete-count
           else
               move ws-txa-employee-name (ws-tx-idx) to
                   sr-employee-name, 5A-employee-name
               move ws-txa-department (ws-tx-idx) to
                   sr-department, 5A-department
               move ws-txa-education-code (ws-tx-idx) to
                   sr-education-code, 5A-education-code
               move ws-txa-action-code (ws-tx-idx) to
                   sr-action-code, 5A-action-code
               move ws-txa-hire-date (ws-tx-idx) to
                   sr-hire-date, 5A-hire-date
               move ws-txa-budget (ws-tx-idx) to 5A-budget
               add ws-one-cnst to ws-reg-change-count
           end-if.

           move "A" to ws-tx-status (ws-tx-idx).
           move "APPLIED" to ws-tx-reason (ws-tx-idx).
           add ws-one-cnst to ws-reg-applied-count.
      *
      *a pending add is one whose employee number was not met on the
      *masters; it must also not repeat an add already taken in this
      *run
       150-apply-one-add.
      *
           if ws-tx-pending (ws-tx-idx) and ws-tx-add (ws-tx-idx)
               move ws-true-cnst to ws-tx-valid-switch
               move ws-false-cnst to ws-tx-before-found (ws-tx-idx)

               perform 155-build-add-image

               if ws-tx-employee-number (ws-tx-idx) not numeric
                  or ws-tx-employee-number (ws-tx-idx) = 0
                   move "INVALID EMPLOYEE NUMBER" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               move ws-false-cnst to ws-tx-dup-switch

               perform 151-scan-earlier-add
                 varying ws-tx-scan-idx from 1 by 1
                 until ws-tx-scan-idx not < ws-tx-idx
                 or ws-tx-dup-was-found

               if ws-tx-dup-was-found
                   move "EMPLOYEE ALREADY ADDED IN THIS RUN" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               perform 170-validate-after-image

               if ws-txa-action-code (ws-tx-idx) = "T"
                   move "NEW EMPLOYEE CANNOT BE ADDED TERMINATED" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               if ws-txa-years-service (ws-tx-idx) not numeric
                   move "INVALID YEARS OF SERVICE" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               if ws-txa-present-salary (ws-tx-idx) not numeric
                  or ws-txa-present-salary (ws-tx-idx) = 0
                   move "PRESENT SALARY REQUIRED ON AN ADD" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               if ws-txa-budget (ws-tx-idx) not numeric
                   move "INVALID BUDGET" to ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

      *        an add is for someone HR already has on its roster
               if ws-hr-not-found
                   move "EMPLOYEE NOT ON HR HEADCOUNT" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               if ws-tx-is-valid
                   move ws-tx-employee-number (ws-tx-idx) to
                       sr-employee-number, 5A-employee-number
                   move ws-txa-employee-name (ws-tx-idx) to
                       sr-employee-name, 5A-employee-name
                   move ws-txa-education-code (ws-tx-idx) to
                       sr-education-code, 5A-education-code
                   move ws-txa-years-service (ws-tx-idx) to
                       sr-years-service, 5A-years-service
                   move ws-txa-present-salary (ws-tx-idx) to
                       sr-present-salary, 5A-present-salary
                   move ws-txa-department (ws-tx-idx) to
                       sr-department, 5A-department
                   move ws-txa-action-code (ws-tx-idx) to
                       sr-action-code, 5A-action-code
                   move ws-txa-hire-date (ws-tx-idx) to
                       sr-hire-date, 5A-hire-date
                   move ws-txa-budget (ws-tx-idx) to 5A-budget

                   write work-a4-rec from salary-rep
                   write work-a5-rec from salary-rep-5A

                   move "A" to ws-tx-status (ws-tx-idx)
                   move "APPLIED" to ws-tx-reason (ws-tx-idx)
                   add ws-one-cnst to ws-reg-applied-count
                   add ws-one-cnst to ws-reg-add-count
               else
                   move "R" to ws-tx-status (ws-tx-idx)
                   add ws-one-cnst to ws-reg-rejected-count
               end-if
           end-if.
      *
       151-scan-earlier-add.
      *
           if ws-tx-applied (ws-tx-scan-idx)
              and ws-tx-add (ws-tx-scan-idx)
              and ws-tx-employee-number (ws-tx-scan-idx) =
                  ws-tx-employee-number (ws-tx-idx)
               move ws-true-cnst to ws-tx-dup-switch
           end-if.
      *
      *an add carries the whole record, so what was asked for is
      *simply the transaction's own fields
       155-build-add-image.
      *
           move ws-tx-employee-name (ws-tx-idx) to
               ws-txa-employee-name (ws-tx-idx).
           move ws-tx-department (ws-tx-idx) to
               ws-txa-department (ws-tx-idx).
           move ws-tx-education-code (ws-tx-idx) to
               ws-txa-education-code (ws-tx-idx).
           move ws-tx-action-code (ws-tx-idx) to
               ws-txa-action-code (ws-tx-idx).
           move ws-tx-hire-date (ws-tx-idx) to
               ws-txa-hire-date (ws-tx-idx).
           move ws-tx-years-service (ws-tx-idx) to
               ws-txa-years-service (ws-tx-idx).
           move ws-tx-present-salary (ws-tx-idx) to
               ws-txa-present-salary (ws-tx-idx).
           move ws-tx-budget (ws-tx-idx) to
               ws-txa-budget (ws-tx-idx).
      *
       160-reject-unapplied.
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

           if ws-tx-applied (ws-tx-idx) and ws-masters-out-of-step
               move "R" to ws-tx-status (ws-tx-idx)
               subtract ws-one-cnst from ws-reg-applied-count
               add ws-one-cnst to ws-reg-rejected-count
               if ws-tx-delete (ws-tx-idx)
                   subtract ws-one-cnst from ws-reg-delete-count
               else
                   subtract ws-one-cnst from ws-reg-change-count
               end-if
               move "NOT APPLIED - MASTERS OUT OF STEP" to
                   ws-tx-reason (ws-tx-idx)
           end-if.
      *
      *the checks an added or changed record must pass whichever way
      *it came - each failing check overwrites ws-tx-reason, so the
      *register shows the last problem found; the HR entry found is
      *left in ws-hr-work for the add's roster check
       170-validate-after-image.
      *
           if ws-txa-employee-name (ws-tx-idx) = spaces
               move "EMPLOYEE NAME REQUIRED" to ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

           if ws-txa-education-code (ws-tx-idx) not = "G"
              and ws-txa-education-code (ws-tx-idx) not = "N"
               move "INVALID EDUCATION CODE - MUST BE G OR N" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

           if ws-txa-action-code (ws-tx-idx) not = "A"
              and ws-txa-action-code (ws-tx-idx) not = space
              and ws-txa-action-code (ws-tx-idx) not = "L"
              and ws-txa-action-code (ws-tx-idx) not = "T"
               move "INVALID ACTION CODE - MUST BE A, L OR T" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

           move ws-txa-hire-date (ws-tx-idx) to ws-date-check.

           if ws-txa-hire-date (ws-tx-idx) not numeric
              or ws-date-check-mm < 1 or ws-date-check-mm > 12
              or ws-date-check-dd < 1 or ws-date-check-dd > 31
               move "INVALID HIRE DATE" to ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           else
               if ws-date-check > ws-current-date-yyyymmdd
                   move "HIRE DATE AFTER RUN DATE" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if
           end-if.

           move ws-false-cnst to ws-deptmast-found.

           perform 171-scan-deptmast-entry
             varying ws-deptmast-idx from 1 by 1
             until ws-deptmast-idx > ws-deptmast-count
             or ws-deptmast-was-found.

           if ws-deptmast-not-found
               move "DEPARTMENT NOT ON DEPARTMENT MASTER" to
                   ws-tx-reason (ws-tx-idx)
               move ws-false-cnst to ws-tx-valid-switch
           end-if.

      *    HR's roster is the authority on where an employee works
      *    and what education code they carry
           move ws-tx-employee-number (ws-tx-idx) to
               ws-hr-employee-number.
           perform 180-find-hr-entry.

           if ws-hr-was-found
               if ws-hr-department not =
                   ws-txa-department (ws-tx-idx)
                   move "DEPARTMENT DOES NOT MATCH HR HEADCOUNT" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if

               if ws-hr-education-code not =
                   ws-txa-education-code (ws-tx-idx)
                   move "EDUC CODE DOES NOT MATCH HR HEADCOUNT" to
                       ws-tx-reason (ws-tx-idx)
                   move ws-false-cnst to ws-tx-valid-switch
               end-if
           end-if.
      *
       171-scan-deptmast-entry.
      *
           if ws-deptmast-tbl-code (ws-deptmast-idx) =
               ws-txa-department (ws-tx-idx)
               move ws-true-cnst to ws-deptmast-found
           end-if.
      *
      *the caller stages the employee number in ws-hr-employee-number
       180-find-hr-entry.
      *
           move ws-false-cnst to ws-hr-found.
           move spaces to ws-hr-department.
           move space to ws-hr-education-code.

           perform 181-scan-hr-entry
             varying ws-hr-idx from 1 by 1
             until ws-hr-idx > ws-hr-count
             or ws-hr-was-found.
      *
       181-scan-hr-entry.
      *
           if ws-hr-tbl-employee-number (ws-hr-idx) =
               ws-hr-employee-number
               move ws-true-cnst to ws-hr-found
               move ws-hr-tbl-department (ws-hr-idx) to
                   ws-hr-department
               move ws-hr-tbl-education-code (ws-hr-idx) to
                   ws-hr-education-code
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
           move ws-reg-add-count to ws-rt-add-count.
           move ws-reg-change-count to ws-rt-change-count.
           move ws-reg-delete-count to ws-rt-delete-count.

           write register-line from ws-register-total-1.
           write register-line from ws-register-total-2.

           close register-file.
      *
       310-print-one-transaction.
      *
           move ws-tx-transaction-code (ws-tx-idx) to
               ws-rl-transaction-code.
           move ws-tx-employee-number (ws-tx-idx) to
               ws-rl-employee-number.
           move "BEFORE" to ws-rl-image-label.

           move spaces to ws-rl-image-text.

           if ws-tx-before-on-file (ws-tx-idx)
               move ws-txb-employee-name (ws-tx-idx) to
                   ws-rl-employee-name
               move ws-txb-department (ws-tx-idx) to ws-rl-department
               move ws-txb-education-code (ws-tx-idx) to
                   ws-rl-education-code
               move ws-txb-action-code (ws-tx-idx) to
                   ws-rl-action-code
               move ws-txb-hire-date (ws-tx-idx) to ws-rl-hire-date
               move ws-txb-years-service (ws-tx-idx) to
                   ws-rl-years-service
               move ws-txb-present-salary (ws-tx-idx) to
                   ws-rl-present-salary
               move ws-txb-budget (ws-tx-idx) to ws-rl-budget
           else
               move "(NOT ON FILE)" to ws-rl-image-text
           end-if.

           move ws-tx-entered-by (ws-tx-idx) to ws-rl-entered-by.

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

           move space to ws-rl-transaction-code.
           move spaces to ws-rl-employee-number.
           move spaces to ws-rl-entered-by.
           move spaces to ws-rl-result.

           if ws-tx-applied (ws-tx-idx)
               move "AFTER" to ws-rl-image-label
           else
               move "REQUESTED" to ws-rl-image-label
           end-if.

           if ws-tx-delete (ws-tx-idx)
               if ws-tx-applied (ws-tx-idx)
                   move "(DELETED FROM A4.DAT AND A5.DAT)" to
                       ws-rl-image-text
               else
                   move "(DELETE)" to ws-rl-image-text
               end-if
           else
               move spaces to ws-rl-image-text
               move ws-txa-employee-name (ws-tx-idx) to
                   ws-rl-employee-name
               move ws-txa-department (ws-tx-idx) to ws-rl-department
               move ws-txa-education-code (ws-tx-idx) to
                   ws-rl-education-code
               move ws-txa-action-code (ws-tx-idx) to
                   ws-rl-action-code
               if ws-txa-hire-date (ws-tx-idx) is numeric
                   move ws-txa-hire-date (ws-tx-idx) to ws-rl-hire-date
               end-if
               if ws-txa-years-service (ws-tx-idx) is numeric
                   move ws-txa-years-service (ws-tx-idx) to
                       ws-rl-years-service
               end-if
               if ws-txa-present-salary (ws-tx-idx) is numeric
                   move ws-txa-present-salary (ws-tx-idx) to
                       ws-rl-present-salary
               end-if
               if ws-txa-budget (ws-tx-idx) is numeric
                   move ws-txa-budget (ws-tx-idx) to ws-rl-budget
               end-if
           end-if.

           write register-line from ws-register-line.
           write register-line from " ".

       end program A4-MasterMaint.
