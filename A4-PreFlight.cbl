       identification division.
       program-id. A4-PreFlight.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Go/no-go check run before each cycle's
      *A4-SalaryReport batch. Every input the batch reads is opened
      *and read through - rates, salary bands, department master, HR
      *headcount, overrun approvals, merit ratings, A4.dat, A5.dat
      *and the prior-run CSV - and checked for presence and for the
      *record length its layout expects. A4.dat and A5.dat are then
      *read side by side to confirm their record counts agree and
      *that every pair carries the same employee number (the check
      *that makes 300-process-lines abort mid-run), and A4-Rates.dat
      *is checked for a rate set in effect today. Everything found is
      *printed on A4-PreFlight.out with a single GO / NO-GO verdict,
      *so a missed cycle-close step shows up here instead of halfway
      *through the salary run. Nothing is written to any input file.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *every input in ws-check-table is opened in turn through this
      *one file - 100-check-one-file builds the name in
      *ws-check-filename, and the varying record hands back each
      *line's real length so a short or long record is caught
           select check-file
               assign to ws-check-filename
               organization is line sequential
               file status is ws-check-file-status.

           select rates-file
               assign to "../../../A4-SalaryReport/A4-Rates.dat"
               organization is line sequential
               file status is ws-rates-file-status.

           select salary-file
               assign to "../../../A4-SalaryReport/A4.dat"
               organization is line sequential
               file status is ws-a4-file-status.

           select salary-file-5A
               assign to "../../../A4-SalaryReport/A5.dat"
               organization is line sequential
               file status is ws-a5-file-status.

           select preflight-file
               assign to "../../../A4-SalaryReport/A4-PreFlight.out"
               organization is line sequential.

      *
       data division.
       file section.

       fd check-file
           data record is check-rec
           record is varying in size from 0 to 250 characters
               depending on ws-check-rec-len.
      *
       01 check-rec pic x(250).

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

       fd preflight-file
           data record is preflight-line
           record contains 110 characters.
      *
       01 preflight-line pic x(110).

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-check-max-cnst pic 99 value 9.
       77 ws-no-go-return-cnst pic 9 value 8.

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).

       01 ws-check-filename pic x(60).
       01 ws-check-file-status pic xx.
       01 ws-check-rec-len pic 9(4) comp.
       01 ws-check-eof-flag pic x value "n".

      *one entry per input the batch reads, filled by 010-load-check-
      *table - the shortest and longest record the layout allows
      *(A5.dat's fields come to 51 of its 52 columns, so a line
      *written without the trailing space is still good) and whether
      *the batch can run without the file at all
       01 ws-check-table.
         05 ws-check-entry occurs 9 times.
           10 ws-ct-name pic x(30).
           10 ws-ct-min-len pic 9(3).
           10 ws-ct-max-len pic 9(3).
           10 ws-ct-required pic x.
             88 ws-ct-is-required value "Y".
             88 ws-ct-is-optional value "N".

       01 ws-check-work.
         05 ws-check-idx pic 99 comp.
         05 ws-check-record-count pic 9(7).
         05 ws-check-bad-count pic 9(7).
         05 ws-check-first-bad pic 9(7).

       01 ws-verdict-switch pic x value "Y".
         88 ws-run-is-go value "Y".
         88 ws-run-is-no-go value "N".

       01 ws-warning-count pic 9(3) value 0.

       01 ws-rates-file-status pic xx.
       01 ws-rates-eof-flag pic x value "n".
       01 ws-rates-best-date pic 9(8) value 0.
       01 ws-rates-set-count pic 9(3) value 0.

       01 ws-rates-any-switch pic x value "N".
         88 ws-rates-any-was-found value "Y".
         88 ws-rates-any-not-found value "N".

       01 ws-a4-file-status pic xx.
       01 ws-a5-file-status pic xx.
       01 ws-a4-eof-flag pic x value "n".
       01 ws-a5-eof-flag pic x value "n".

      *the in-step counts - a pair is one A4 record and the A5 record
      *in the same position; an employee-number mismatch is what the
      *batch aborts on, a department mismatch only makes an exception
       01 ws-instep-work.
         05 ws-a4-record-count pic 9(7).
         05 ws-a5-record-count pic 9(7).
         05 ws-pair-count pic 9(7).
         05 ws-empno-mismatch-count pic 9(7).
         05 ws-dept-mismatch-count pic 9(7).
         05 ws-first-mismatch-rec pic 9(7).
         05 ws-first-mismatch-a4 pic 9(5).
         05 ws-first-mismatch-a5 pic 9(5).

       01 ws-preflight-title.
         05 filler pic x(40) value
             "A4-SALARYREPORT CYCLE PRE-FLIGHT CHECK".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-pt-run-date pic 9(8).

       01 ws-preflight-header.
         05 filler pic x(28) value "INPUT FILE".
         05 filler pic x(9) value "PRESENT".
         05 filler pic x(9) value "  RECORDS".
         05 filler pic x(9) value "  MIN MAX".
         05 filler pic x(9) value "  BAD LEN".
         05 filler pic x(10) value "  1ST BAD".
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "RESULT".

       01 ws-preflight-line.
         05 ws-pl-name pic x(28).
         05 ws-pl-present pic x(7).
         05 filler pic x(2) value spaces.
         05 ws-pl-record-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-pl-min-len pic zz9.
         05 filler pic x value space.
         05 ws-pl-max-len pic zz9.
         05 filler pic x(2) value spaces.
         05 ws-pl-bad-count pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-pl-first-bad pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-pl-result pic x(28).

       01 ws-instep-line-1.
         05 filler pic x(18) value "A4.DAT RECORDS:   ".
         05 ws-il-a4-count pic z(6)9.
         05 filler pic x(5) value spaces.
         05 filler pic x(18) value "A5.DAT RECORDS:   ".
         05 ws-il-a5-count pic z(6)9.
         05 filler pic x(5) value spaces.
         05 ws-il-result pic x(40).

       01 ws-instep-line-2.
         05 filler pic x(33) value
             "EMPLOYEE NUMBER MISMATCHES:      ".
         05 ws-il-empno-mismatch pic z(6)9.
         05 filler pic x(5) value spaces.
         05 filler pic x(24) value "FIRST AT RECORD:        ".
         05 ws-il-first-rec pic z(6)9.
         05 filler pic x(5) value spaces.
         05 filler pic x(3) value "A4 ".
         05 ws-il-first-a4 pic 9(5).
         05 filler pic x(4) value " A5 ".
         05 ws-il-first-a5 pic 9(5).

       01 ws-instep-line-3.
         05 filler pic x(33) value
             "DEPARTMENT MISMATCHES (WARNING): ".
         05 ws-il-dept-mismatch pic z(6)9.

       01 ws-rates-line.
         05 filler pic x(18) value "RATE SETS ON FILE:".
         05 ws-rl-set-count pic zz9.
         05 filler pic x(5) value spaces.
         05 filler pic x(22) value "RATE SET IN EFFECT:   ".
         05 ws-rl-best-date pic x(8).
         05 filler pic x(5) value spaces.
         05 ws-rl-result pic x(39).

       01 ws-verdict-line.
         05 filler pic x(9) value "VERDICT: ".
         05 ws-vl-verdict pic x(40).
         05 filler pic x(10) value "WARNINGS: ".
         05 ws-vl-warning-count pic zz9.

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           display "A4-PREFLIGHT - SALARY RUN PRE-FLIGHT CHECK".

           open output preflight-file.

           move ws-current-date-yyyymmdd to ws-pt-run-date.

           write preflight-line from ws-preflight-title.
           write preflight-line from " ".
           write preflight-line from ws-preflight-header.
           write preflight-line from " ".

           move ws-true-cnst to ws-verdict-switch.

           perform 010-load-check-table.

           perform 100-check-one-file
             varying ws-check-idx from 1 by 1
             until ws-check-idx > ws-check-max-cnst.

           write preflight-line from " ".

           perform 200-check-masters-in-step.

           write preflight-line from " ".

           perform 300-check-rate-set.

           write preflight-line from " ".

           perform 400-write-verdict.

           close preflight-file.

           display "PRE-FLIGHT VERDICT: " ws-vl-verdict.

           if ws-run-is-no-go
               move ws-no-go-return-cnst to return-code
           end-if.

           stop run.
      *
      *the lengths are the batch's own FD record lengths; the prior-
      *run CSV is variable by nature, so it is only held to the width
      *850-compare-prior-run reads
       010-load-check-table.
      *
           move "A4-Rates.dat" to ws-ct-name (1).
           move 37 to ws-ct-min-len (1).
           move 37 to ws-ct-max-len (1).
           move ws-true-cnst to ws-ct-required (1).

           move "A4-SalaryBands.dat" to ws-ct-name (2).
           move 22 to ws-ct-min-len (2).
           move 22 to ws-ct-max-len (2).
           move ws-true-cnst to ws-ct-required (2).

           move "A4-DeptMaster.dat" to ws-ct-name (3).
           move 68 to ws-ct-min-len (3).
           move 68 to ws-ct-max-len (3).
           move ws-true-cnst to ws-ct-required (3).

           move "A4-HRHeadcount.dat" to ws-ct-name (4).
           move 25 to ws-ct-min-len (4).
           move 25 to ws-ct-max-len (4).
           move ws-true-cnst to ws-ct-required (4).

           move "A4-OverrunApproval.dat" to ws-ct-name (5).
           move 31 to ws-ct-min-len (5).
           move 31 to ws-ct-max-len (5).
           move ws-false-cnst to ws-ct-required (5).

           move "A4-MeritRating.dat" to ws-ct-name (6).
           move 6 to ws-ct-min-len (6).
           move 6 to ws-ct-max-len (6).
           move ws-false-cnst to ws-ct-required (6).

           move "A4.dat" to ws-ct-name (7).
           move 43 to ws-ct-min-len (7).
           move 43 to ws-ct-max-len (7).
           move ws-true-cnst to ws-ct-required (7).

           move "A5.dat" to ws-ct-name (8).
           move 51 to ws-ct-min-len (8).
           move 52 to ws-ct-max-len (8).
           move ws-true-cnst to ws-ct-required (8).

           move "A4-SalaryReport-Prior.csv" to ws-ct-name (9).
           move 1 to ws-ct-min-len (9).
           move 120 to ws-ct-max-len (9).
           move ws-false-cnst to ws-ct-required (9).
      *
      *a required file that is missing, empty or has any record of
      *the wrong length is a no-go; an optional file (approvals,
      *merit ratings, prior CSV) may be absent - the batch skips it -
      *but if it is there its records must still be the right length
       100-check-one-file.
      *
           move spaces to ws-check-filename.
           string "../../../A4-SalaryReport/" delimited by size
               ws-ct-name (ws-check-idx) delimited by space
               into ws-check-filename
           end-string.

           move 0 to ws-check-record-count.
           move 0 to ws-check-bad-count.
           move 0 to ws-check-first-bad.

           move ws-ct-name (ws-check-idx) to ws-pl-name.
           move ws-ct-min-len (ws-check-idx) to ws-pl-min-len.
           move ws-ct-max-len (ws-check-idx) to ws-pl-max-len.

           move spaces to ws-check-file-status.
           open input check-file.

           if ws-check-file-status = "00"
               move "YES" to ws-pl-present
               move spaces to ws-check-eof-flag

               read check-file
                   at end
                       move ws-true-cnst to ws-check-eof-flag
               end-read

               perform 110-check-one-record
                 until ws-check-eof-flag = ws-true-cnst

               close check-file

               evaluate true
                   when ws-check-bad-count > 0
                       move ws-false-cnst to ws-verdict-switch
                       move "NO-GO - WRONG RECORD LENGTH" to
                           ws-pl-result
                   when ws-check-record-count = 0
                    and ws-ct-is-required (ws-check-idx)
                       move ws-false-cnst to ws-verdict-switch
                       move "NO-GO - FILE IS EMPTY" to ws-pl-result
                   when other
                       move "OK" to ws-pl-result
               end-evaluate
           else
               move "NO" to ws-pl-present

               evaluate true
                   when ws-check-file-status not = "35"
                       move ws-false-cnst to ws-verdict-switch
                       move spaces to ws-pl-result
                       string "NO-GO - CANNOT OPEN, STATUS "
                               delimited by size
                           ws-check-file-status delimited by size
                           into ws-pl-result
                       end-string
                   when ws-ct-is-required (ws-check-idx)
                       move ws-false-cnst to ws-verdict-switch
                       move "NO-GO - FILE IS MISSING" to ws-pl-result
                   when other
                       add ws-one-cnst to ws-warning-count
                       move "OK - OPTIONAL, NOT PRESENT" to
                           ws-pl-result
               end-evaluate
           end-if.

           move ws-check-record-count to ws-pl-record-count.
           move ws-check-bad-count to ws-pl-bad-count.
           move ws-check-first-bad to ws-pl-first-bad.

           write preflight-line from ws-preflight-line.
      *
       110-check-one-record.
      *
           add ws-one-cnst to ws-check-record-count.

           if ws-check-rec-len < ws-ct-min-len (ws-check-idx)
              or ws-check-rec-len > ws-ct-max-len (ws-check-idx)
               add ws-one-cnst to ws-check-bad-count
               if ws-check-first-bad = 0
                   move ws-check-record-count to ws-check-first-bad
               end-if
           end-if.

           read check-file
               at end
                   move ws-true-cnst to ws-check-eof-flag.
      *
      *the two masters are read side by side exactly as 300-process-
      *lines reads them; when one runs out first the rest of the
      *other is still counted so the report shows both totals
       200-check-masters-in-step.
      *
           move 0 to ws-a4-record-count.
           move 0 to ws-a5-record-count.
           move 0 to ws-pair-count.
           move 0 to ws-empno-mismatch-count.
           move 0 to ws-dept-mismatch-count.
           move 0 to ws-first-mismatch-rec.
           move 0 to ws-first-mismatch-a4.
           move 0 to ws-first-mismatch-a5.

           move spaces to ws-a4-file-status.
           move spaces to ws-a5-file-status.
           open input salary-file.
           open input salary-file-5A.

           if ws-a4-file-status not = "00"
              or ws-a5-file-status not = "00"
               move ws-false-cnst to ws-verdict-switch
               move "NO-GO - IN-STEP CHECK NOT POSSIBLE" to
                   ws-il-result
               if ws-a4-file-status = "00"
                   close salary-file
               end-if
               if ws-a5-file-status = "00"
                   close salary-file-5A
               end-if
           else
               move spaces to ws-a4-eof-flag
               move spaces to ws-a5-eof-flag

               read salary-file
                   at end
                       move ws-true-cnst to ws-a4-eof-flag
               end-read

               read salary-file-5A
                   at end
                       move ws-true-cnst to ws-a5-eof-flag
               end-read

               perform 210-compare-one-pair
                 until ws-a4-eof-flag = ws-true-cnst
                 and ws-a5-eof-flag = ws-true-cnst

               close salary-file, salary-file-5A

               evaluate true
                   when ws-a4-record-count not = ws-a5-record-count
                       move ws-false-cnst to ws-verdict-switch
                       move "NO-GO - RECORD COUNTS DIFFER" to
                           ws-il-result
                   when ws-empno-mismatch-count > 0
                       move ws-false-cnst to ws-verdict-switch
                       move "NO-GO - MASTERS OUT OF STEP" to
                           ws-il-result
                   when other
                       move "OK - MASTERS IN STEP" to ws-il-result
               end-evaluate

               if ws-dept-mismatch-count > 0
                   add ws-one-cnst to ws-warning-count
               end-if
           end-if.

           move ws-a4-record-count to ws-il-a4-count.
           move ws-a5-record-count to ws-il-a5-count.
           move ws-empno-mismatch-count to ws-il-empno-mismatch.
           move ws-first-mismatch-rec to ws-il-first-rec.
           move ws-first-mismatch-a4 to ws-il-first-a4.
           move ws-first-mismatch-a5 to ws-il-first-a5.
           move ws-dept-mismatch-count to ws-il-dept-mismatch.

           write preflight-line from ws-instep-line-1.
           write preflight-line from ws-instep-line-2.
           write preflight-line from ws-instep-line-3.
      *
       210-compare-one-pair.
      *
           if ws-a4-eof-flag not = ws-true-cnst
              and ws-a5-eof-flag not = ws-true-cnst
               add ws-one-cnst to ws-pair-count

               if sr-employee-number not = 5A-employee-number
                   add ws-one-cnst to ws-empno-mismatch-count
                   if ws-first-mismatch-rec = 0
                       move ws-pair-count to ws-first-mismatch-rec
                       move sr-employee-number to ws-first-mismatch-a4
                       move 5A-employee-number to ws-first-mismatch-a5
                   end-if
               else
                   if sr-department not = 5A-department
                       add ws-one-cnst to ws-dept-mismatch-count
                   end-if
               end-if
           end-if.

           if ws-a4-eof-flag not = ws-true-cnst
               add ws-one-cnst to ws-a4-record-count
               read salary-file
                   at end
                       move ws-true-cnst to ws-a4-eof-flag
               end-read
           end-if.

           if ws-a5-eof-flag not = ws-true-cnst
               add ws-one-cnst to ws-a5-record-count
               read salary-file-5A
                   at end
                       move ws-true-cnst to ws-a5-eof-flag
               end-read
           end-if.
      *
      *the same selection 010-select-rate-set makes in the batch -
      *the latest effective date that is not after today
       300-check-rate-set.
      *
           move ws-false-cnst to ws-rates-any-switch.
           move 0 to ws-rates-best-date.
           move 0 to ws-rates-set-count.

           move spaces to ws-rates-file-status.
           open input rates-file.

           if ws-rates-file-status = "00"
               move spaces to ws-rates-eof-flag

               read rates-file
                   at end
                       move ws-true-cnst to ws-rates-eof-flag
               end-read

               perform 310-check-one-rate-set
                 until ws-rates-eof-flag = ws-true-cnst

               close rates-file
           end-if.

           move ws-rates-set-count to ws-rl-set-count.

           if ws-rates-any-was-found
               move ws-rates-best-date to ws-rl-best-date
               move "OK" to ws-rl-result
           else
               move ws-false-cnst to ws-verdict-switch
               move "NONE" to ws-rl-best-date
               move "NO-GO - NO RATE SET EFFECTIVE TODAY" to
                   ws-rl-result
           end-if.

           write preflight-line from ws-rates-line.
      *
       310-check-one-rate-set.
      *
           add ws-one-cnst to ws-rates-set-count.

           if rt-effective-date is numeric
              and rt-effective-date <= ws-current-date-yyyymmdd
              and rt-effective-date >= ws-rates-best-date
               move rt-effective-date to ws-rates-best-date
               move ws-true-cnst to ws-rates-any-switch
           end-if.

           read rates-file
               at end
                   move ws-true-cnst to ws-rates-eof-flag.
      *
       400-write-verdict.
      *
           if ws-run-is-go
               if ws-warning-count > 0
                   move "GO - REVIEW WARNINGS ABOVE" to ws-vl-verdict
               else
                   move "GO" to ws-vl-verdict
               end-if
           else
               move "NO-GO - DO NOT START THE SALARY RUN" to
                   ws-vl-verdict
           end-if.

           move ws-warning-count to ws-vl-warning-count.

           write preflight-line from ws-verdict-line.

       end program A4-PreFlight.
