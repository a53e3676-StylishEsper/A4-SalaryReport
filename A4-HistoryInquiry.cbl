       identification division.
       program-id. A4-HistoryInquiry.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Small interactive utility, in the style of
      *A4-RateLookup, that takes an employee number and shows that
      *employee's full raise history year by year from the permanent
      *A4-SalaryHistory.dat the A4-SalaryReport batch appends to every
      *run (960-write-salary-history) - run date, the effective date
      *of the rate set used, position, department, present and new
      *salary, raise percent, merit rating, proration factor and
      *whether the raise was regular, capped, held for leave or the
      *employee was terminated - so HR can answer "what did I get and
      *why" without digging through old report files. Promotions,
      *market adjustments and equity corrections posted between
      *cycles by A4-OffCycleAdjust are on the same file and show in
      *date order with the annual raises.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *optional so an inquiry made before the first history-writing
      *run simply finds nothing instead of aborting
           select optional salary-history-file
               assign to
                   "../../../A4-SalaryReport/A4-SalaryHistory.dat"
               organization is line sequential.

      *
       data division.
       file section.

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
           88 hist-annual-status value "R", "C", "H", "T".

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.

      *one employee's history is gathered here before it is shown -
      *fifty cycles is far more than any employee will have
       77 ws-history-max-cnst pic 99 value 50.

       01 ws-history-eof-flag pic x value "n".

       01 ws-inquiry-switch pic x value "N".
         88 ws-inquiry-is-done value "Y".
         88 ws-inquiry-not-done value "N".

       01 ws-input-employee-number pic 9(5).

       01 ws-history-name pic x(15).

       01 ws-history-count pic 99 value 0.

       01 ws-history-full-switch pic x value "N".
         88 ws-history-table-full value "Y".
         88 ws-history-table-not-full value "N".

       01 ws-history-table.
         05 ws-history-entry occurs 50 times.
           10 ws-ht-run-date pic 9(8).
           10 ws-ht-effective-date pic 9(8).
           10 ws-ht-position pic x(8).
           10 ws-ht-department pic x(4).
           10 ws-ht-present-salary pic 9(6)v99.
           10 ws-ht-new-salary pic 9(6)v99.
           10 ws-ht-percent pic 99v9.
           10 ws-ht-merit-rating pic x.
           10 ws-ht-prorate-factor pic 9v999.
           10 ws-ht-status pic x.
             88 ws-ht-annual-status value "R", "C", "H", "T".

       01 ws-history-work.
         05 ws-hist-idx pic 99 comp.
         05 ws-scan-idx pic 99 comp.
         05 ws-hist-increase pic 9(6)v99.
         05 ws-rundate-found pic x value "N".
           88 ws-rundate-was-found value "Y".
           88 ws-rundate-not-found value "N".

       01 ws-history-title.
         05 filler pic x(9) value "EMPLOYEE ".
         05 ws-title-employee-number pic 9(5).
         05 filler pic x value space.
         05 ws-title-employee-name pic x(15).

       01 ws-history-header1.
         05 filler pic x(8) value "RUN DATE".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "EFF DATE".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "POSITION".
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "DEPT".
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "    PRESENT".
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value " NEW SALARY".
         05 filler pic x value space.
         05 filler pic x(10) value "  INCREASE".
         05 filler pic x value space.
         05 filler pic x(5) value "  PCT".
         05 filler pic x(2) value spaces.
         05 filler pic x value "R".
         05 filler pic x(3) value spaces.
         05 filler pic x(5) value "PRORT".
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "STATUS".

       01 ws-history-line.
         05 ws-hl-run-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-hl-effective-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 ws-hl-position pic x(8).
         05 filler pic x(2) value spaces.
         05 ws-hl-department pic x(4).
         05 filler pic x(2) value spaces.
         05 ws-hl-present-salary pic $zzz,zz9.99.
         05 filler pic x(2) value spaces.
         05 ws-hl-new-salary pic $zzz,zz9.99.
         05 filler pic x value space.
         05 ws-hl-increase pic zzz,zz9.99.
         05 filler pic x value space.
         05 ws-hl-percent pic z9.9.
         05 filler pic x value "%".
         05 filler pic x(2) value spaces.
         05 ws-hl-merit-rating pic x.
         05 filler pic x(3) value spaces.
         05 ws-hl-prorate-factor pic 9.999.
         05 filler pic x(2) value spaces.
         05 ws-hl-status pic x(25).

       procedure division.
       000-main.
      *
           display "A4-HISTORYINQUIRY - EMPLOYEE RAISE HISTORY".

           move ws-false-cnst to ws-inquiry-switch.

           perform 100-inquire-one-employee
             until ws-inquiry-is-done.

           display " ".
           display "DONE".

           stop run.
      *
       100-inquire-one-employee.
      *
           display " ".
           display "EMPLOYEE NUMBER (0 TO QUIT): " with no advancing.
           accept ws-input-employee-number.

           if ws-input-employee-number = 0
               move ws-true-cnst to ws-inquiry-switch
           else
               perform 200-load-history
               perform 300-display-history
           end-if.
      *
       200-load-history.
      *
           move 0 to ws-history-count.
           move spaces to ws-history-name.
           move ws-false-cnst to ws-history-full-switch.

           open input salary-history-file.

           move spaces to ws-history-eof-flag.

           read salary-history-file
               at end
                   move ws-true-cnst to ws-history-eof-flag.

           perform 210-keep-one-history
             until ws-history-eof-flag = ws-true-cnst.

           close salary-history-file.
      *
      *the history file is appended in run order, so the table comes
      *out oldest cycle first; a batch rerun on the same run date
      *appends a second record for that date and the later one
      *replaces the earlier, so a rerun cycle is not shown twice -
      *off-cycle changes are never rerun, each one is a real change
      *to the salary, so they are always kept
       210-keep-one-history.
      *
           if hist-employee-number = ws-input-employee-number
               move hist-employee-name to ws-history-name
               move ws-false-cnst to ws-rundate-found

               if hist-annual-status
                   perform 220-scan-run-date
                     varying ws-scan-idx from 1 by 1
                     until ws-scan-idx > ws-history-count
                     or ws-rundate-was-found
               end-if

               if ws-rundate-not-found
                   if ws-history-count < ws-history-max-cnst
                       add ws-one-cnst to ws-history-count
                       move ws-history-count to ws-hist-idx
                       perform 230-store-history-entry
                   else
                       if ws-history-table-not-full
                           move ws-true-cnst to ws-history-full-switch
                           display "HISTORY TABLE FULL - LATER CYCLES NO
      -    "T SHOWN"
                       end-if
                   end-if
               end-if
           end-if.

           read salary-history-file
               at end
                   move ws-true-cnst to ws-history-eof-flag.
      *
      *the rerun's record is stored here, while ws-scan-idx still
      *addresses the matched entry - by the time control is back in
      *210 the varying index has already stepped past it
       220-scan-run-date.
      *
           if ws-ht-run-date (ws-scan-idx) = hist-run-date
              and ws-ht-annual-status (ws-scan-idx)
               move ws-true-cnst to ws-rundate-found
               move ws-scan-idx to ws-hist-idx
               perform 230-store-history-entry
           end-if.
      *
       230-store-history-entry.
      *
           move hist-run-date to ws-ht-run-date (ws-hist-idx).
           move hist-effective-date to
               ws-ht-effective-date (ws-hist-idx).
           move hist-position to ws-ht-position (ws-hist-idx).
           move hist-department to ws-ht-department (ws-hist-idx).
           move hist-present-salary to
               ws-ht-present-salary (ws-hist-idx).
           move hist-new-salary to ws-ht-new-salary (ws-hist-idx).
           move hist-percent to ws-ht-percent (ws-hist-idx).
           move hist-merit-rating to ws-ht-merit-rating (ws-hist-idx).
           move hist-prorate-factor to
               ws-ht-prorate-factor (ws-hist-idx).
           move hist-status to ws-ht-status (ws-hist-idx).
      *
       300-display-history.
      *
           display " ".

           if ws-history-count = 0
               display "NO SALARY HISTORY ON FILE FOR EMPLOYEE "
                   ws-input-employee-number
           else
               move ws-input-employee-number to
                   ws-title-employee-number
               move ws-history-name to ws-title-employee-name
               display ws-history-title
               display " "
               display ws-history-header1

               perform 310-display-one-cycle
                 varying ws-hist-idx from 1 by 1
                 until ws-hist-idx > ws-history-count
           end-if.
      *
       310-display-one-cycle.
      *
           move ws-ht-run-date (ws-hist-idx) to ws-hl-run-date.
           move ws-ht-effective-date (ws-hist-idx) to
               ws-hl-effective-date.
           move ws-ht-position (ws-hist-idx) to ws-hl-position.
           move ws-ht-department (ws-hist-idx) to ws-hl-department.
           move ws-ht-present-salary (ws-hist-idx) to
               ws-hl-present-salary.
           move ws-ht-new-salary (ws-hist-idx) to ws-hl-new-salary.

           if ws-ht-new-salary (ws-hist-idx) >
               ws-ht-present-salary (ws-hist-idx)
               subtract ws-ht-present-salary (ws-hist-idx) from
                   ws-ht-new-salary (ws-hist-idx)
                 giving ws-hist-increase
           else
               move 0 to ws-hist-increase
           end-if.

           move ws-hist-increase to ws-hl-increase.
           move ws-ht-percent (ws-hist-idx) to ws-hl-percent.
           move ws-ht-merit-rating (ws-hist-idx) to ws-hl-merit-rating.
           move ws-ht-prorate-factor (ws-hist-idx) to
               ws-hl-prorate-factor.

           evaluate ws-ht-status (ws-hist-idx)
               when "R"
                   move "REGULAR RAISE" to ws-hl-status
               when "C"
                   move "CAPPED - OVERRUN REJECTED" to ws-hl-status
               when "H"
                   move "ON LEAVE - SALARY HELD" to ws-hl-status
               when "T"
                   move "TERMINATED" to ws-hl-status
               when "P"
                   move "OFF-CYCLE PROMOTION" to ws-hl-status
               when "M"
                   move "OFF-CYCLE MARKET ADJUST" to ws-hl-status
               when "E"
                   move "OFF-CYCLE EQUITY CORRECT" to ws-hl-status
               when other
                   move "UNKNOWN STATUS" to ws-hl-status
           end-evaluate.

           display ws-history-line.

       end program A4-HistoryInquiry.
