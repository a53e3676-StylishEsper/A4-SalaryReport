       identification division.
       program-id. A4-ExceptionResolve.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: Small interactive utility, in the style of
      *A4-OverrunApproval, for the data owner to work through the open
      *items on A4-ExceptionRegister.dat - the persistent register
      *A4-SalaryReport keeps of every exception it has written, keyed
      *by employee, source and reason. Each open item is shown with
      *when it was first and last seen and how many cycles it has
      *turned up in, and can be marked resolved with the resolver's
      *name and a short note. A resolved item that turns up again on
      *a later run is reopened by A4-SalaryReport and printed in the
      *"resolved exceptions that have come back" section of that
      *run's A4-ExceptionReport.out, with this resolution alongside.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *file status lets the utility stop cleanly when no run has
      *created the register yet
           select exception-register-file
               assign to
                   "../../../A4-SalaryReport/A4-ExceptionRegister.dat"
               organization is indexed
               access is dynamic
               record key is xr-key
               file status is ws-xr-file-status.

      *
       data division.
       file section.

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

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.

       01 ws-xr-file-status pic xx.

       01 ws-xr-eof-flag pic x value "n".

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).

       01 ws-input-employee-number pic 9(5).

       01 ws-resolver-name pic x(15).

       01 ws-resolution-note pic x(40).

       01 ws-decision-input pic x.
         88 ws-decision-resolved value "R", "r".
         88 ws-decision-skipped value "S", "s".
         88 ws-decision-quit value "Q", "q".

       01 ws-item-counts.
         05 ws-item-shown-count pic 9(5) value 0.
         05 ws-item-resolved-count pic 9(5) value 0.

       01 ws-item-line-1.
         05 filler pic x(9) value "EMPLOYEE ".
         05 ws-il-employee-number pic 9(5).
         05 filler pic x value space.
         05 ws-il-employee-name pic x(15).
         05 filler pic x(9) value "  SOURCE ".
         05 ws-il-source pic x(6).

       01 ws-item-line-2.
         05 filler pic x(7) value "REASON ".
         05 ws-il-reason pic x(60).

       01 ws-item-line-3.
         05 filler pic x(11) value "FIRST SEEN ".
         05 ws-il-first-seen-date pic 9(8).
         05 filler pic x(12) value "  LAST SEEN ".
         05 ws-il-last-seen-date pic 9(8).
         05 filler pic x(9) value "  CYCLES ".
         05 ws-il-occurrence-count pic zzzz9.

       01 ws-item-line-4.
         05 filler pic x(22) value "CAME BACK AFTER BEING ".
         05 filler pic x(9) value "RESOLVED ".
         05 ws-il-resolved-date pic 9(8).
         05 filler pic x(4) value " BY ".
         05 ws-il-resolved-by pic x(15).

       01 ws-item-line-5.
         05 filler pic x(13) value "EARLIER NOTE ".
         05 ws-il-resolution-note pic x(40).

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           display "A4-EXCEPTIONRESOLVE - EXCEPTION RESOLUTION UTILITY".
           display " ".

           open i-o exception-register-file.

           if ws-xr-file-status not = "00"
               display "A4-EXCEPTIONREGISTER.DAT NOT AVAILABLE - "
                   "STATUS " ws-xr-file-status
               stop run
           end-if.

           display "EMPLOYEE NUMBER (0 FOR ALL OPEN ITEMS): "
               with no advancing.
           accept ws-input-employee-number.

           display "RESOLVED BY: " with no advancing.
           accept ws-resolver-name.

      *    the register is keyed by employee first, so one employee's
      *    items are all together and the browse can start at them
           move low-values to xr-key.
           move ws-input-employee-number to xr-employee-number.
           move spaces to ws-xr-eof-flag.

           start exception-register-file
               key not less than xr-key
               invalid key
                   move ws-true-cnst to ws-xr-eof-flag
           end-start.

           perform 100-review-one-item
             until ws-xr-eof-flag = ws-true-cnst.

           close exception-register-file.

           display " ".
           display "DONE - " ws-item-shown-count " OPEN ITEM(S) SHOWN, "
               ws-item-resolved-count " MARKED RESOLVED".

           stop run.
      *
       100-review-one-item.
      *
           read exception-register-file next record
               at end
                   move ws-true-cnst to ws-xr-eof-flag
           end-read.

           if ws-xr-eof-flag = ws-true-cnst
               continue
           else
               if ws-input-employee-number not = 0
                  and xr-employee-number not = ws-input-employee-number
                   move ws-true-cnst to ws-xr-eof-flag
               else
                   if xr-open
                       perform 110-show-and-decide
                   end-if
               end-if
           end-if.
      *
       110-show-and-decide.
      *
           add ws-one-cnst to ws-item-shown-count.

           move xr-employee-number to ws-il-employee-number.
           move xr-employee-name to ws-il-employee-name.
           move xr-source to ws-il-source.
           move xr-reason to ws-il-reason.
           move xr-first-seen-date to ws-il-first-seen-date.
           move xr-last-seen-date to ws-il-last-seen-date.
           move xr-occurrence-count to ws-il-occurrence-count.

           display " ".
           display ws-item-line-1.
           display ws-item-line-2.
           display ws-item-line-3.

           if xr-return-count > 0
               move xr-resolved-date to ws-il-resolved-date
               move xr-resolved-by to ws-il-resolved-by
               move xr-resolution-note to ws-il-resolution-note
               display ws-item-line-4
               display ws-item-line-5
           end-if.

           display "MARK AS (R)ESOLVED, (S)KIP, OR (Q)UIT: "
               with no advancing.
           accept ws-decision-input.

           if ws-decision-quit
               move ws-true-cnst to ws-xr-eof-flag
           end-if.

           if ws-decision-resolved
               display "RESOLUTION NOTE: " with no advancing
               accept ws-resolution-note
               perform 120-mark-resolved
           end-if.
      *
       120-mark-resolved.
      *
           move "R" to xr-status.
           move ws-current-date-yyyymmdd to xr-resolved-date.
           move ws-resolver-name to xr-resolved-by.
           move ws-resolution-note to xr-resolution-note.

           rewrite exception-register-rec
               invalid key
                   display "REGISTER UPDATE FAILED - STATUS "
                       ws-xr-file-status
               not invalid key
                   add ws-one-cnst to ws-item-resolved-count
           end-rewrite.

       end program A4-ExceptionResolve.
