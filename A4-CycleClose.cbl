       identification division.
       program-id. A4-CycleClose.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: End-of-cycle job run once the cycle's
      *A4-SalaryReport output has been signed off. It does the steps
      *that used to be done by hand between cycles, in order:
      *  - archives every report, extract and master the run produced
      *    or used under a dated generation (A4-Arch-yyyymmdd-<file>),
      *    recorded on A4-ArchiveCatalog.dat, and deletes the oldest
      *    generations once more than ws-retention-cnst are on file;
      *  - rotates A4-SalaryReport.csv to A4-SalaryReport-Prior.csv
      *    for next cycle's 850-compare-prior-run;
      *  - installs next cycle's masters - A4-Next.dat/A5-Next.dat
      *    followed by the reviewed A4-NewHire.dat/A5-NewHire.dat
      *    starter records - over A4.dat/A5.dat, then empties the
      *    staged files so the same records can never be installed
      *    twice.
      *Nothing is touched unless the staged masters are there and
      *their record counts agree, so the installed A4.dat and A5.dat
      *are always in step. Every step is printed on A4-CycleClose.out.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *the record-level copying and counting go through this pair -
      *the caller builds both names, and the varying record carries
      *each line across at its own length
           select source-file
               assign to ws-source-filename
               organization is line sequential
               file status is ws-source-file-status.

           select target-file
               assign to ws-target-filename
               organization is line sequential
               file status is ws-target-file-status.

      *read only for the department codes the per-department burst
      *files are named from
           select department-master-file
               assign to
                   "../../../A4-SalaryReport/A4-DeptMaster.dat"
               organization is line sequential
               file status is ws-deptmast-file-status.

      *one record per archived file - optional so the first close
      *creates it; 300-purge-old-generations rebuilds it through the
      *work file when old generations are deleted
           select optional catalog-file
               assign to
                   "../../../A4-SalaryReport/A4-ArchiveCatalog.dat"
               organization is line sequential.

           select catalog-work-file
               assign to
                   "../../../A4-SalaryReport/A4-ArchiveCatWork.dat"
               organization is line sequential.

           select close-report-file
               assign to "../../../A4-SalaryReport/A4-CycleClose.out"
               organization is line sequential.

      *
       data division.
       file section.

       fd source-file
           data record is source-rec
           record is varying in size from 0 to 250 characters
               depending on ws-copy-rec-len.
      *
       01 source-rec pic x(250).

       fd target-file
           data record is target-rec
           record is varying in size from 0 to 250 characters
               depending on ws-copy-rec-len.
      *
       01 target-rec pic x(250).

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

       fd catalog-file
           data record is catalog-rec
           record contains 45 characters.
      *
       01 catalog-rec.
         05 cat-generation-date pic 9(8).
         05 cat-file-name pic x(30).
         05 cat-record-count pic 9(7).

       fd catalog-work-file
           data record is catalog-work-rec
           record contains 45 characters.
      *
       01 catalog-work-rec pic x(45).

       fd close-report-file
           data record is close-line
           record contains 110 characters.
      *
       01 close-line pic x(110).

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-archive-max-cnst pic 99 value 50.
       77 ws-generation-max-cnst pic 99 value 60.
       77 ws-fail-return-cnst pic 9 value 8.

      *five cycles of archived output are kept - the current
      *generation and the four before it
       77 ws-retention-cnst pic 99 value 5.

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).

       01 ws-source-filename pic x(80).
       01 ws-target-filename pic x(80).
       01 ws-source-file-status pic xx.
       01 ws-target-file-status pic xx.
       01 ws-deptmast-file-status pic xx.
       01 ws-copy-rec-len pic 9(4) comp.

       01 ws-copy-eof-flag pic x value "n".
       01 ws-deptmast-eof-flag pic x value "n".
       01 ws-catalog-eof-flag pic x value "n".
       01 ws-catwork-eof-flag pic x value "n".

      *the caller of 800-copy-file sets the two names and the mode;
      *the record count and result come back here
       01 ws-copy-work.
         05 ws-copy-count pic 9(7).
         05 ws-copy-mode pic x value "R".
           88 ws-copy-replace value "R".
           88 ws-copy-append value "A".
         05 ws-copy-result pic x value "C".
           88 ws-copy-was-done value "C".
           88 ws-copy-source-missing value "M".
           88 ws-copy-target-failed value "F".
         05 ws-copy-return-code pic 9(4).

      *the batch's own file names, loaded by 010-load-archive-table,
      *with one A4-DeptReport-<code>.out per department master code
      *added after them
       01 ws-archive-table.
         05 ws-archive-entry occurs 50 times.
           10 ws-at-name pic x(30).

       01 ws-archive-count pic 99 value 0.

       01 ws-archive-work.
         05 ws-archive-idx pic 99 comp.
         05 ws-archived-count pic 9(3) value 0.
         05 ws-archive-missing-count pic 9(3) value 0.
         05 ws-archive-failed-count pic 9(3) value 0.
         05 ws-arch-generation-date pic 9(8).
         05 ws-arch-file-name pic x(30).
         05 ws-archive-name pic x(50).
         05 ws-archive-path pic x(80).

      *one entry per distinct generation on the catalog, oldest first
      *- the catalog is only ever appended in run-date order
       01 ws-generation-table.
         05 ws-generation-entry occurs 60 times.
           10 ws-gen-date pic 9(8).

       01 ws-generation-work.
         05 ws-generation-count pic 99 value 0.
         05 ws-purge-gen-count pic 99 value 0.
         05 ws-purge-cutoff-date pic 9(8) value 0.
         05 ws-purge-deleted-count pic 9(5) value 0.
         05 ws-purge-failed-count pic 9(5) value 0.

       01 ws-ready-work.
         05 ws-a4-next-count pic 9(7) value 0.
         05 ws-a5-next-count pic 9(7) value 0.
         05 ws-a4-newhire-count pic 9(7) value 0.
         05 ws-a5-newhire-count pic 9(7) value 0.
         05 ws-ready-switch pic x value "Y".
           88 ws-close-is-ready value "Y".
           88 ws-close-not-ready value "N".
         05 ws-ready-reason pic x(70).

       01 ws-install-work.
         05 ws-a4-installed-count pic 9(7) value 0.
         05 ws-a5-installed-count pic 9(7) value 0.
         05 ws-csv-rotated-count pic 9(7) value 0.
         05 ws-install-switch pic x value "Y".
           88 ws-install-was-ok value "Y".
           88 ws-install-failed value "N".

       01 ws-close-title.
         05 filler pic x(40) value
             "A4-SALARYREPORT CYCLE CLOSE".
         05 filler pic x(12) value "GENERATION: ".
         05 ws-ct-generation-date pic 9(8).

       01 ws-section-line pic x(110).

       01 ws-count-line.
         05 filler pic x(2) value spaces.
         05 ws-cl-name pic x(30).
         05 ws-cl-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-cl-note pic x(60).

       01 ws-archive-header.
         05 filler pic x(32) value "  FILE".
         05 filler pic x(9) value "RECORDS".
         05 filler pic x(20) value "RESULT".

       01 ws-purge-line-1.
         05 filler pic x(2) value spaces.
         05 filler pic x(30) value "GENERATIONS ON CATALOG".
         05 ws-pl-generation-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "RETAINED: ".
         05 ws-pl-retained-count pic z9.

       01 ws-purge-line-2.
         05 filler pic x(2) value spaces.
         05 filler pic x(30) value "GENERATIONS PURGED".
         05 ws-pl-purged-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 filler pic x(14) value "UP TO AND ON: ".
         05 ws-pl-cutoff-date pic x(8).

       01 ws-purge-line-3.
         05 filler pic x(2) value spaces.
         05 filler pic x(30) value "ARCHIVE FILES DELETED".
         05 ws-pl-deleted-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 filler pic x(18) value "NOT DELETED:      ".
         05 ws-pl-failed-count pic z(4)9.

       01 ws-verdict-line.
         05 filler pic x(9) value "RESULT: ".
         05 ws-vl-verdict pic x(70).

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           display "A4-CYCLECLOSE - SALARY CYCLE CLOSE".

           open output close-report-file.

           move ws-current-date-yyyymmdd to ws-ct-generation-date.

           write close-line from ws-close-title.
           write close-line from " ".

           perform 100-check-ready.

           if ws-close-not-ready
               write close-line from " "
               move ws-ready-reason to ws-vl-verdict
               write close-line from ws-verdict-line
               move "CYCLE NOT CLOSED - NOTHING WAS CHANGED" to
                   ws-vl-verdict
               write close-line from ws-verdict-line
               close close-report-file
               display ws-ready-reason
               display "CYCLE NOT CLOSED - NOTHING WAS CHANGED"
               move ws-fail-return-cnst to return-code
               stop run
           end-if.

           perform 010-load-archive-table.

           perform 200-archive-outputs.

           perform 300-purge-old-generations.

      *    the masters are only replaced once every file archived
      *    cleanly, so last cycle's A4.dat/A5.dat are always in the
      *    new generation before they are overwritten
           if ws-archive-failed-count = 0
               perform 400-rotate-prior-csv
               perform 500-install-next-masters
               if ws-install-was-ok
                   perform 600-clear-staged-files
               end-if
           else
               move ws-false-cnst to ws-install-switch
           end-if.

           write close-line from " ".

           if ws-archive-failed-count = 0 and ws-install-was-ok
               move "CYCLE CLOSED - NEXT CYCLE MASTERS INSTALLED" to
                   ws-vl-verdict
               move 0 to return-code
           else
               move "CYCLE CLOSE INCOMPLETE - SEE ABOVE" to
                   ws-vl-verdict
               move ws-fail-return-cnst to return-code
           end-if.

           write close-line from ws-verdict-line.

           close close-report-file.

           display ws-vl-verdict.

           stop run.
      *
      *the outputs of the salary run, the masters it read and the
      *staged next-cycle masters, then one burst file per department
      *on the department master - a file the run did not produce
      *(no department of that code had anyone in it, say) is simply
      *reported as not present
       010-load-archive-table.
      *
           move "A4.dat" to ws-at-name (1).
           move "A5.dat" to ws-at-name (2).
           move "A4-PreFlight.out" to ws-at-name (3).
           move "A4-SalaryReport.out" to ws-at-name (4).
           move "A5-SalaryReport-5A.out" to ws-at-name (5).
           move "A5-SalaryReport-5B.out" to ws-at-name (6).
           move "A4-SalaryReport.csv" to ws-at-name (7).
           move "A5-SalaryReport-5A.csv" to ws-at-name (8).
           move "A5-SalaryReport-5B.csv" to ws-at-name (9).
           move "A4-ExceptionReport.out" to ws-at-name (10).
           move "A4-BudgetOverrun.out" to ws-at-name (11).
           move "A4-CappedAdjustments.out" to ws-at-name (12).
           move "A4-DepartmentReport.out" to ws-at-name (13).
           move "A4-CompPlanningReport.out" to ws-at-name (14).
           move "A4-CompaRatio.out" to ws-at-name (15).
           move "A4-ComparisonReport.out" to ws-at-name (16).
           move "A4-MeritSummary.out" to ws-at-name (17).
           move "A4-PromotionEligibility.out" to ws-at-name (18).
           move "A4-RunControlReport.out" to ws-at-name (19).
           move "A4-Termination.out" to ws-at-name (20).
           move "A4-PoolAllocation.out" to ws-at-name (21).
           move "A4-EmployeeStatements.out" to ws-at-name (22).
           move "A4-GLPosting.dat" to ws-at-name (23).
           move "A4-PayrollChange.dat" to ws-at-name (24).
           move "A4-PayrollControl.out" to ws-at-name (25).
           move "A4-Next.dat" to ws-at-name (26).
           move "A5-Next.dat" to ws-at-name (27).
           move "A4-NewHire.dat" to ws-at-name (28).
           move "A5-NewHire.dat" to ws-at-name (29).
           move 29 to ws-archive-count.

           move spaces to ws-deptmast-file-status.
           open input department-master-file.

           if ws-deptmast-file-status = "00"
               move spaces to ws-deptmast-eof-flag

               read department-master-file
                   at end
                       move ws-true-cnst to ws-deptmast-eof-flag
               end-read

               perform 011-add-burst-file
                 until ws-deptmast-eof-flag = ws-true-cnst

               close department-master-file
           end-if.
      *
      *named the way 931-burst-one-department names them
       011-add-burst-file.
      *
           if deptmast-code not = spaces
              and ws-archive-count < ws-archive-max-cnst
               add ws-one-cnst to ws-archive-count
               move spaces to ws-at-name (ws-archive-count)
               string "A4-DeptReport-" delimited by size
                   deptmast-code delimited by space
                   ".out" delimited by size
                   into ws-at-name (ws-archive-count)
               end-string
           end-if.

           read department-master-file
               at end
                   move ws-true-cnst to ws-deptmast-eof-flag.
      *
      *the staged masters must be there and pair up record for record
      *- an empty A4-Next.dat means the salary run has not been done
      *since the last close, and closing again would reinstall
      *nothing over the masters
       100-check-ready.
      *
           move ws-true-cnst to ws-ready-switch.
           move spaces to ws-ready-reason.

           move "READY CHECK - STAGED NEXT-CYCLE MASTERS" to
               ws-section-line.
           write close-line from ws-section-line.

           move "A4-Next.dat" to ws-arch-file-name.
           perform 110-count-staged-file.
           move ws-copy-count to ws-a4-next-count.

           move "A5-Next.dat" to ws-arch-file-name.
           perform 110-count-staged-file.
           move ws-copy-count to ws-a5-next-count.

           move "A4-NewHire.dat" to ws-arch-file-name.
           perform 110-count-staged-file.
           move ws-copy-count to ws-a4-newhire-count.

           move "A5-NewHire.dat" to ws-arch-file-name.
           perform 110-count-staged-file.
           move ws-copy-count to ws-a5-newhire-count.

           evaluate true
               when ws-a4-next-count = 0 or ws-a5-next-count = 0
                   move ws-false-cnst to ws-ready-switch
                   move "NEXT-CYCLE MASTERS MISSING OR EMPTY - RUN THE S
      -    "ALARY BATCH FIRST" to ws-ready-reason
               when ws-a4-next-count not = ws-a5-next-count
                   move ws-false-cnst to ws-ready-switch
                   move "A4-NEXT.DAT AND A5-NEXT.DAT RECORD COUNTS DIFFE
      -    "R" to ws-ready-reason
               when ws-a4-newhire-count not = ws-a5-newhire-count
                   move ws-false-cnst to ws-ready-switch
                   move "A4-NEWHIRE.DAT AND A5-NEWHIRE.DAT RECORD COUNTS
      -    " DIFFER" to ws-ready-reason
               when other
                   continue
           end-evaluate.
      *
      *the new-hire files are optional - no new hires staged is a
      *count of zero on both
       110-count-staged-file.
      *
           move spaces to ws-source-filename.
           string "../../../A4-SalaryReport/" delimited by size
               ws-arch-file-name delimited by space
               into ws-source-filename
           end-string.

           perform 700-count-source-file.

           move ws-arch-file-name to ws-cl-name.
           move ws-copy-count to ws-cl-count.

           if ws-copy-was-done
               move "RECORDS STAGED" to ws-cl-note
           else
               move "NOT PRESENT" to ws-cl-note
           end-if.

           write close-line from ws-count-line.
      *
       200-archive-outputs.
      *
           write close-line from " ".
           move "ARCHIVE - GENERATION FILES WRITTEN" to ws-section-line.
           write close-line from ws-section-line.
           write close-line from ws-archive-header.

           open extend catalog-file.

           perform 210-archive-one-file
             varying ws-archive-idx from 1 by 1
             until ws-archive-idx > ws-archive-count.

           close catalog-file.
      *
       210-archive-one-file.
      *
           move ws-current-date-yyyymmdd to ws-arch-generation-date.
           move ws-at-name (ws-archive-idx) to ws-arch-file-name.
           perform 220-build-archive-name.

           move spaces to ws-source-filename.
           string "../../../A4-SalaryReport/" delimited by size
               ws-arch-file-name delimited by space
               into ws-source-filename
           end-string.

      *    the generation copy is taken byte for byte, so a printed
      *    report keeps its page breaks; the source is read through
      *    first for the record count the catalog carries
           perform 700-count-source-file.

           if ws-copy-was-done
               call "CBL_COPY_FILE" using ws-source-filename
                   ws-archive-path
               if return-code not = 0
                   move "F" to ws-copy-result
                   move return-code to ws-copy-return-code
               end-if
           end-if.

           move ws-arch-file-name to ws-cl-name.
           move ws-copy-count to ws-cl-count.

           evaluate true
               when ws-copy-was-done
                   add ws-one-cnst to ws-archived-count
                   move ws-archive-name to ws-cl-note
                   move ws-arch-generation-date to cat-generation-date
                   move ws-arch-file-name to cat-file-name
                   move ws-copy-count to cat-record-count
                   write catalog-rec
               when ws-copy-source-missing
                   add ws-one-cnst to ws-archive-missing-count
                   move "NOT PRESENT - NOTHING TO ARCHIVE" to
                       ws-cl-note
               when other
                   add ws-one-cnst to ws-archive-failed-count
                   move spaces to ws-cl-note
                   string "ARCHIVE FAILED - RETURN CODE "
                           delimited by size
                       ws-copy-return-code delimited by size
                       into ws-cl-note
                   end-string
           end-evaluate.

           write close-line from ws-count-line.
      *
      *the caller sets the generation date and the file's own name
       220-build-archive-name.
      *
           move spaces to ws-archive-name.
           string "A4-Arch-" delimited by size
               ws-arch-generation-date delimited by size
               "-" delimited by size
               ws-arch-file-name delimited by space
               into ws-archive-name
           end-string.

           move spaces to ws-archive-path.
           string "../../../A4-SalaryReport/" delimited by size
               ws-archive-name delimited by space
               into ws-archive-path
           end-string.
      *
      *once the catalog holds more than ws-retention-cnst generations
      *every file of the older ones is deleted and their catalog
      *records dropped; the catalog is rebuilt through the work file
      *and copied back
       300-purge-old-generations.
      *
           move 0 to ws-generation-count.
           move 0 to ws-purge-gen-count.
           move 0 to ws-purge-cutoff-date.
           move 0 to ws-purge-deleted-count.
           move 0 to ws-purge-failed-count.

           open input catalog-file.

           move spaces to ws-catalog-eof-flag.

           read catalog-file
               at end
                   move ws-true-cnst to ws-catalog-eof-flag.

           perform 310-note-generation
             until ws-catalog-eof-flag = ws-true-cnst.

           close catalog-file.

           if ws-generation-count > ws-retention-cnst
               subtract ws-retention-cnst from ws-generation-count
                   giving ws-purge-gen-count
               move ws-gen-date (ws-purge-gen-count) to
                   ws-purge-cutoff-date

               open input catalog-file
               open output catalog-work-file

               move spaces to ws-catalog-eof-flag

               read catalog-file
                   at end
                       move ws-true-cnst to ws-catalog-eof-flag
               end-read

               perform 320-purge-or-keep-entry
                 until ws-catalog-eof-flag = ws-true-cnst

               close catalog-file, catalog-work-file

               open input catalog-work-file
               open output catalog-file

               move spaces to ws-catwork-eof-flag

               read catalog-work-file
                   at end
                       move ws-true-cnst to ws-catwork-eof-flag
               end-read

               perform 330-restore-catalog-entry
                 until ws-catwork-eof-flag = ws-true-cnst

               close catalog-work-file, catalog-file
           end-if.

           write close-line from " ".
           move "RETENTION - OLDER GENERATIONS PURGED" to
               ws-section-line.
           write close-line from ws-section-line.

           move ws-generation-count to ws-pl-generation-count.
           move ws-retention-cnst to ws-pl-retained-count.
           move ws-purge-gen-count to ws-pl-purged-count.

           if ws-purge-gen-count > 0
               move ws-purge-cutoff-date to ws-pl-cutoff-date
           else
               move "NONE" to ws-pl-cutoff-date
           end-if.

           move ws-purge-deleted-count to ws-pl-deleted-count.
           move ws-purge-failed-count to ws-pl-failed-count.

           write close-line from ws-purge-line-1.
           write close-line from ws-purge-line-2.
           write close-line from ws-purge-line-3.
      *
       310-note-generation.
      *
           if ws-generation-count = 0
               add ws-one-cnst to ws-generation-count
               move cat-generation-date to
                   ws-gen-date (ws-generation-count)
           else
               if cat-generation-date not =
                   ws-gen-date (ws-generation-count)
                  and ws-generation-count < ws-generation-max-cnst
                   add ws-one-cnst to ws-generation-count
                   move cat-generation-date to
                       ws-gen-date (ws-generation-count)
               end-if
           end-if.

           read catalog-file
               at end
                   move ws-true-cnst to ws-catalog-eof-flag.
      *
      *an archive file that will not delete (already removed by hand,
      *say) is counted but its catalog record is still dropped, so
      *the purge never trips over it again
       320-purge-or-keep-entry.
      *
           if cat-generation-date <= ws-purge-cutoff-date
               move cat-generation-date to ws-arch-generation-date
               move cat-file-name to ws-arch-file-name
               perform 220-build-archive-name

               call "CBL_DELETE_FILE" using ws-archive-path

               if return-code = 0
                   add ws-one-cnst to ws-purge-deleted-count
               else
                   add ws-one-cnst to ws-purge-failed-count
               end-if
           else
               write catalog-work-rec from catalog-rec
           end-if.

           read catalog-file
               at end
                   move ws-true-cnst to ws-catalog-eof-flag.
      *
       330-restore-catalog-entry.
      *
           write catalog-rec from catalog-work-rec.

           read catalog-work-file
               at end
                   move ws-true-cnst to ws-catwork-eof-flag.
      *
      *this cycle's extract becomes next cycle's prior-run CSV; with
      *no extract on file the prior CSV is left as it is
       400-rotate-prior-csv.
      *
           write close-line from " ".
           move "PRIOR-RUN CSV ROTATION" to ws-section-line.
           write close-line from ws-section-line.

           move
               "../../../A4-SalaryReport/A4-SalaryReport.csv"
               to ws-source-filename.
           move
               "../../../A4-SalaryReport/A4-SalaryReport-Prior.csv"
               to ws-target-filename.
           move "R" to ws-copy-mode.
           perform 800-copy-file.

           move "A4-SalaryReport-Prior.csv" to ws-cl-name.
           move ws-copy-count to ws-cl-count.

           evaluate true
               when ws-copy-was-done
                   move ws-copy-count to ws-csv-rotated-count
                   move "COPIED FROM A4-SalaryReport.csv" to ws-cl-note
               when ws-copy-source-missing
                   move "A4-SalaryReport.csv NOT PRESENT - LEFT AS IS"
                       to ws-cl-note
               when other
                   move spaces to ws-cl-note
                   string "ROTATION FAILED - STATUS " delimited by size
                       ws-target-file-status delimited by size
                       into ws-cl-note
                   end-string
           end-evaluate.

           write close-line from ws-count-line.
      *
      *each master is rebuilt as the rolled records followed by the
      *new-hire starter records; the ready check has already made
      *sure both pairs of staged files are the same length, so the
      *two masters come out in step
       500-install-next-masters.
      *
           write close-line from " ".
           move "INSTALL - NEXT CYCLE MASTERS" to ws-section-line.
           write close-line from ws-section-line.

           move ws-true-cnst to ws-install-switch.

           move "A4-Next.dat" to ws-arch-file-name.
           move "../../../A4-SalaryReport/A4.dat" to
               ws-target-filename.
           move "R" to ws-copy-mode.
           perform 510-install-one-piece.
           move ws-copy-count to ws-a4-installed-count.

           move "A4-NewHire.dat" to ws-arch-file-name.
           move "A" to ws-copy-mode.
           perform 510-install-one-piece.
           add ws-copy-count to ws-a4-installed-count.

           move "A5-Next.dat" to ws-arch-file-name.
           move "../../../A4-SalaryReport/A5.dat" to
               ws-target-filename.
           move "R" to ws-copy-mode.
           perform 510-install-one-piece.
           move ws-copy-count to ws-a5-installed-count.

           move "A5-NewHire.dat" to ws-arch-file-name.
           move "A" to ws-copy-mode.
           perform 510-install-one-piece.
           add ws-copy-count to ws-a5-installed-count.

           move "A4.dat TOTAL RECORDS" to ws-cl-name.
           move ws-a4-installed-count to ws-cl-count.
           move spaces to ws-cl-note.
           write close-line from ws-count-line.

           move "A5.dat TOTAL RECORDS" to ws-cl-name.
           move ws-a5-installed-count to ws-cl-count.
           write close-line from ws-count-line.

           if ws-install-failed
               move "INSTALL FAILED - RESTORE A4.dat/A5.dat FROM THIS"
                   to ws-section-line
               write close-line from ws-section-line
               move "GENERATION'S A4-Arch FILES BEFORE THE NEXT RUN" to
                   ws-section-line
               write close-line from ws-section-line
           end-if.
      *
      *the caller names the staged file in ws-arch-file-name and the
      *master in ws-target-filename; a missing new-hire file just
      *means none were staged, while a missing rolled master cannot
      *happen past the ready check but is still a failed install
       510-install-one-piece.
      *
           if ws-install-was-ok
               move spaces to ws-source-filename
               string "../../../A4-SalaryReport/" delimited by size
                   ws-arch-file-name delimited by space
                   into ws-source-filename
               end-string

               perform 800-copy-file

               move ws-arch-file-name to ws-cl-name
               move ws-copy-count to ws-cl-count

               evaluate true
                   when ws-copy-was-done
                       if ws-copy-replace
                           move "INSTALLED" to ws-cl-note
                       else
                           move "APPENDED" to ws-cl-note
                       end-if
                   when ws-copy-source-missing and ws-copy-append
                       move "NONE STAGED" to ws-cl-note
                   when ws-copy-source-missing
                       move ws-false-cnst to ws-install-switch
                       move "NOT PRESENT - INSTALL STOPPED" to
                           ws-cl-note
                   when other
                       move ws-false-cnst to ws-install-switch
                       move spaces to ws-cl-note
                       string "INSTALL FAILED - STATUS "
                               delimited by size
                           ws-target-file-status delimited by size
                           into ws-cl-note
                       end-string
               end-evaluate

               write close-line from ws-count-line
           else
               move 0 to ws-copy-count
           end-if.
      *
      *emptied, not deleted, so the batch and the next close still
      *find the files; an empty A4-Next.dat is what stops this job
      *installing the same records twice
       600-clear-staged-files.
      *
           move "../../../A4-SalaryReport/A4-Next.dat" to
               ws-target-filename.
           perform 610-empty-one-file.

           move "../../../A4-SalaryReport/A5-Next.dat" to
               ws-target-filename.
           perform 610-empty-one-file.

           move "../../../A4-SalaryReport/A4-NewHire.dat" to
               ws-target-filename.
           perform 610-empty-one-file.

           move "../../../A4-SalaryReport/A5-NewHire.dat" to
               ws-target-filename.
           perform 610-empty-one-file.
      *
       610-empty-one-file.
      *
           move spaces to ws-target-file-status.
           open output target-file.

           if ws-target-file-status = "00"
               close target-file
           end-if.
      *
      *counts the records on ws-source-filename, or reports it missing
       700-count-source-file.
      *
           move 0 to ws-copy-count.
           move "C" to ws-copy-result.

           move spaces to ws-source-file-status.
           open input source-file.

           if ws-source-file-status = "00"
               move spaces to ws-copy-eof-flag

               read source-file
                   at end
                       move ws-true-cnst to ws-copy-eof-flag
               end-read

               perform 710-count-one-record
                 until ws-copy-eof-flag = ws-true-cnst

               close source-file
           else
               move "M" to ws-copy-result
           end-if.
      *
       710-count-one-record.
      *
           add ws-one-cnst to ws-copy-count.

           read source-file
               at end
                   move ws-true-cnst to ws-copy-eof-flag.
      *
      *copies ws-source-filename to ws-target-filename record for
      *record, replacing the target or appending to it as
      *ws-copy-mode says; the target is not opened at all when the
      *source is not there, so a missing source never empties it -
      *used for the data files only, which carry no page breaks
       800-copy-file.
      *
           move 0 to ws-copy-count.
           move "C" to ws-copy-result.

           move spaces to ws-source-file-status.
           open input source-file.

           if ws-source-file-status not = "00"
               move "M" to ws-copy-result
           else
               move spaces to ws-target-file-status

               if ws-copy-append
                   open extend target-file
               else
                   open output target-file
               end-if

               if ws-target-file-status not = "00"
                   move "F" to ws-copy-result
               else
                   move spaces to ws-copy-eof-flag

                   read source-file
                       at end
                           move ws-true-cnst to ws-copy-eof-flag
                   end-read

                   perform 810-copy-one-record
                     until ws-copy-eof-flag = ws-true-cnst

                   close target-file
               end-if

               close source-file
           end-if.
      *
       810-copy-one-record.
      *
           write target-rec from source-rec.

           if ws-target-file-status = "00"
               add ws-one-cnst to ws-copy-count
           else
               move "F" to ws-copy-result
           end-if.

           read source-file
               at end
                   move ws-true-cnst to ws-copy-eof-flag.

       end program A4-CycleClose.
