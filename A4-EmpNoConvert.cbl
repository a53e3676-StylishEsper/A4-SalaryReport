       identification division.
       program-id. A4-EmpNoConvert.
       author. Ahmed Butt.
       date-written. 2026-10-15.
      *Program Description: One-time conversion that rewrites every
      *file carrying an employee number from the old three-digit
      *layouts into the five-digit layouts the salary system now
      *reads - A4.dat, A5.dat, the HR headcount feed, the merit and
      *overrun-approval files, the department master (manager
      *employee number), the salary history, the staged next-cycle
      *and new-hire masters, and any off-cycle or master-maintenance
      *transactions still waiting to be applied. The number is
      *widened in place with two leading zeros, so employee 101
      *becomes 00101 and every other column simply moves two to the
      *right. Each file is read through once to prove every record is
      *the old length with a numeric employee number before anything
      *is touched; the original is then saved as
      *A4-PreConvert-<file> and the file rewritten from that copy.
      *A file already in the five-digit layout is left alone, so the
      *job can safely be run again. Every record converted is listed
      *on A4-EmpNoConvert.out with its old and new employee number.
      *
       environment division.
      *
       input-output section.
       file-control.
      *
      *every file in ws-conv-table goes through these two - 100-
      *convert-one-file builds both names, and the varying records
      *hand back each line's real length
           select source-file
               assign to ws-source-filename
               organization is line sequential
               file status is ws-source-file-status.

           select target-file
               assign to ws-target-filename
               organization is line sequential
               file status is ws-target-file-status.

           select convert-report-file
               assign to "../../../A4-SalaryReport/A4-EmpNoConvert.out"
               organization is line sequential.

      *
       data division.
       file section.

       fd source-file
           data record is source-rec
           record is varying in size from 0 to 250 characters
               depending on ws-source-rec-len.
      *
       01 source-rec pic x(250).

       fd target-file
           data record is target-rec
           record is varying in size from 0 to 250 characters
               depending on ws-target-rec-len.
      *
       01 target-rec pic x(250).

       fd convert-report-file
           data record is convert-line
           record contains 150 characters.
      *
       01 convert-line pic x(150).

      *
       working-storage section.
      *
       77 ws-true-cnst pic x value "Y".
       77 ws-false-cnst pic x value "N".
       77 ws-one-cnst pic 9 value 1.
       77 ws-conv-max-cnst pic 99 value 13.
       77 ws-widen-cnst pic 9 value 2.
       77 ws-failed-return-cnst pic 9 value 8.

       01 ws-current-date.
         05 ws-current-date-yyyymmdd pic 9(8).

       01 ws-source-filename pic x(80).
       01 ws-target-filename pic x(80).
       01 ws-source-file-status pic xx.
       01 ws-target-file-status pic xx.
       01 ws-source-rec-len pic 9(4) comp.
       01 ws-target-rec-len pic 9(4) comp.
       01 ws-source-eof-flag pic x value "n".

      *one entry per file to convert, filled by 010-load-conv-table -
      *the old layout's record length and the column the three-digit
      *employee number starts in
       01 ws-conv-table.
         05 ws-conv-entry occurs 13 times.
           10 ws-ct-name pic x(30).
           10 ws-ct-max-len pic 9(3).
           10 ws-ct-empno-col pic 9(3).
           10 ws-ct-required pic x.
             88 ws-ct-is-required value "Y".
             88 ws-ct-is-optional value "N".

       01 ws-conv-work.
         05 ws-conv-idx pic 99 comp.
         05 ws-conv-record-count pic 9(7).
         05 ws-conv-old-count pic 9(7).
         05 ws-conv-new-count pic 9(7).
         05 ws-conv-bad-count pic 9(7).
         05 ws-conv-first-bad pic 9(7).
         05 ws-conv-written-count pic 9(7).
         05 ws-conv-col pic 9(3) comp.
         05 ws-conv-head-len pic 9(3) comp.
         05 ws-conv-tail-len pic 9(3) comp.
         05 ws-conv-new-col pic 9(3) comp.
         05 ws-conv-copy-return-code pic 9(4).
         05 ws-conv-old-empno pic 9(3).
         05 ws-conv-new-empno pic 9(5).

       01 ws-conv-result-switch pic x value "S".
         88 ws-conv-was-skipped value "S".
         88 ws-conv-is-ready value "R".
         88 ws-conv-was-done value "D".
         88 ws-conv-has-failed value "F".

       01 ws-run-counts.
         05 ws-files-converted-count pic 9(3) value 0.
         05 ws-files-skipped-count pic 9(3) value 0.
         05 ws-files-failed-count pic 9(3) value 0.
         05 ws-records-converted-count pic 9(7) value 0.

       01 ws-convert-title.
         05 filler pic x(40) value
             "EMPLOYEE NUMBER 5-DIGIT CONVERSION      ".
         05 filler pic x(10) value "RUN DATE: ".
         05 ws-ct-run-date pic 9(8).

       01 ws-record-header.
         05 filler pic x(28) value "FILE".
         05 filler pic x(10) value "   RECORD".
         05 filler pic x(10) value "  OLD EMP".
         05 filler pic x(10) value "  NEW EMP".
         05 filler pic x(10) value "  OLD LEN".
         05 filler pic x(10) value "  NEW LEN".

       01 ws-record-line.
         05 ws-rl-name pic x(28).
         05 filler pic x(2) value spaces.
         05 ws-rl-record-number pic z(6)9.
         05 filler pic x(5) value spaces.
         05 ws-rl-old-empno pic 9(3).
         05 filler pic x(5) value spaces.
         05 ws-rl-new-empno pic 9(5).
         05 filler pic x(7) value spaces.
         05 ws-rl-old-len pic zz9.
         05 filler pic x(7) value spaces.
         05 ws-rl-new-len pic zz9.

       01 ws-file-header.
         05 filler pic x(28) value "FILE".
         05 filler pic x(9) value "PRESENT".
         05 filler pic x(9) value "  RECORDS".
         05 filler pic x(9) value "  OLD FMT".
         05 filler pic x(9) value "  NEW FMT".
         05 filler pic x(10) value "  1ST BAD".
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "RESULT".

       01 ws-file-line.
         05 ws-fl-name pic x(28).
         05 ws-fl-present pic x(7).
         05 filler pic x(2) value spaces.
         05 ws-fl-record-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-fl-old-count pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-fl-new-count pic z(6)9.
         05 filler pic x(3) value spaces.
         05 ws-fl-first-bad pic z(6)9.
         05 filler pic x(2) value spaces.
         05 ws-fl-result pic x(70).

       01 ws-file-summary.
         05 ws-fs-line occurs 13 times pic x(150).

       01 ws-total-line-1.
         05 filler pic x(20) value "FILES CONVERTED:    ".
         05 ws-tl-converted pic zz9.
         05 filler pic x(5) value spaces.
         05 filler pic x(20) value "FILES LEFT ALONE:   ".
         05 ws-tl-skipped pic zz9.
         05 filler pic x(5) value spaces.
         05 filler pic x(20) value "FILES NOT CONVERTED:".
         05 ws-tl-failed pic zz9.

       01 ws-total-line-2.
         05 filler pic x(20) value "RECORDS CONVERTED:  ".
         05 ws-tl-records pic z(6)9.

       procedure division.
       000-main.
      *
           accept ws-current-date-yyyymmdd from date yyyymmdd.

           display "A4-EMPNOCONVERT - EMPLOYEE NUMBER 5-DIGIT CONVERSION
      -    "".

           open output convert-report-file.

           move ws-current-date-yyyymmdd to ws-ct-run-date.

           write convert-line from ws-convert-title.
           write convert-line from " ".
           write convert-line from ws-record-header.
           write convert-line from " ".

           perform 010-load-conv-table.

           perform 100-convert-one-file
             varying ws-conv-idx from 1 by 1
             until ws-conv-idx > ws-conv-max-cnst.

           perform 400-write-summary.

           close convert-report-file.

           display "FILES CONVERTED: " ws-files-converted-count
               "  LEFT ALONE: " ws-files-skipped-count
               "  NOT CONVERTED: " ws-files-failed-count.

           if ws-files-failed-count > 0
               move ws-failed-return-cnst to return-code
           end-if.

           stop run.
      *
      *the old lengths are the record lengths the batch and its
      *utilities read before the employee number was widened (a
      *line may be shorter, written without its trailing spaces);
      *every layout but the department master starts with the number
       010-load-conv-table.
      *
           move "A4.dat" to ws-ct-name (1).
           move 41 to ws-ct-max-len (1).
           move 1 to ws-ct-empno-col (1).
           move ws-true-cnst to ws-ct-required (1).

           move "A5.dat" to ws-ct-name (2).
           move 50 to ws-ct-max-len (2).
           move 1 to ws-ct-empno-col (2).
           move ws-true-cnst to ws-ct-required (2).

           move "A4-HRHeadcount.dat" to ws-ct-name (3).
           move 23 to ws-ct-max-len (3).
           move 1 to ws-ct-empno-col (3).
           move ws-true-cnst to ws-ct-required (3).

           move "A4-MeritRating.dat" to ws-ct-name (4).
           move 4 to ws-ct-max-len (4).
           move 1 to ws-ct-empno-col (4).
           move ws-false-cnst to ws-ct-required (4).

           move "A4-OverrunApproval.dat" to ws-ct-name (5).
           move 29 to ws-ct-max-len (5).
           move 1 to ws-ct-empno-col (5).
           move ws-false-cnst to ws-ct-required (5).

      *    code 4, name 20 and manager name 15 come ahead of the
      *    manager's employee number
           move "A4-DeptMaster.dat" to ws-ct-name (6).
           move 66 to ws-ct-max-len (6).
           move 40 to ws-ct-empno-col (6).
           move ws-true-cnst to ws-ct-required (6).

           move "A4-SalaryHistory.dat" to ws-ct-name (7).
           move 71 to ws-ct-max-len (7).
           move 1 to ws-ct-empno-col (7).
           move ws-false-cnst to ws-ct-required (7).

           move "A4-Next.dat" to ws-ct-name (8).
           move 41 to ws-ct-max-len (8).
           move 1 to ws-ct-empno-col (8).
           move ws-false-cnst to ws-ct-required (8).

           move "A5-Next.dat" to ws-ct-name (9).
           move 50 to ws-ct-max-len (9).
           move 1 to ws-ct-empno-col (9).
           move ws-false-cnst to ws-ct-required (9).

           move "A4-NewHire.dat" to ws-ct-name (10).
           move 41 to ws-ct-max-len (10).
           move 1 to ws-ct-empno-col (10).
           move ws-false-cnst to ws-ct-required (10).

           move "A5-NewHire.dat" to ws-ct-name (11).
           move 50 to ws-ct-max-len (11).
           move 1 to ws-ct-empno-col (11).
           move ws-false-cnst to ws-ct-required (11).

           move "A4-OffCycleTrans.dat" to ws-ct-name (12).
           move 42 to ws-ct-max-len (12).
           move 1 to ws-ct-empno-col (12).
           move ws-false-cnst to ws-ct-required (12).

      *    a pending maintenance transaction starts with its A/C/D
      *    code, then the employee number
           move "A4-MasterMaintTrans.dat" to ws-ct-name (13).
           move 65 to ws-ct-max-len (13).
           move 2 to ws-ct-empno-col (13).
           move ws-false-cnst to ws-ct-required (13).
      *
      *a file is converted only when every record passed 110 as the
      *old layout; a file whose records are all two longer is already
      *converted and is left alone, and anything else - a mix, a
      *wrong length, a non-numeric employee number - stops that file
      *with the original untouched
       100-convert-one-file.
      *
           move spaces to ws-source-filename.
           string "../../../A4-SalaryReport/" delimited by size
               ws-ct-name (ws-conv-idx) delimited by space
               into ws-source-filename
           end-string.

           move 0 to ws-conv-record-count.
           move 0 to ws-conv-old-count.
           move 0 to ws-conv-new-count.
           move 0 to ws-conv-bad-count.
           move 0 to ws-conv-first-bad.
           move 0 to ws-conv-written-count.

           move ws-ct-name (ws-conv-idx) to ws-fl-name.
           move "S" to ws-conv-result-switch.

           move spaces to ws-source-file-status.
           open input source-file.

           if ws-source-file-status = "00"
               move "YES" to ws-fl-present
               move spaces to ws-source-eof-flag

      *        the record area is cleared before every read so the
      *        columns past a short line's end never hold what an
      *        earlier, longer line left there
               move spaces to source-rec
               read source-file
                   at end
                       move ws-true-cnst to ws-source-eof-flag
               end-read

               perform 110-check-one-record
                 until ws-source-eof-flag = ws-true-cnst

               close source-file

               evaluate true
                   when ws-conv-bad-count > 0
                       move "F" to ws-conv-result-switch
                       move "NOT CONVERTED - BAD RECORDS" to
                           ws-fl-result
                   when ws-conv-record-count = 0
                       move "LEFT ALONE - FILE IS EMPTY" to
                           ws-fl-result
                   when ws-conv-new-count = ws-conv-record-count
                       move "LEFT ALONE - ALREADY CONVERTED" to
                           ws-fl-result
                   when ws-conv-old-count = ws-conv-record-count
                       move "R" to ws-conv-result-switch
                   when other
                       move "F" to ws-conv-result-switch
                       move "NOT CONVERTED - OLD AND NEW MIXED" to
                           ws-fl-result
               end-evaluate
           else
               move "NO" to ws-fl-present

               evaluate true
                   when ws-source-file-status not = "35"
                       move "F" to ws-conv-result-switch
                       move spaces to ws-fl-result
                       string "NOT CONVERTED - CANNOT OPEN, STATUS "
                               delimited by size
                           ws-source-file-status delimited by size
                           into ws-fl-result
                       end-string
                   when ws-ct-is-required (ws-conv-idx)
                       move "F" to ws-conv-result-switch
                       move "NOT CONVERTED - FILE IS MISSING" to
                           ws-fl-result
                   when other
                       move "LEFT ALONE - NOT PRESENT" to ws-fl-result
               end-evaluate
           end-if.

           if ws-conv-is-ready
               perform 200-rewrite-file
           end-if.

           evaluate true
               when ws-conv-was-done
                   add ws-one-cnst to ws-files-converted-count
               when ws-conv-has-failed
                   add ws-one-cnst to ws-files-failed-count
               when other
                   add ws-one-cnst to ws-files-skipped-count
           end-evaluate.

           perform 120-store-file-line.
      *
      *
      *in every old layout the two columns after the employee number
      *start a name, a code or the end of the record, never two
      *digits, so five digits where the number starts can only mean
      *a record already widened
       110-check-one-record.
      *
           add ws-one-cnst to ws-conv-record-count.

           move ws-ct-empno-col (ws-conv-idx) to ws-conv-col.

           evaluate true
               when source-rec (ws-conv-col:5) is numeric
                and ws-source-rec-len not >
                    ws-ct-max-len (ws-conv-idx) + ws-widen-cnst
                   add ws-one-cnst to ws-conv-new-count
               when source-rec (ws-conv-col:3) is numeric
                and ws-source-rec-len not > ws-ct-max-len (ws-conv-idx)
                   add ws-one-cnst to ws-conv-old-count
               when other
                   add ws-one-cnst to ws-conv-bad-count
                   if ws-conv-first-bad = 0
                       move ws-conv-record-count to ws-conv-first-bad
                   end-if
           end-evaluate.

           move spaces to source-rec.
           read source-file
               at end
                   move ws-true-cnst to ws-source-eof-flag.
      *
      *the per-file results are held until the record listing is
      *done, so the report lists every converted record first and
      *the file-by-file outcome underneath - 400 prints them
       120-store-file-line.
      *
           move ws-conv-record-count to ws-fl-record-count.
           move ws-conv-old-count to ws-fl-old-count.
           move ws-conv-new-count to ws-fl-new-count.
           move ws-conv-first-bad to ws-fl-first-bad.

           move ws-file-line to ws-fs-line (ws-conv-idx).
      *
      *the original is saved whole before it is rewritten, so a
      *conversion that fails part way leaves the old file to go back
      *to; the rewrite then reads that saved copy
       200-rewrite-file.
      *
           move spaces to ws-target-filename.
           string "../../../A4-SalaryReport/A4-PreConvert-"
                   delimited by size
               ws-ct-name (ws-conv-idx) delimited by space
               into ws-target-filename
           end-string.

           call "CBL_COPY_FILE" using ws-source-filename
               ws-target-filename.

           if return-code not = 0
               move return-code to ws-conv-copy-return-code
               move "F" to ws-conv-result-switch
               move spaces to ws-fl-result
               string "NOT CONVERTED - BACKUP FAILED, CODE "
                       delimited by size
                   ws-conv-copy-return-code delimited by size
                   into ws-fl-result
               end-string
           else
               move ws-source-filename to ws-target-filename
               move spaces to ws-source-filename
               string "../../../A4-SalaryReport/A4-PreConvert-"
                       delimited by size
                   ws-ct-name (ws-conv-idx) delimited by space
                   into ws-source-filename
               end-string

               open input source-file
               move spaces to ws-target-file-status
               open output target-file

               if ws-target-file-status not = "00"
                   move "F" to ws-conv-result-switch
                   move spaces to ws-fl-result
                   string "NOT CONVERTED - CANNOT OPEN FOR OUTPUT, "
                           delimited by size
                       "STATUS " delimited by size
                       ws-target-file-status delimited by size
                       into ws-fl-result
                   end-string
                   close source-file
               else
                   move spaces to ws-source-eof-flag

                   read source-file
                       at end
                           move ws-true-cnst to ws-source-eof-flag
                   end-read

                   move "D" to ws-conv-result-switch

                   perform 210-convert-one-record
                     until ws-source-eof-flag = ws-true-cnst

                   close source-file, target-file

      *            a rewrite that stopped part way is put back from the
      *            saved copy, so the file is either converted or as it
      *            was - if even that fails the report says where the
      *            saved copy is
                   if ws-conv-was-done
                       move "CONVERTED" to ws-fl-result
                   else
                       call "CBL_COPY_FILE" using ws-source-filename
                           ws-target-filename
                       if return-code not = 0
                           move "F" to ws-conv-result-switch
                           move spaces to ws-fl-result
                           string "RESTORE FAILED - RECOVER FROM "
                                   delimited by size
                               "A4-PreConvert-" delimited by size
                               ws-ct-name (ws-conv-idx)
                                   delimited by space
                               into ws-fl-result
                           end-string
                       end-if
                   end-if
               end-if
           end-if.
      *
      *the employee number gets two leading zeros where it stands;
      *whatever is ahead of it and behind it is carried across
      *unchanged, two columns further right for what is behind
       210-convert-one-record.
      *
           add ws-one-cnst to ws-conv-written-count.

           move ws-ct-empno-col (ws-conv-idx) to ws-conv-col.
           compute ws-conv-head-len = ws-conv-col - ws-one-cnst.
           compute ws-conv-tail-len =
               ws-source-rec-len - ws-conv-head-len.
           compute ws-conv-new-col = ws-conv-col + ws-widen-cnst.
           compute ws-target-rec-len =
               ws-source-rec-len + ws-widen-cnst.

           move spaces to target-rec.

           if ws-conv-head-len > 0
               move source-rec (1:ws-conv-head-len) to
                   target-rec (1:ws-conv-head-len)
           end-if.

           move "00" to target-rec (ws-conv-col:ws-widen-cnst).
           move source-rec (ws-conv-col:ws-conv-tail-len) to
               target-rec (ws-conv-new-col:ws-conv-tail-len).

           write target-rec.

           if ws-target-file-status not = "00"
               move "F" to ws-conv-result-switch
               move spaces to ws-fl-result
               string "NOT CONVERTED - WRITE FAILED, STATUS "
                       delimited by size
                   ws-target-file-status delimited by size
                   into ws-fl-result
               end-string
               move ws-true-cnst to ws-source-eof-flag
           else
               add ws-one-cnst to ws-records-converted-count

               move source-rec (ws-conv-col:3) to ws-conv-old-empno
               move target-rec (ws-conv-col:5) to ws-conv-new-empno

               move ws-ct-name (ws-conv-idx) to ws-rl-name
               move ws-conv-written-count to ws-rl-record-number
               move ws-conv-old-empno to ws-rl-old-empno
               move ws-conv-new-empno to ws-rl-new-empno
               move ws-source-rec-len to ws-rl-old-len
               move ws-target-rec-len to ws-rl-new-len

               write convert-line from ws-record-line

               read source-file
                   at end
                       move ws-true-cnst to ws-source-eof-flag
               end-read
           end-if.
      *
       400-write-summary.
      *
           write convert-line from " ".
           write convert-line from ws-file-header.
           write convert-line from " ".

           perform 410-write-one-file-line
             varying ws-conv-idx from 1 by 1
             until ws-conv-idx > ws-conv-max-cnst.

           write convert-line from " ".

           move ws-files-converted-count to ws-tl-converted.
           move ws-files-skipped-count to ws-tl-skipped.
           move ws-files-failed-count to ws-tl-failed.
           move ws-records-converted-count to ws-tl-records.

           write convert-line from ws-total-line-1.
           write convert-line from ws-total-line-2.
      *
       410-write-one-file-line.
      *
           write convert-line from ws-fs-line (ws-conv-idx).

       end program A4-EmpNoConvert.
