
       fd approval-status-file
           data record is approval-rec
           record contains 31 characters.
      *
       01 approval-rec.
         05 appr-employee-number pic 9(5).
         05 appr-report pic x(2).
         05 appr-status pic x.
         05 appr-reviewer-name pic x(15).
      *overrun-line is parsed into this group the same way
      *A4-SalaryReport's ws-overrun-line built it in the first place
       01 ws-overrun-detail.
         05 ws-ovr-employee-number pic 9(5).
         05 filler pic x(2).
         05 ws-ovr-employee-name pic x(15).
         05 filler pic x(2).
