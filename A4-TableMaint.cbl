      *style of A4-OverrunApproval, for the three fixed-layout control
      *files the A4-SalaryReport batch loads at startup: A4-Rates.dat
      *(37 columns), A4-SalaryBands.dat (22 columns) and
      *A4-DeptMaster.dat (68 columns). Lists, adds and edits entries
      *with field-level validation - rate bracket ranges must tile
      *with no gaps or overlaps, a band's minimum salary must be
      *below its maximum, and department codes must be unique - so a

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

      *
       working-storage section.
           10 ws-dm-tbl-code pic x(4).
           10 ws-dm-tbl-name pic x(20).
           10 ws-dm-tbl-manager-name pic x(15).
           10 ws-dm-tbl-manager-empno pic 9(5).
           10 ws-dm-tbl-cc-owner pic x(15).
           10 ws-dm-tbl-merit-pool pic 9(7)v99.

       01 ws-deptmast-work.
         05 ws-dm-wk-code pic x(4).
         05 ws-dm-wk-name pic x(20).
         05 ws-dm-wk-manager-name pic x(15).
         05 ws-dm-wk-manager-empno pic 9(5).
         05 ws-dm-wk-cc-owner pic x(15).
         05 ws-dm-wk-merit-pool pic 9(7)v99.

       01 ws-deptmast-list-line.
         05 ws-dml-entry-number pic z9.
         05 filler pic x(2) value spaces.
         05 ws-dml-manager-name pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-dml-manager-empno pic 9(5).
         05 filler pic x(2) value spaces.
         05 ws-dml-cc-owner pic x(15).
         05 filler pic x(2) value spaces.
         05 ws-dml-merit-pool pic z,zzz,zz9.99.

      *ws-scan-idx walks the table being validated or listed and
      *ws-dup-idx is the inner index of the duplicate-code check
                   ws-dm-tbl-manager-empno (ws-deptmast-count)
               move deptmast-cost-center-owner to
                   ws-dm-tbl-cc-owner (ws-deptmast-count)
               move deptmast-merit-pool to
                   ws-dm-tbl-merit-pool (ws-deptmast-count)
           else
               display "EDITOR TABLE FULL - ADDITIONAL DEPARTMENTS NOT L
      -    "OADED"
      *
           display " ".
           display " #  CODE  NAME                  MANAGER          MGR
      -    "#    COST CENTER OWNER      MERIT POOL".

           perform 531-list-one-department
             varying ws-scan-idx from 1 by 1
           move ws-dm-tbl-manager-empno (ws-scan-idx) to
               ws-dml-manager-empno.
           move ws-dm-tbl-cc-owner (ws-scan-idx) to ws-dml-cc-owner.
           move ws-dm-tbl-merit-pool (ws-scan-idx) to
               ws-dml-merit-pool.

           display ws-deptmast-list-line.
      *
           display "MANAGER NAME (15 CHARACTERS): " with no advancing.
           accept ws-dm-wk-manager-name.

           display "MANAGER EMPLOYEE NUMBER (5 DIGITS): "
               with no advancing.
           accept ws-dm-wk-manager-empno.

           display "COST CENTER OWNER (15 CHARACTERS): "
               with no advancing.
           accept ws-dm-wk-cc-owner.

      *    a zero pool leaves the department's raises unscaled
           display "MERIT POOL (9999999.99 AS 999999999, 0 = NO LIMIT):
      -    " " with no advancing.
           accept ws-dm-wk-merit-pool.
      *
       550-edit-department.
      *
           move ws-dm-wk-manager-empno to
               ws-dm-tbl-manager-empno (ws-scan-idx).
           move ws-dm-wk-cc-owner to ws-dm-tbl-cc-owner (ws-scan-idx).
           move ws-dm-wk-merit-pool to
               ws-dm-tbl-merit-pool (ws-scan-idx).
      *
       557-scan-duplicate-code.
      *
               ws-dm-wk-manager-empno.
           move ws-dm-tbl-cc-owner (ws-edit-entry-number) to
               ws-dm-wk-cc-owner.
           move ws-dm-tbl-merit-pool (ws-edit-entry-number) to
               ws-dm-wk-merit-pool.

           perform 555-validate-department.

               deptmast-manager-employee-number.
           move ws-dm-tbl-cc-owner (ws-scan-idx) to
               deptmast-cost-center-owner.
           move ws-dm-tbl-merit-pool (ws-scan-idx) to
               deptmast-merit-pool.

           write deptmast-rec.
      *
