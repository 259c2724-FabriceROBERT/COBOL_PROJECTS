      *****************************************************************
      *  HREXTR - HR employee extract record layout.
      *  One record per employee, produced nightly by HR and read by
      *  HrSync to bring HOSTS into line: name as reception knows it
      *  (the HOSTS key), department, phone extension, and whether
      *  the employee is still with the company. Leavers stay in
      *  the extract with status 'L' for the period after they go,
      *  which is what lets HrSync deactivate them.
      *****************************************************************
       01  HR-EMPLOYEE-RECORD.
           05  HR-EMP-NAME           PIC X(20).
           05  HR-EMP-DEPT           PIC X(20).
           05  HR-EMP-EXT            PIC X(04).
           05  HR-EMP-STATUS         PIC X(01).
               88  HR-EMP-ACTIVE          VALUE 'A'.
               88  HR-EMP-LEFT            VALUE 'L'.
