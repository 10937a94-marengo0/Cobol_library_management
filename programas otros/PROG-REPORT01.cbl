       DATE-WRITTEN.              28/1/2023.

      *MODIFICATIONS.
      *15/10/2026 - ROSTER-LINE CARRIES THE BRANCH OF THE SHIFT,
      *  APPENDED BY MANT-PLANTEL. COVERAGE STILL COUNTS ALL
      *  BRANCHES TOGETHER.
      *02/09/2026 - ADDED THE DATED ROSTER COVERAGE REPORT (OPTION
      *  4): READS PLANTEL.DAT (ONE LINE PER EMPLOYEE AND DATE KEPT
      *  BY MANT-PLANTEL, "T" WORKED WITH A SHIFT CODE, "A" ABSENT
               88 ROS-ABSENT      VALUE "A".
           05 ROS-SHIFT           PIC X.
           05 ROS-REASON          PIC X(3).
           05 ROS-BRANCH          PIC X(3).

       FD CLOSED-DAYS.
       01 CLOSED-LINE.
