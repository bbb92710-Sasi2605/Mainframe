      *----------------------------------------------------------------
      * SUBJCAT - SUBJECT CATALOG RECORD.  ONE RECORD PER SUBJECT CODE
      * OFFERED, CARRYING ITS TITLE, CREDIT HOURS, UP TO THREE
      * PREREQUISITE SUBJECT CODES, AND THE MOST STUDENTS ONE CLASS-
      * SECTION MAY HAVE ENROLLED IN IT.  STUDENT-MAINT'S ENROLL
      * ACTION REJECTS A SUBJECT NOT ON THE CATALOG, A PREREQUISITE
      * WITH NO PASS ON GRDHIST, AND A FULL SECTION; GRADE-EVAL AND
      * THE RANKING REPORT WEIGHT THE TERM GPA BY THE CREDIT HOURS.
      *----------------------------------------------------------------
       01 SUBJECT-CATALOG-REC.
          05 CG-SUBJECT-CODE       PIC X(06).
          05 CG-TITLE              PIC X(30).
          05 CG-CREDIT-HOURS       PIC 9(02).
      *    PREREQUISITE SUBJECT CODES - SPACES IN AN UNUSED SLOT.
          05 CG-PREREQ-CODE        PIC X(06) OCCURS 3 TIMES.
      *    MOST ENROLLMENTS PER CLASS-SECTION FOR THE TERM - ZERO
      *    MEANS NO LIMIT.
          05 CG-SECTION-CAPACITY   PIC 9(04).
