      *----------------------------------------------------------------
      * MKENTRY - KEYED MARKS ENTRY RECORD.  THE MARK SHEETS ARE
      * KEYED TWICE, BY TWO DIFFERENT OPERATORS, INTO TWO SEPARATE
      * FILES OF THESE RECORDS (MKENTRYA AND MKENTRYB); THE MARKS
      * VERIFICATION RUN COMPARES THEM BY ROLL NUMBER AND SUBJECT
      * BEFORE ANY MARK GOES TO STUDENT-MAINT.
      *----------------------------------------------------------------
       01 MARKS-ENTRY-REC.
          05 MX-OPERATOR-ID        PIC X(08).
          05 MX-ROLL-NO            PIC X(06).
          05 MX-SUBJECT-CODE       PIC X(06).
          05 MX-MARKS              PIC 9(03).
          05 MX-INTERNAL-MARKS     PIC 9(03).
