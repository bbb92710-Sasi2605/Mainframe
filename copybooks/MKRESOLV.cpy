      *----------------------------------------------------------------
      * MKRESOLV - MARKS DISCREPANCY RESOLUTION RECORD.  KEYED BY A
      * THIRD OPERATOR FROM THE PHYSICAL MARK SHEET FOR A ROLL NUMBER
      * AND SUBJECT THE MARKS VERIFICATION RUN LISTED AS A
      * DISCREPANCY.  THE MARKS GIVEN HERE ARE THE ONES RELEASED.  A
      * RESOLUTION KEYED BY EITHER OF THE TWO ENTRY OPERATORS IS NOT
      * ACCEPTED.
      *----------------------------------------------------------------
       01 MARKS-RESOLUTION-REC.
          05 KR-OPERATOR-ID        PIC X(08).
          05 KR-ROLL-NO            PIC X(06).
          05 KR-SUBJECT-CODE       PIC X(06).
          05 KR-MARKS              PIC 9(03).
          05 KR-INTERNAL-MARKS     PIC 9(03).
