      *----------------------------------------------------------------
      * ADMROLNO - ROLL NUMBER CONTROL RECORD.  ONE RECORD CARRYING
      * THE LAST FIVE-DIGIT ROLL NUMBER BASE ISSUED AND THE BUSINESS
      * DATE IT WAS ISSUED ON.  THE ADMISSIONS ALLOTMENT RUN NUMBERS
      * EACH ADMITTED APPLICANT FROM HERE (THE BASE PLUS ITS CHECK
      * DIGIT) AND REWRITES THE RECORD AT CLOSE; A MISSING FILE
      * STARTS THE NUMBERING AT 1, AND A BASE ALREADY ON THE STUDENT
      * MASTER IS PASSED OVER.
      *----------------------------------------------------------------
       01 ROLL-NUMBER-CONTROL-REC.
          05 RA-LAST-BASE          PIC 9(05).
          05 RA-LAST-ISSUE-DATE    PIC 9(08).
