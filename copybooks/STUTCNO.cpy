      *----------------------------------------------------------------
      * STUTCNO - TRANSFER CERTIFICATE NUMBER CONTROL RECORD.  ONE
      * RECORD CARRYING THE LAST CERTIFICATE NUMBER ISSUED AND THE
      * BUSINESS DATE IT WAS ISSUED ON.  THE LEAVERS RUN NUMBERS EACH
      * NEW CERTIFICATE FROM HERE AND REWRITES THE RECORD AT CLOSE; A
      * MISSING FILE STARTS THE NUMBERING AT 1.
      *----------------------------------------------------------------
       01 STUDENT-TC-CONTROL-REC.
          05 TN-LAST-TC-NUMBER     PIC 9(06).
          05 TN-LAST-ISSUE-DATE    PIC 9(08).
