      *----------------------------------------------------------------
      * ELECCTL - ELECTIVE ALLOTMENT CONTROL RECORD.  AN 'S' CARD
      * GIVES THE SEATS OFFERED IN ONE ELECTIVE SUBJECT FOR THE TERM;
      * AN OPTIONAL 'T' CARD NAMES THE TERM BEING ALLOTTED (YYYYMM),
      * WHICH OTHERWISE IS THE BUSINESS DATE'S TERM.
      *----------------------------------------------------------------
       01 ELECTIVE-CONTROL-REC.
          05 EC-RECORD-TYPE        PIC X(01).
             88 EC-IS-SUBJECT              VALUE 'S'.
             88 EC-IS-TERM                 VALUE 'T'.
          05 EC-CODE               PIC X(06).
          05 EC-SEATS              PIC 9(04).
