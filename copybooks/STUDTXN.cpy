      *      ENROLLMENT FILE, NOT THE MASTER RECORD.
             88 ST-ACTION-IS-ENROLL        VALUE 'E'.
             88 ST-ACTION-IS-WITHDRAW      VALUE 'W'.
      *      LEAVER - MARKS THE STUDENT AS LEFT AS OF THE BUSINESS
      *      DATE WITH ST-REASON-CODE AS THE LEAVING REASON, AND
      *      WITHDRAWS EVERY OPEN ENROLLMENT FOR THE TERM.  ONLY
      *      ST-ROLL-NO AND ST-REASON-CODE ARE MEANINGFUL.
             88 ST-ACTION-IS-LEAVE         VALUE 'L'.
          05 ST-ROLL-NO            PIC X(06).
          05 ST-NAME               PIC X(20).
          05 ST-MARKS              PIC 9(03).
      *    SHOWS THE RECORD'S SECOND PASS.  SPACE ON A FIRST-PASS
      *    TRANSACTION.
          05 ST-RESUBMIT-SW        PIC X(01).
      *    REASON CODE - MEANINGFUL ONLY ON AN 'R' RE-EVALUATION
      *    (E.G. AP = APPEAL, RM = RE-MARK, CL = CLERICAL CORRECTION)
      *    OR AN 'L' LEAVER (TC = TRANSFER OUT, WD = WITHDRAWN,
      *    EX = EXPELLED).
          05 ST-REASON-CODE        PIC X(02).
      *    CLASS AND SECTION - CARRIED TO SU-CLASS-SECTION ON ADD
      *    AND CHANGE.  SPACES ON AN OLDER TRANSACTION RECORD.
