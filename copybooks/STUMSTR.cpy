      *    ARE THE CLASS STANDING THE PROMOTION RUN BUMPS, THE THIRD
      *    THE SECTION LETTER.  SPACES ON AN OLDER MASTER RECORD.
          05 SU-CLASS-SECTION      PIC X(04).
      *    LEAVER STATUS - SPACE WHILE THE STUDENT IS ON ROLL.
      *    STUDENT-MAINT'S LEAVE ACTION SETS 'L' WITH THE LEAVING
      *    DATE AND REASON; THE LEAVERS RUN SETTLES THE FEES, ISSUES
      *    THE TRANSFER CERTIFICATE AND SETS 'S'.  A STUDENT WHO HAS
      *    LEFT IS DROPPED FROM BILLING, ROSTERS AND RANKINGS.
      *    SPACES ON AN OLDER MASTER RECORD.
          05 SU-LEAVER-SW          PIC X(01).
             88 SU-HAS-LEFT                VALUE 'L' 'S'.
             88 SU-LEFT-UNSETTLED          VALUE 'L'.
             88 SU-LEFT-SETTLED            VALUE 'S'.
          05 SU-LEFT-DATE          PIC 9(08).
      *    LEAVING REASON, FROM THE LEAVE TRANSACTION'S REASON CODE
      *    (E.G. TC = TRANSFER OUT, WD = WITHDRAWN, EX = EXPELLED).
          05 SU-LEFT-REASON        PIC X(02).
      *    TRANSFER CERTIFICATE NUMBER THE LEAVERS RUN ISSUED.
          05 SU-TC-NUMBER          PIC 9(06).
