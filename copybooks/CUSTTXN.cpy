      *    OLDER TRANSACTION RECORD - THE ADD/CHANGE/DELETE ACTIONS
      *    NEVER LOOK AT IT.
          05 CN-ACCT-NO            PIC X(06).
      *    COMPLIANCE OFFICER WHO CLEARED THE TRANSACTION'S SANCTIONS
      *    HIT - SET ONLY BY SANCTIONS-REVIEW ON THE COPY IT RELEASES,
      *    WHICH CUSTOMER-MAINT THEN APPLIES WITHOUT SCREENING AGAIN.
      *    SPACES ON EVERY KEYED TRANSACTION.
          05 CN-CLEARED-BY         PIC X(08).
