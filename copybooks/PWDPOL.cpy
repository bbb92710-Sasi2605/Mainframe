      *----------------------------------------------------------------
      * PWDPOL - OPERATOR PASSWORD POLICY CONTROL RECORD, READ BY
      * PASSWORD-CHECK ON EVERY CALL.  ONE RECORD; A MISSING FILE OR
      * A BLANK OR ZERO FIELD TAKES THE DEFAULT SHOWN.
      *----------------------------------------------------------------
       01 PASSWORD-POLICY-REC.
      *    SHORTEST PASSWORD ACCEPTED - DEFAULT 8, NEVER BELOW 6, AND
      *    AT MOST 16, THE LONGEST A PASSWORD CAN BE KEYED.
          05 PP-MIN-LENGTH          PIC 9(02).
          05 FILLER                 PIC X(01).
      *    DAYS A PASSWORD LASTS BEFORE A CHANGE IS FORCED AT
      *    SIGN-ON - DEFAULT 90.
          05 PP-EXPIRY-DAYS         PIC 9(03).
          05 FILLER                 PIC X(01).
      *    HOW MANY OF THE OPERATOR'S LATEST PASSWORDS, THE CURRENT
      *    ONE INCLUDED, A NEW PASSWORD MAY NOT REPEAT - DEFAULT 5,
      *    AT MOST 10.
          05 PP-HISTORY-COUNT       PIC 9(02).
          05 FILLER                 PIC X(01).
      *    FAILED SIGN-ONS IN A ROW THAT LOCK THE OPERATOR - DEFAULT 5.
          05 PP-MAX-FAILURES        PIC 9(02).
          05 FILLER                 PIC X(01).
      *    DAYS WITHOUT A SIGN-ON BEFORE AN OPERATOR IS REPORTED AS
      *    DORMANT - DEFAULT 90.
          05 PP-DORMANT-DAYS        PIC 9(03).
