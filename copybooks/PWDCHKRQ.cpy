      *----------------------------------------------------------------
      * PWDCHKRQ - CALL INTERFACE FOR THE PASSWORD-CHECK SUBPROGRAM,
      * THE ONE PLACE THAT HASHES OPERATOR PASSWORDS AND OWNS THE
      * PASSWORD POLICY:
      *
      *     CALL "PASSWORD-CHECK" USING PASSWORD-CHECK-REQUEST
      *
      *   'H'  HASH PW-PASSWORD FOR PW-OPERATOR-ID INTO PW-HASH.  A
      *        SIGN-ON COMPARES PW-HASH WITH OM-PASSWORD-HASH.
      *   'N'  CHECK A NEW PASSWORD AGAINST THE LENGTH AND
      *        COMPOSITION RULES AND AGAINST PW-CURRENT-HASH AND
      *        PW-PREV-HASH (THE OPERATOR'S OM-PASSWORD-HASH AND
      *        OM-PWD-HISTORY).  PW-RESULT-SW SAYS WHETHER IT IS
      *        ACCEPTED; WHEN IT IS NOT, PW-REASON SAYS WHY FOR THE
      *        OPERATOR AND PW-REASON-CODE FOR THE AUDIT LOG.  PW-HASH
      *        COMES BACK EITHER WAY.
      *   'P'  POLICY ONLY.
      *
      * EVERY CALL RETURNS THE POLICY IN PW-POLICY.
      *----------------------------------------------------------------
       01 PASSWORD-CHECK-REQUEST.
          05 PW-FUNCTION            PIC X(01).
             88 PW-HASH-ONLY               VALUE 'H'.
             88 PW-CHECK-NEW               VALUE 'N'.
             88 PW-POLICY-ONLY             VALUE 'P'.
          05 PW-OPERATOR-ID         PIC X(08).
          05 PW-PASSWORD            PIC X(16).
          05 PW-HASH                PIC X(18).
          05 PW-CURRENT-HASH        PIC X(18).
          05 PW-PREV-HASHES.
             10 PW-PREV-HASH        PIC X(18) OCCURS 9 TIMES.
          05 PW-RESULT-SW           PIC X(01).
             88 PW-IS-ACCEPTED             VALUE 'Y'.
             88 PW-IS-REFUSED              VALUE 'N'.
          05 PW-REASON              PIC X(40).
          05 PW-REASON-CODE         PIC X(10).
          05 PW-POLICY.
             10 PW-MIN-LENGTH       PIC 9(02).
             10 PW-EXPIRY-DAYS      PIC 9(03).
             10 PW-HISTORY-COUNT    PIC 9(02).
             10 PW-MAX-FAILURES     PIC 9(02).
             10 PW-DORMANT-DAYS     PIC 9(03).
