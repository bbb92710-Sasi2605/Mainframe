      * OPERMSTR - OPERATOR SECURITY MASTER.  ONE RECORD PER OPERATOR
      * WHO MAY SIGN ON TO UTIL-MENU.  THE PERMISSION FLAGS LINE UP
      * ONE-FOR-ONE WITH THE MENU CHOICE NUMBERS - 'Y' MEANS THE
      * OPERATOR MAY RUN THAT CHOICE.  CHOICES 1-40 TAKE THE FIRST
      * BLOCK OF FLAGS; CHOICES 41-60 TAKE THE SECOND BLOCK AT THE END
      * OF THE RECORD, ADDED WHEN THE FIRST BLOCK FILLED.  RECORDS ARE
      * MAINTAINED ONLY THROUGH SECURITY-ADMIN SO EVERY CHANGE IS
      * AUDITED ON THE SHARED AUDIT LOG - EXCEPT THE SIGN-ON FIELDS
      * AT THE END (FAILURE COUNT, LOCK, LAST SIGN-ON, AND THE
      * OPERATOR'S OWN PASSWORD CHANGE), WHICH UTIL-MENU KEEPS.
      * THE PASSWORD IS HELD ONLY AS THE ONE-WAY HASH PASSWORD-CHECK
      * RETURNS; NOTHING ON THE RECORD GIVES THE PASSWORD BACK.
      *----------------------------------------------------------------
       01 OPERATOR-MASTER-REC.
          05 OM-OPERATOR-ID         PIC X(08).
      *    CLEAR-TEXT PASSWORD OF A RECORD KEYED BEFORE PASSWORDS
      *    WERE HASHED.  READ ONLY TO CONVERT SUCH A RECORD; ALWAYS
      *    WRITTEN BLANK.
          05 OM-PASSWORD            PIC X(08).
          05 OM-STATUS              PIC X(01).
             88 OM-IS-ACTIVE               VALUE 'A'.
             88 OM-IS-DISABLED             VALUE 'D'.
             88 OM-IS-LOCKED               VALUE 'L'.
          05 OM-ADMIN-SW            PIC X(01).
             88 OM-IS-ADMIN                VALUE 'Y'.
          05 OM-PERMISSIONS.
             10 OM-PERM-FLAG        PIC X(01) OCCURS 40 TIMES.
      *    LARGEST FEE WAIVER THE OPERATOR MAY GRANT ON A DISPUTE
      *    WITHOUT A SECOND PAIR OF EYES - DISPUTE-MAINT SENDS A
      *    BIGGER WAIVER TO APPROVAL-REVIEW.  BLANK ON A RECORD KEYED
      *    BEFORE THE FIELD EXISTED, WHICH COUNTS AS ZERO, SO EVERY
      *    WAIVER THAT OPERATOR GRANTS IS REVIEWED.
          05 OM-WAIVE-LIMIT         PIC 9(7)V99.
      *    PERMISSION FLAGS FOR MENU CHOICES 41-60.  BLANK ON A RECORD
      *    KEYED BEFORE THE BLOCK EXISTED, WHICH REFUSES THOSE CHOICES
      *    UNTIL SECURITY-ADMIN GRANTS THEM.
          05 OM-MORE-PERMISSIONS.
             10 OM-MORE-PERM-FLAG   PIC X(01) OCCURS 20 TIMES.
      *    SIGN-ON CONTROL.  THE CURRENT PASSWORD HASH, THE DATE IT
      *    WAS SET, AND THE HASHES OF THE NINE BEFORE IT (MOST RECENT
      *    FIRST) SO AN OLD PASSWORD CANNOT BE TAKEN AGAIN.  'Y' IN
      *    OM-PWD-CHANGE-SW FORCES A CHANGE AT THE NEXT SIGN-ON - SET
      *    WHEN SECURITY-ADMIN KEYS OR RESETS A PASSWORD.  FAILED
      *    SIGN-ONS COUNT UP TO THE POLICY LIMIT, WHICH LOCKS THE
      *    OPERATOR (STATUS 'L') UNTIL SECURITY-ADMIN RELEASES IT.
      *    ALL BLANK ON A RECORD KEYED BEFORE THE FIELDS EXISTED.
          05 OM-PASSWORD-HASH       PIC X(18).
          05 OM-PWD-CHANGED-DATE    PIC 9(08).
          05 OM-PWD-CHANGE-SW       PIC X(01).
             88 OM-PWD-MUST-CHANGE         VALUE 'Y'.
          05 OM-FAILED-SIGNONS      PIC 9(02).
          05 OM-LAST-SIGNON-DATE    PIC 9(08).
          05 OM-PWD-HISTORY.
             10 OM-PREV-HASH        PIC X(18) OCCURS 9 TIMES.
