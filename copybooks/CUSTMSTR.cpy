          05 CU-ADDR-1             PIC X(30).
          05 CU-ADDR-2             PIC X(30).
          05 CU-ADDR-3             PIC X(30).
      *    ADDRESS STATUS - SET TO 'B' BY RETURNED-MAIL WHEN A MAILING
      *    COMES BACK UNDELIVERABLE, WITH THE DATE IT CAME BACK AND
      *    THE KIND OF MAILING THAT WAS RETURNED.  WHILE FLAGGED THE
      *    NOTICE AND STATEMENT RUNS WRITE THE CUSTOMER'S ITEMS TO THE
      *    HELDMAIL FILE INSTEAD OF PRINTING THEM.  A CUSTOMER-MAINT
      *    ADDRESS CHANGE CLEARS ALL THREE.  SPACES/ZERO ON A RECORD
      *    WRITTEN BEFORE THE FIELDS EXISTED - A GOOD ADDRESS.
          05 CU-ADDR-STATUS        PIC X(01).
             88 CU-ADDRESS-IS-BAD          VALUE 'B'.
          05 CU-BAD-ADDR-DATE      PIC 9(08).
          05 CU-RETURNED-MAIL-TYPE PIC X(01).
