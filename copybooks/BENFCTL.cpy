      *----------------------------------------------------------------
      * BENFCTL - LEADING-DIGIT ANALYSIS CONTROL CARD.  ONE CARD NAMES
      * THE MONEY FILE BENFORD-ANALYSIS TESTS AND, OPTIONALLY, THE
      * SMALLEST AMOUNT TESTED, HOW MANY OVER-REPRESENTED FIRST-TWO-
      * DIGIT GROUPS ARE LISTED, AND HOW MANY RECORDS ARE LISTED
      * BEHIND EACH GROUP.  A BLANK OR ZERO OPTIONAL FIELD TAKES THE
      * DEFAULT - 10.00, 5 GROUPS, 25 RECORDS.
      *----------------------------------------------------------------
       01 BENFORD-CONTROL-REC.
          05 BF-SOURCE             PIC X(08).
             88 BF-SOURCE-IS-PAYHIST       VALUE 'PAYHIST '.
             88 BF-SOURCE-IS-FEES          VALUE 'FEETXN  '.
             88 BF-SOURCE-IS-SUSPENSE      VALUE 'PAYSUSP '.
             88 BF-SOURCE-IS-GL            VALUE 'GLEXTRCT'.
          05 FILLER                PIC X(01).
          05 BF-MIN-AMOUNT         PIC 9(5)V99.
          05 FILLER                PIC X(01).
          05 BF-TOP-GROUPS         PIC 9(02).
          05 FILLER                PIC X(01).
          05 BF-LIST-LIMIT         PIC 9(03).
