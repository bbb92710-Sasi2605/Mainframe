      *----------------------------------------------------------------
      * MJDECIS - MANUAL JOURNAL APPROVAL ITEM.  JOURNAL-ENTRY QUEUES
      * ONE FOR EVERY JOURNAL IT SAVES, IN THE PENDING-APPROVAL
      * QUEUE'S TRANSACTION IMAGE; APPROVAL-REVIEW WRITES IT BACK OUT
      * WITH THE DECISION AND THE APPROVER TO THE JRNLDEC FILE, WHICH
      * THE NIGHT STREAM'S GL-JOURNAL-POST APPLIES TO THE JOURNAL
      * FILE AND THEN EMPTIES.  THE RECORD IS THE SAME LENGTH AS A
      * LOANMTXN RECORD AND THE JOURNAL NUMBER SITS WHERE LT-ACCT-NO
      * DOES, SO THE QUEUE AND ITS AUDIT TRAIL CARRY IT UNCHANGED.
      *----------------------------------------------------------------
       01 JOURNAL-DECISION-REC.
      *    ALWAYS 'J' - TELLS A JOURNAL APART FROM LOAN MAINTENANCE
      *    AND FEE WAIVERS ON THE APPROVAL QUEUE.
          05 JD-ACTION             PIC X(01).
             88 JD-ACTION-IS-JOURNAL       VALUE 'J'.
          05 JD-JOURNAL-NO         PIC 9(06).
          05 JD-PERIOD             PIC 9(06).
          05 JD-CURRENCY           PIC X(03).
          05 JD-TOTAL-AMOUNT       PIC 9(11)V99.
          05 JD-LINE-COUNT         PIC 9(03).
          05 JD-REVERSE-SW         PIC X(01).
          05 JD-ENTERED-BY         PIC X(08).
      *    OPERATOR WHO RELEASED OR REJECTED THE JOURNAL ON
      *    APPROVAL-REVIEW - SPACES WHILE IT IS STILL QUEUED.
          05 JD-APPROVED-BY        PIC X(08).
          05 JD-DECISION           PIC X(01).
             88 JD-JOURNAL-IS-APPROVED     VALUE 'A'.
             88 JD-JOURNAL-IS-REJECTED     VALUE 'R'.
          05 JD-DESCRIPTION        PIC X(17).
