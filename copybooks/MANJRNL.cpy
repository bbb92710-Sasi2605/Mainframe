      *----------------------------------------------------------------
      * MANJRNL - MANUAL GENERAL-LEDGER JOURNAL FILE.  ONE HEADER
      * RECORD PER JOURNAL FOLLOWED BY ITS LINE RECORDS, KEYED ONLY
      * THROUGH JOURNAL-ENTRY, WHICH APPENDS THE WHOLE JOURNAL AT ONCE
      * SO ITS LINES ALWAYS FOLLOW ITS HEADER.  A JOURNAL WAITS AS
      * PENDING UNTIL A SECOND OPERATOR RELEASES OR REJECTS IT ON
      * APPROVAL-REVIEW; THE NIGHT STREAM'S GL-JOURNAL-POST APPLIES
      * THAT DECISION, POSTS A RELEASED JOURNAL TO THE GL EXTRACT AND,
      * FOR AN AUTO-REVERSING JOURNAL, POSTS THE REVERSAL ON THE FIRST
      * NIGHT OF THE FOLLOWING PERIOD.  POSTED AND REJECTED JOURNALS
      * STAY ON FILE AS THE RECORD OF WHAT WAS KEYED.
      *----------------------------------------------------------------
       01 MANUAL-JOURNAL-REC.
          05 MJ-JOURNAL-NO         PIC 9(06).
          05 MJ-REC-TYPE           PIC X(01).
             88 MJ-REC-IS-HEADER           VALUE 'H'.
             88 MJ-REC-IS-LINE             VALUE 'L'.
          05 MJ-HEADER-DATA.
      *       ACCOUNTING PERIOD (YYYYMM) THE JOURNAL IS FOR, CHECKED
      *       AGAINST THE ACCOUNTING-PERIOD CALENDAR WHEN KEYED.
             10 MJ-PERIOD          PIC 9(06).
             10 MJ-CURRENCY        PIC X(03).
             10 MJ-STATUS          PIC X(01).
                88 MJ-JOURNAL-IS-PENDING   VALUE 'P'.
                88 MJ-JOURNAL-IS-APPROVED  VALUE 'A'.
                88 MJ-JOURNAL-WAS-REJECTED VALUE 'R'.
                88 MJ-JOURNAL-WAS-POSTED   VALUE 'D'.
      *       'Y' - REVERSE THE JOURNAL ON THE FIRST NIGHT OF THE
      *       PERIOD AFTER THE ONE IT POSTED TO.
             10 MJ-REVERSE-SW      PIC X(01).
                88 MJ-JOURNAL-AUTO-REVERSES VALUE 'Y'.
             10 MJ-REVERSED-SW     PIC X(01).
                88 MJ-REVERSAL-WAS-POSTED  VALUE 'Y'.
             10 MJ-ENTERED-BY      PIC X(08).
             10 MJ-ENTRY-DATE      PIC 9(08).
             10 MJ-APPROVED-BY     PIC X(08).
      *       PERIOD THE JOURNAL AND ITS REVERSAL ACTUALLY POSTED TO -
      *       PERIOD-CHECK MOVES EITHER ON WHEN ITS OWN PERIOD HAS
      *       CLOSED.  ZERO UNTIL POSTED.
             10 MJ-POSTED-PERIOD   PIC 9(06).
             10 MJ-REVERSAL-PERIOD PIC 9(06).
      *       RATE THE JOURNAL CONVERTED TO BASE AT WHEN IT POSTED, SO
      *       ITS REVERSAL TAKES THE SAME BASE AMOUNTS BACK OUT.
             10 MJ-POSTED-RATE     PIC 9(4)V9(6).
             10 MJ-LINE-COUNT      PIC 9(03).
      *       TOTAL OF THE DEBIT LINES, WHICH EQUALS THE TOTAL OF THE
      *       CREDIT LINES ON EVERY JOURNAL ACCEPTED.
             10 MJ-TOTAL-AMOUNT    PIC 9(11)V99.
             10 MJ-DESCRIPTION     PIC X(30).
          05 MJ-LINE-DATA REDEFINES MJ-HEADER-DATA.
             10 MJ-LINE-NO         PIC 9(03).
             10 MJ-GL-ACCOUNT      PIC X(10).
             10 MJ-DR-CR           PIC X(02).
                88 MJ-LINE-IS-DEBIT        VALUE 'DR'.
                88 MJ-LINE-IS-CREDIT       VALUE 'CR'.
             10 MJ-AMOUNT          PIC 9(9)V99.
             10 MJ-NARRATIVE       PIC X(20).
             10 FILLER             PIC X(58).
