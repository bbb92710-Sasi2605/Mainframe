      *----------------------------------------------------------------
      * DISPUTE - CUSTOMER DISPUTE CASE RECORD.  ONE RECORD PER CASE A
      * CUSTOMER RAISES AGAINST A CHARGE OR POSTING ON A LOAN ACCOUNT,
      * OPENED AND RESOLVED ONLY THROUGH DISPUTE-MAINT.  WHILE A CASE
      * IS OPEN (OR ITS WAIVER IS WAITING FOR APPROVAL) DISPUTE-CHECK
      * REPORTS THE ACCOUNT AS DISPUTED, AND FEE-ASSESS, THE AGING
      * RUN'S WORKQUEUE ESCALATION AND THE COLLECTIONS WORKLIST LEAVE
      * IT ALONE.  A CASE RESOLVED IN THE CUSTOMER'S FAVOR CARRIES THE
      * WAIVER FEE-WAIVE POSTED.  RESOLVED CASES STAY ON FILE AS THE
      * RECORD OF THE DISPUTE.
      *----------------------------------------------------------------
       01 DISPUTE-CASE-REC.
          05 DP-CASE-NO            PIC 9(07).
          05 DP-ACCT-NO            PIC X(06).
          05 DP-TYPE               PIC X(01).
             88 DP-TYPE-IS-LATE-CHARGE     VALUE 'L'.
             88 DP-TYPE-IS-OTHER-FEE       VALUE 'F'.
             88 DP-TYPE-IS-ALLOCATION      VALUE 'A'.
             88 DP-TYPE-IS-OTHER           VALUE 'O'.
      *    DATE THE DISPUTED ITEM POSTED, YYYYMMDD.
          05 DP-ITEM-DATE          PIC 9(08).
      *    FEESCHED CODE OF THE DISPUTED FEE - SPACES ON A CASE THAT
      *    IS NOT ABOUT A FEE, WHICH CANNOT BE SETTLED BY A WAIVER.
          05 DP-FEE-CODE           PIC X(04).
          05 DP-AMOUNT             PIC 9(7)V99.
          05 DP-OPEN-DATE          PIC 9(08).
          05 DP-OPENED-BY          PIC X(08).
          05 DP-STATUS             PIC X(01).
             88 DP-CASE-IS-OPEN            VALUE 'O'.
             88 DP-WAIVER-IS-PENDING       VALUE 'W'.
             88 DP-RESOLVED-FOR-CUSTOMER   VALUE 'C'.
             88 DP-RESOLVED-FOR-BANK       VALUE 'B'.
             88 DP-CASE-IS-UNRESOLVED      VALUE 'O' 'W'.
          05 DP-RESOLVE-DATE       PIC 9(08).
          05 DP-RESOLVED-BY        PIC X(08).
      *    WAIVER GRANTED ON A CASE RESOLVED FOR THE CUSTOMER - AT
      *    MOST DP-AMOUNT.  ZERO OTHERWISE.
          05 DP-WAIVE-AMT          PIC 9(7)V99.
      *    SECOND OPERATOR WHO RELEASED A WAIVER OVER THE RESOLVING
      *    OPERATOR'S LIMIT - SPACES WHEN NONE WAS NEEDED.
          05 DP-APPROVED-BY        PIC X(08).
      *    'Y' ONCE FEE-WAIVE HAS POSTED THE WAIVER TO THE GL AND THE
      *    ACCOUNT JOURNAL.
          05 DP-WAIVE-POSTED-SW    PIC X(01).
             88 DP-WAIVER-WAS-POSTED       VALUE 'Y'.
          05 DP-NOTE               PIC X(40).
