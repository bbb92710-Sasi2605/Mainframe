      *----------------------------------------------------------------
      * SODFIND - SEGREGATION-OF-DUTIES FINDING.  ONE RECORD PER
      * CONFLICT SOD-ANALYSIS HAS FOUND, KEPT FROM MONTH TO MONTH SO
      * SECURITY CAN TRACK EACH ONE TO A CONCLUSION ON SOD-REVIEW.
      *   'P' AN OPERATOR HOLDS BOTH PERMISSIONS OF A SODRULE PAIR.
      *   'A' AN OPERATOR RELEASED ON APPROVAL-REVIEW A LOAN-MAINT
      *       ITEM QUEUED BY A LOAN-MAINT RUN THEY STARTED.
      *   'R' AN OPERATOR RAN REJECT-REPAIR ON A REJECTED LOAN-MAINT
      *       OR STUDENT-MAINT ITEM FROM A RUN THEY STARTED.
      * A NEW FINDING OPENS AS 'O'.  SECURITY MOVES IT TO 'I' WHILE
      * THE FIX IS IN HAND, 'R' ONCE REMEDIATED, OR 'A' WHEN THE RISK
      * IS ACCEPTED.  A PERMISSION FINDING THE NEXT ANALYSIS NO LONGER
      * SEES IS REMEDIATED THERE; ONE SEEN AGAIN AFTER REMEDIATION IS
      * REOPENED.
      *----------------------------------------------------------------
       01 SOD-FINDING-REC.
          05 SF-FINDING-KEY.
             10 SF-FINDING-TYPE    PIC X(01).
                88 SF-IS-PERM-CONFLICT     VALUE 'P'.
                88 SF-IS-SELF-APPROVAL     VALUE 'A'.
                88 SF-IS-SELF-REPAIR       VALUE 'R'.
             10 SF-OPERATOR-ID     PIC X(08).
      *       THE SODRULE BROKEN - SPACES ON AN ACTIVITY FINDING.
             10 SF-RULE-ID         PIC X(04).
      *       'L' LOAN ACCOUNT OR 'S' STUDENT ROLL NUMBER, AND THE
      *       KEY - SPACES ON A PERMISSION FINDING.
             10 SF-SIDE            PIC X(01).
             10 SF-ITEM-KEY        PIC X(06).
      *       BUSINESS DATE OF THE RELEASE OR OF THE REPAIRED ITEM'S
      *       POSTING - ZERO ON A PERMISSION FINDING.
             10 SF-ITEM-DATE       PIC 9(08).
      *    BUSINESS DATE THE ITEM WAS QUEUED OR REJECTED - ZERO ON A
      *    PERMISSION FINDING.
          05 SF-ENTRY-DATE         PIC 9(08).
          05 SF-DETAIL             PIC X(40).
          05 SF-FIRST-FOUND        PIC 9(08).
          05 SF-LAST-FOUND         PIC 9(08).
          05 SF-STATUS             PIC X(01).
             88 SF-IS-OPEN                 VALUE 'O'.
             88 SF-IN-REMEDIATION          VALUE 'I'.
             88 SF-IS-REMEDIATED           VALUE 'R'.
             88 SF-RISK-ACCEPTED           VALUE 'A'.
             88 SF-IS-UNRESOLVED           VALUE 'O' 'I'.
          05 SF-STATUS-DATE        PIC 9(08).
      *    OPERATOR WHO LAST SET THE STATUS, OR SODCHK WHEN THE
      *    ANALYSIS SET IT.
          05 SF-STATUS-BY          PIC X(08).
          05 SF-NOTE               PIC X(30).
