      *----------------------------------------------------------------
      * AMLCASE - SUSPICIOUS-ACTIVITY CASE RECORD.  ONE RECORD PER
      * ALERT, OPENED BY PAYMENT-MONITOR WITH THE TRANSACTIONS THAT
      * TRIGGERED IT, WORKED AND CLOSED BY AML-CASE-MAINT, AND AGED
      * BY AML-CASE-AGING WHILE IT STAYS OPEN.  CASES ARE NEVER
      * DELETED - A CLOSED CASE KEEPS ITS DISPOSITION ON FILE FOR
      * THE EXAMINERS.
      *----------------------------------------------------------------
       01 AML-CASE-REC.
          05 AC-CASE-NO            PIC 9(07).
      *    RULE THAT RAISED THE ALERT - SEE AMLRULE.CPY.
          05 AC-RULE-CODE          PIC X(02).
          05 AC-ACCT-NO            PIC X(06).
          05 AC-CUST-NO            PIC X(06).
      *    BUSINESS DATE THE ALERT WAS RAISED, YYYYMMDD.
          05 AC-ALERT-DATE         PIC 9(08).
          05 AC-ALERT-TEXT         PIC X(40).
          05 AC-STATUS             PIC X(01).
             88 AC-CASE-IS-OPEN            VALUE 'O'.
             88 AC-CASE-IS-WORKING         VALUE 'W'.
             88 AC-CASE-IS-CLOSED          VALUE 'C'.
      *    WORKED BY AML-CASE-MAINT - THE ASSIGNED INVESTIGATOR'S
      *    OPERATOR ID AND THE LATEST CASE NOTE.
          05 AC-INVESTIGATOR       PIC X(08).
          05 AC-NOTE               PIC X(40).
      *    SET WHEN THE CASE IS CLOSED - 'S' A SUSPICIOUS-ACTIVITY
      *    REPORT WAS FILED, 'N' NO FURTHER ACTION.
          05 AC-DISPOSITION        PIC X(01).
             88 AC-SAR-WAS-FILED           VALUE 'S'.
             88 AC-NO-FURTHER-ACTION       VALUE 'N'.
          05 AC-CLOSED-BY          PIC X(08).
          05 AC-CLOSED-DATE        PIC 9(08).
      *    THE TRIGGERING TRANSACTIONS - AC-TRIGGER-COUNT IS HOW MANY
      *    THERE WERE; THE FIRST EIGHT ARE KEPT.  AC-TRG-SOURCE 'T' IS
      *    A TRANSACTION FROM THAT NIGHT'S PAYMTXN, 'H' ONE FROM THE
      *    PAYMENT HISTORY.  AC-TRG-TYPE IS THE PAYMENT TYPE AS IT
      *    CAME - SPACE OR 'P' A PAYMENT, 'R' OR 'W' A REVERSAL.
          05 AC-TRIGGER-COUNT      PIC 9(03).
          05 AC-TRIGGER OCCURS 8 TIMES.
             10 AC-TRG-ACCT-NO     PIC X(06).
             10 AC-TRG-DATE        PIC 9(08).
             10 AC-TRG-AMOUNT      PIC 9(7)V99.
             10 AC-TRG-TYPE        PIC X(01).
             10 AC-TRG-SOURCE      PIC X(01).
