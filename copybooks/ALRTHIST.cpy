      *----------------------------------------------------------------
      * ALRTHIST - GUARDIAN ALERT HISTORY.  ONE RECORD APPENDED FOR
      * EVERY ATTENDANCE ALERT THE ABSENCE-ALERT RUN RAISES: THE
      * STUDENT, THE KIND OF ALERT, THE FIGURES BEHIND IT, AND
      * WHETHER A LETTER WENT TO A GUARDIAN OR THERE WAS NO GUARDIAN
      * ON FILE TO WRITE TO.  THE WEEKLY CLASS-TEACHER LIST IS
      * PRINTED FROM HERE.
      *----------------------------------------------------------------
       01 ALERT-HISTORY-REC.
          05 AY-ALERT-DATE         PIC 9(08).
          05 AY-ROLL-NO            PIC X(06).
          05 AY-NAME               PIC X(20).
          05 AY-SECTION            PIC X(04).
          05 AY-ALERT-TYPE         PIC X(01).
             88 AY-IS-CONSECUTIVE          VALUE 'C'.
             88 AY-IS-LOW-ATTENDANCE       VALUE 'L'.
      *    CONSECUTIVE DAYS ABSENT AND THE DAY THE SPELL BEGAN.
          05 AY-RUN-DAYS           PIC 9(03).
          05 AY-RUN-START          PIC 9(08).
      *    ATTENDED PERCENTAGE FOR THE TERM ON THE ALERT DATE.
          05 AY-ATTEND-PCT         PIC 9(03).
          05 AY-LETTER-SW          PIC X(01).
             88 AY-LETTER-SENT             VALUE 'Y'.
             88 AY-NO-GUARDIAN             VALUE 'N'.
