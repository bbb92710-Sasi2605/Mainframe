      *----------------------------------------------------------------
      * ABSSTRK - ABSENCE STREAK RECORD.  ONE RECORD PER STUDENT THE
      * ABSENCE-ALERT RUN HAS SEEN, CARRYING THE CURRENT RUN OF
      * CONSECUTIVE POSTING DAYS ABSENT AND WHETHER THE GUARDIAN HAS
      * ALREADY BEEN WRITTEN TO FOR THE CURRENT SPELL.  A DAY
      * PRESENT ENDS THE CONSECUTIVE SPELL; ATTENDANCE CLIMBING BACK
      * ABOVE THE WATCH LINE ENDS THE LOW-ATTENDANCE SPELL.  WORKED
      * IN STORAGE AND REWRITTEN WHOLE EACH NIGHT.
      *----------------------------------------------------------------
       01 ABSENCE-STREAK-REC.
          05 AV-ROLL-NO            PIC X(06).
      *    LAST POSTING DAY COUNTED INTO THE STREAK, YYYYMMDD - A
      *    SECOND RUN FOR THE SAME DAY DOES NOT COUNT IT TWICE.
          05 AV-LAST-DAY           PIC 9(08).
          05 AV-RUN-DAYS           PIC 9(03).
          05 AV-RUN-START          PIC 9(08).
          05 AV-RUN-ALERTED-SW     PIC X(01).
             88 AV-RUN-WAS-ALERTED         VALUE 'Y'.
          05 AV-LOW-ALERTED-SW     PIC X(01).
             88 AV-LOW-WAS-ALERTED         VALUE 'Y'.
