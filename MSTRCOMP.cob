      *                 MASTER.  THE REPORT ENDS WITH EQUAL/CHANGED/
      *                 ONLY-A/ONLY-B COUNTS IN THE CONTROL-TOTAL
      *                 STYLE.
      * 2026-10-15 RSD  THE FIELD COMPARE NOW COVERS THE LOAN MASTER'S
      *                 RATE TYPE, DEFERRAL SWITCH, PRODUCT TYPE AND
      *                 CODE, AND AMORTIZATION TYPE AND MONTHS, AND THE
      *                 STUDENT MASTER'S LEAVER SWITCH, LEAVING DATE,
      *                 REASON AND TRANSFER CERTIFICATE NUMBER - A
      *                 CHANGE TO ANY OF THEM WAS COUNTED AS EQUAL.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
               MOVE LM-BRANCH  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF LMA-RATE-TYPE NOT = LM-RATE-TYPE
               MOVE "RATE TYPE     " TO FD-FIELD-NAME
               MOVE LMA-RATE-TYPE TO FD-A-VALUE
               MOVE LM-RATE-TYPE  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF LMA-DEFERRAL-SW NOT = LM-DEFERRAL-SW
               MOVE "DEFERRAL SW   " TO FD-FIELD-NAME
               MOVE LMA-DEFERRAL-SW TO FD-A-VALUE
               MOVE LM-DEFERRAL-SW  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF LMA-PRODUCT-TYPE NOT = LM-PRODUCT-TYPE
               MOVE "PRODUCT TYPE  " TO FD-FIELD-NAME
               MOVE LMA-PRODUCT-TYPE TO FD-A-VALUE
               MOVE LM-PRODUCT-TYPE  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF LMA-PRODUCT-CODE NOT = LM-PRODUCT-CODE
               MOVE "PRODUCT CODE  " TO FD-FIELD-NAME
               MOVE LMA-PRODUCT-CODE TO FD-A-VALUE
               MOVE LM-PRODUCT-CODE  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF LMA-AMORT-TYPE NOT = LM-AMORT-TYPE
               MOVE "AMORT TYPE    " TO FD-FIELD-NAME
               MOVE LMA-AMORT-TYPE TO FD-A-VALUE
               MOVE LM-AMORT-TYPE  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF LMA-AMORT-MONTHS NOT = LM-AMORT-MONTHS
               MOVE "AMORT MONTHS  " TO FD-FIELD-NAME
               MOVE LMA-AMORT-MONTHS TO WS-NUM-ED
               MOVE WS-NUM-ED TO FD-A-VALUE
               MOVE LM-AMORT-MONTHS TO WS-NUM-ED
               MOVE WS-NUM-ED TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

               MOVE SU-CLASS-SECTION  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF SUA-LEAVER-SW NOT = SU-LEAVER-SW
               MOVE "LEAVER SW     " TO FD-FIELD-NAME
               MOVE SUA-LEAVER-SW TO FD-A-VALUE
               MOVE SU-LEAVER-SW  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF SUA-LEFT-DATE NOT = SU-LEFT-DATE
               MOVE "LEFT DATE     " TO FD-FIELD-NAME
               MOVE SUA-LEFT-DATE TO WS-NUM-ED
               MOVE WS-NUM-ED TO FD-A-VALUE
               MOVE SU-LEFT-DATE TO WS-NUM-ED
               MOVE WS-NUM-ED TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF SUA-LEFT-REASON NOT = SU-LEFT-REASON
               MOVE "LEFT REASON   " TO FD-FIELD-NAME
               MOVE SUA-LEFT-REASON TO FD-A-VALUE
               MOVE SU-LEFT-REASON  TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.

           IF SUA-TC-NUMBER NOT = SU-TC-NUMBER
               MOVE "TC NUMBER     " TO FD-FIELD-NAME
               MOVE SUA-TC-NUMBER TO WS-NUM-ED
               MOVE WS-NUM-ED TO FD-A-VALUE
               MOVE SU-TC-NUMBER TO WS-NUM-ED
               MOVE WS-NUM-ED TO FD-B-VALUE
               PERFORM 5000-WRITE-FIELD-DIFF THRU 5000-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

