      *----------------------------------------------------------------
      * GUARDIAN - GUARDIAN CONTACT RECORD.  ONE RECORD PER STUDENT,
      * KEYED ON THE STUDENT'S ROLL NUMBER, CARRYING THE PARENT OR
      * GUARDIAN TO WRITE TO ABOUT THE STUDENT: NAME, POSTAL ADDRESS
      * AND TELEPHONE.  MAINTAINED ONLY THROUGH GUARDIAN-MAINT, WHICH
      * KEEPS THE FILE IN ROLL-NUMBER ORDER.  THE ABSENCE-ALERT RUN
      * ADDRESSES ITS LETTERS FROM HERE.
      *----------------------------------------------------------------
       01 GUARDIAN-REC.
          05 GU-ROLL-NO            PIC X(06).
          05 GU-NAME               PIC X(30).
          05 GU-ADDR-LINE-1        PIC X(30).
          05 GU-ADDR-LINE-2        PIC X(30).
          05 GU-CITY               PIC X(20).
          05 GU-POST-CODE          PIC X(10).
          05 GU-PHONE              PIC X(15).
