      *----------------------------------------------------------------
      * EXAMSEAT - EXAMINATION SEAT ALLOCATION RECORD.  ONE RECORD PER
      * CANDIDATE PER SUBJECT SAT, WRITTEN BY EXAM-SEATING AND READ BY
      * HALL-TICKET: THE ROOM AND SEAT NUMBER THE ROLL NUMBER SITS
      * THE SUBJECT IN, WITH THE TIMETABLED DATE AND SESSION.
      *----------------------------------------------------------------
       01 EXAM-SEAT-REC.
          05 XS-ROLL-NO            PIC X(06).
          05 XS-TERM-ID            PIC X(06).
          05 XS-SUBJECT-CODE       PIC X(06).
          05 XS-EXAM-DATE          PIC 9(08).
          05 XS-SESSION            PIC X(01).
          05 XS-ROOM               PIC X(06).
          05 XS-SEAT-NO            PIC 9(04).
