      *----------------------------------------------------------------
      * EXAMROOM - EXAMINATION ROOM CONTROL RECORD.  ONE RECORD PER
      * ROOM AVAILABLE FOR EXAMINATIONS AND THE NUMBER OF CANDIDATES
      * IT SEATS.  THE ORDER OF THE FILE IS THE ORDER OVERFLOW
      * CANDIDATES ARE SPREAD INTO WHEN A SUBJECT'S TIMETABLED ROOM
      * IS FULL.
      *----------------------------------------------------------------
       01 EXAM-ROOM-REC.
          05 XR-ROOM               PIC X(06).
          05 XR-CAPACITY           PIC 9(04).
