      *----------------------------------------------------------------
      * EXAMTT - EXAMINATION TIMETABLE RECORD.  ONE RECORD PER SUBJECT
      * PER TERM, LOADED BY THE EXAMINATIONS OFFICE: THE DATE AND
      * SESSION THE SUBJECT IS SAT IN AND THE ROOM IT IS TIMETABLED
      * INTO.  EXAM-CLASH CHECKS IT AGAINST THE TERM'S ENROLLMENTS,
      * EXAM-SEATING SEATS THE CANDIDATES FROM IT, AND THE HALL
      * TICKETS PRINT FROM THE RESULTING SEAT ALLOCATION.
      *----------------------------------------------------------------
       01 EXAM-TIMETABLE-REC.
          05 XT-TERM-ID            PIC X(06).
          05 XT-SUBJECT-CODE       PIC X(06).
          05 XT-EXAM-DATE          PIC 9(08).
          05 XT-SESSION            PIC X(01).
             88 XT-MORNING-SESSION         VALUE 'M'.
             88 XT-AFTERNOON-SESSION       VALUE 'A'.
             88 XT-SESSION-IS-VALID        VALUE 'M' 'A'.
          05 XT-ROOM               PIC X(06).
