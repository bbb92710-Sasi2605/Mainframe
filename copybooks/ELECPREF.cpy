      *----------------------------------------------------------------
      * ELECPREF - ELECTIVE PREFERENCE RECORD.  ONE RECORD PER STUDENT
      * PER TERM, KEYED FROM THE PAPER PREFERENCE FORM: UP TO FIVE
      * ELECTIVE SUBJECT CODES IN THE STUDENT'S ORDER OF PREFERENCE,
      * SPACES IN AN UNUSED SLOT.  READ BY THE ELECTIVE ALLOTMENT RUN.
      *----------------------------------------------------------------
       01 ELECTIVE-PREF-REC.
          05 EP-ROLL-NO            PIC X(06).
          05 EP-TERM-ID            PIC X(06).
          05 EP-CHOICE             PIC X(06) OCCURS 5 TIMES.
