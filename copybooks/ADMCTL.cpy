      *----------------------------------------------------------------
      * ADMCTL - ADMISSIONS ALLOTMENT CONTROL RECORD.  A SECTION
      * RECORD ('S') GIVES THE SEATS OPEN IN ONE CLASS SECTION FOR
      * THE INTAKE; A CUTOFF RECORD ('C') GIVES THE LOWEST ENTRANCE
      * SCORE ADMITTED FOR ONE CATEGORY.  A CUTOFF RECORD WITH A
      * BLANK CATEGORY APPLIES TO EVERY CATEGORY NOT LISTED; WITH NO
      * CUTOFF AT ALL EVERY SCORE QUALIFIES.
      *----------------------------------------------------------------
       01 ADMISSION-CONTROL-REC.
          05 AK-RECORD-TYPE        PIC X(01).
             88 AK-IS-SECTION              VALUE 'S'.
             88 AK-IS-CUTOFF               VALUE 'C'.
      *    CLASS SECTION ON A SECTION RECORD, CATEGORY (FIRST TWO
      *    POSITIONS) ON A CUTOFF RECORD.
          05 AK-CODE               PIC X(04).
      *    SEATS ON A SECTION RECORD, MINIMUM SCORE ON A CUTOFF.
          05 AK-VALUE              PIC 9(03).
