      *----------------------------------------------------------------
      * ADMAPPL - ADMISSIONS APPLICATION RECORD, ONE PER APPLICANT
      * FOR THE INTAKE, KEYED BY THE OFFICE FROM THE APPLICATION
      * FORMS AND READ BY THE ADMISSIONS ALLOTMENT RUN.  THE
      * PREFERRED SECTION MAY BE LEFT BLANK FOR ANY SECTION.
      *----------------------------------------------------------------
       01 ADMISSION-APPL-REC.
          05 AP-APPL-NO            PIC X(06).
          05 AP-NAME               PIC X(20).
          05 AP-ENTRANCE-SCORE     PIC 9(03).
          05 AP-PREF-SECTION       PIC X(04).
      *    ADMISSION CATEGORY (E.G. GN = GENERAL) - SELECTS THE
      *    CUTOFF SCORE ON THE ADMCTL CONTROL FILE.
          05 AP-CATEGORY           PIC X(02).
