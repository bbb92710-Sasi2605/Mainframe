      *----------------------------------------------------------------
      * LNDRCKPT - LOAN-MASTER DRIVER RESTART CHECKPOINT RECORD.
      * REWRITTEN WHOLE AT EVERY COMMIT POINT: ONE HEADER RECORD
      * (DK-RECORD-TYPE = 'H') WITH THE BUSINESS DATE, THE LAST
      * ACCOUNT COMMITTED AND THE MODULES RUNNING IN THE PASS; THEN
      * EACH MODULE'S SAVED STATE CUT INTO 500-BYTE DETAIL RECORDS
      * ('D'), IN MODULE ORDER; THEN A TRAILER ('T') COUNTING THE
      * DETAIL RECORDS.  A FILE WITHOUT ITS TRAILER WAS CUT OFF IN
      * THE MIDDLE OF A COMMIT AND CANNOT BE RESUMED FROM.
      *----------------------------------------------------------------
       01 DRIVER-CHECKPOINT-REC.
          05 DK-RECORD-TYPE        PIC X(01).
             88 DK-IS-HEADER               VALUE 'H'.
             88 DK-IS-DETAIL               VALUE 'D'.
             88 DK-IS-TRAILER              VALUE 'T'.
          05 DK-DETAIL-DATA.
             10 DK-MODULE-TAG      PIC X(06).
             10 DK-CHUNK-NO        PIC 9(04).
             10 DK-CHUNK-LENGTH    PIC 9(03).
             10 DK-CHUNK           PIC X(500).
          05 DK-HEADER-DATA REDEFINES DK-DETAIL-DATA.
             10 DK-BUS-DATE        PIC 9(08).
             10 DK-LAST-ACCT-NO    PIC X(06).
             10 DK-ACCTS-READ      PIC 9(07).
             10 DK-ACCTS-REWRITTEN PIC 9(07).
             10 DK-REWRITES-FAILED PIC 9(07).
             10 DK-MODULE-COUNT    PIC 9(02).
             10 DK-LIST-TAG        PIC X(06) OCCURS 8 TIMES.
             10 FILLER             PIC X(428).
          05 DK-TRAILER-DATA REDEFINES DK-DETAIL-DATA.
             10 DK-DETAIL-COUNT    PIC 9(07).
             10 FILLER             PIC X(506).
