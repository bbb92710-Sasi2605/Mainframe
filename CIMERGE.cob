      *                 THEMSELVES.
      * 2026-09-02 RSD  REGISTER LINES WIDENED TO 118 FOR THE NEW
      *                 BRANCH COLUMN THE CALCULATOR APPENDS.
      * 2026-10-15 RSD  GL EXTRACT LINES WIDENED TO 89 FOR THE BRANCH
      *                 EVERY POSTING NOW CARRIES.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  GLP-STREAM-1
           RECORDING MODE IS F.
       01  GLP-1-LINE              PIC X(89).
       FD  GLP-STREAM-2
           RECORDING MODE IS F.
       01  GLP-2-LINE              PIC X(89).
       FD  GLP-STREAM-3
           RECORDING MODE IS F.
       01  GLP-3-LINE              PIC X(89).
       FD  GLP-STREAM-4
           RECORDING MODE IS F.
       01  GLP-4-LINE              PIC X(89).

       FD  MERGED-REGISTER
           RECORDING MODE IS F.
       01  MERGED-EXP-LINE         PIC X(48).
       FD  MERGED-GLPOST
           RECORDING MODE IS F.
       01  MERGED-GLP-LINE         PIC X(89).

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------
