      *----------------------------------------------------------------
      * SANCRQ - CALL INTERFACE FOR THE SANCTIONS-CHECK SUBPROGRAM.
      * EVERY PROGRAM THAT ONBOARDS OR RESCREENS A BORROWER CALLS IT
      * WITH THE NAME TO SCREEN:
      *
      *     CALL "SANCTIONS-CHECK" USING SANCTIONS-REQUEST
      *
      * THE SUBPROGRAM LOADS THE WATCHLIST (SANCLIST) AND THE MATCH
      * THRESHOLD (SANCCTL) ON ITS FIRST CALL AND RETURNS THE BEST-
      * SCORING LIST ENTRY, ITS SCORE (0-100), THE THRESHOLD IN
      * FORCE, AND WHETHER THE SCORE REACHES THE THRESHOLD.  NAMES
      * ARE COMPARED WORD BY WORD AFTER FOLDING CASE AND DROPPING
      * PUNCTUATION, SO WORD ORDER DOES NOT MATTER.  A MISSING LIST
      * MATCHES NOTHING.
      *----------------------------------------------------------------
       01 SANCTIONS-REQUEST.
          05 SN-NAME               PIC X(40).
          05 SN-HIT-SW             PIC X(01).
             88 SN-NAME-IS-A-HIT           VALUE 'Y'.
          05 SN-SCORE              PIC 9(03).
          05 SN-THRESHOLD          PIC 9(03).
          05 SN-ENTRY-ID           PIC X(08).
          05 SN-LIST-CODE          PIC X(04).
          05 SN-LIST-NAME          PIC X(40).
