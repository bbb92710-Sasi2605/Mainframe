      *----------------------------------------------------------------
      * SANCLIST - SANCTIONS WATCHLIST RECORD.  ONE RECORD PER LISTED
      * NAME OR ALIAS, AS COMPLIANCE RELOADS THE GOVERNMENT LIST - THE
      * FILE IS REPLACED WHOLE, NEVER MAINTAINED RECORD BY RECORD.
      * THE NAME IS CARRIED AS PUBLISHED; SANCTIONS-CHECK
      * (SANCRQ.CPY) NORMALIZES IT FOR MATCHING.  AN ALIAS IS ITS
      * OWN RECORD UNDER THE SAME ENTRY ID.
      *----------------------------------------------------------------
       01 SANCTIONS-LIST-REC.
          05 WL-ENTRY-ID           PIC X(08).
          05 WL-LIST-CODE          PIC X(04).
          05 WL-NAME               PIC X(40).
