      *----------------------------------------------------------------
      * EXCPRQ - CALL INTERFACE FOR THE EXCEPTION-POST SUBPROGRAM.
      * THE SHARED-EXCEPTION-LOG COUNTERPART OF GLPOSTRQ.CPY: A
      * MODULE RUN UNDER THE LOAN-MASTER DRIVER BUILDS
      * SHARED-EXCEPTION-REC (EXCPTLOG.CPY) IN ITS OWN WORKING STORAGE
      * AND CALLS WITH XQ-FUNCTION 'P':
      *
      *     CALL "EXCEPTION-POST" USING EXCEPTION-POST-REQUEST
      *                                 SHARED-EXCEPTION-REC
      *
      * THE LOG IS OPENED ON THE FIRST POST AND HELD OPEN UNTIL THE
      * DRIVER'S CLOSE CALL (XQ-FUNCTION 'C').  XQ-LOGGED COMES BACK
      * AS THE NUMBER OF ENTRIES WRITTEN SO FAR.
      *----------------------------------------------------------------
       01 EXCEPTION-POST-REQUEST.
          05 XQ-FUNCTION           PIC X(01).
             88 XQ-LOG-ENTRY               VALUE 'P'.
             88 XQ-CLOSE-LOG               VALUE 'C'.
          05 XQ-LOGGED             PIC 9(07).
