      *----------------------------------------------------------------
      * GLPOSTRQ - CALL INTERFACE FOR THE GL-EXTRACT-POST SUBPROGRAM.
      * A MODULE RUN UNDER THE LOAN-MASTER DRIVER SHARES ONE GL
      * EXTRACT WITH EVERY OTHER MODULE IN THE PASS, SO INSTEAD OF
      * OPENING CIGLPOST ITSELF IT BUILDS GL-EXTRACT-REC (GLEXTRCT.CPY)
      * IN ITS OWN WORKING STORAGE AND CALLS WITH GQ-FUNCTION 'P':
      *
      *     CALL "GL-EXTRACT-POST" USING GL-POST-REQUEST
      *                                  GL-EXTRACT-REC
      *
      * THE SUBPROGRAM OPENS THE EXTRACT ON ITS FIRST POST, CREATING
      * IT WHEN IT IS NOT THERE YET, AND KEEPS IT OPEN ACROSS CALLS;
      * THE DRIVER CALLS ONCE MORE WITH GQ-FUNCTION 'C' AT THE END OF
      * THE PASS TO CLOSE IT.  GQ-POSTED COMES BACK AS THE NUMBER OF
      * EXTRACT RECORDS WRITTEN SO FAR.
      *----------------------------------------------------------------
       01 GL-POST-REQUEST.
          05 GQ-FUNCTION           PIC X(01).
             88 GQ-POST-RECORD             VALUE 'P'.
             88 GQ-CLOSE-EXTRACT           VALUE 'C'.
          05 GQ-POSTED             PIC 9(07).
