      *----------------------------------------------------------------
      * JRNLRQ - CALL INTERFACE FOR THE ACCT-JOURNAL SUBPROGRAM.
      * EVERY PROGRAM THAT POSTS A MONEY MOVEMENT TO A LOAN ACCOUNT
      * FILLS IN THE ACCOUNT, THE EFFECTIVE DATE, THE TRANSACTION
      * CODE AND SIGNED AMOUNT (ACTJRNL.CPY), AND THE ACCOUNT'S
      * PRINCIPAL AND ACCRUED INTEREST AS THEY STAND AFTER THE
      * POSTING, AND CALLS WITH JQ-FUNCTION 'P':
      *
      *     CALL "ACCT-JOURNAL" USING JOURNAL-REQUEST
      *
      * THE SUBPROGRAM OPENS THE JOURNAL ON ITS FIRST POST, CREATING
      * IT ON FIRST USE THE WAY THE EXCEPTION LOG IS CREATED, AND
      * KEEPS IT OPEN ACROSS CALLS; THE POSTING PROGRAM CALLS ONCE
      * MORE WITH JQ-FUNCTION 'C' FROM ITS TERMINATION TO CLOSE IT.
      * JQ-POSTED COMES BACK AS THE NUMBER OF ENTRIES WRITTEN SO FAR.
      *----------------------------------------------------------------
       01 JOURNAL-REQUEST.
          05 JQ-FUNCTION           PIC X(01).
             88 JQ-POST-ENTRY              VALUE 'P'.
             88 JQ-CLOSE-JOURNAL           VALUE 'C'.
          05 JQ-ACCT-NO            PIC X(06).
          05 JQ-EFF-DATE           PIC 9(08).
          05 JQ-TXN-CODE           PIC X(02).
          05 JQ-AMOUNT             PIC S9(8)V99.
          05 JQ-PRINCIPAL          PIC 9(7)V99.
          05 JQ-ACCRUED-INT        PIC 9(7)V99.
          05 JQ-MEMO-SW            PIC X(01).
             88 JQ-ENTRY-IS-MEMO           VALUE 'Y'.
          05 JQ-SOURCE-PGM         PIC X(08).
          05 JQ-REFERENCE          PIC X(10).
          05 JQ-POSTED             PIC 9(07).
