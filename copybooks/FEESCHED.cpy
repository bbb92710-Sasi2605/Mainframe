      * NIGHT AND RAISES EVERY FEE ON THE SCHEDULE, SO AN ALL-ACCOUNT
      * SERVICE CHARGE MUST ONLY BE PLACED ON THIS FILE FOR THE
      * NIGHTS IT IS MEANT TO POST (OPERATIONS LOADS THE SCHEDULE ON
      * ASSESSMENT NIGHTS AND LEAVES ONLY THE LATE-CHARGE AND
      * ORIGINATION-FEE ROWS ON IT THE REST OF THE MONTH).
      *----------------------------------------------------------------
       01 FEE-SCHEDULE-REC.
          05 FS-FEE-CODE           PIC X(04).
          05 FS-APPLY-WHEN         PIC X(01).
             88 FS-APPLIES-TO-ALL          VALUE 'A'.
             88 FS-APPLIES-TO-DELINQUENT   VALUE 'D'.
      *      ORIGINATION FEE - A PREPAID FINANCE CHARGE TAKEN WHEN
      *      THE LOAN IS BOOKED, NOT A RECURRING FEE.  TIL-DISCLOSURE
      *      DEDUCTS IT FROM THE AMOUNT FINANCED; THE NIGHTLY
      *      ASSESSMENT RUN PASSES THESE ROWS OVER, SO THEY STAY ON
      *      THE FILE ALL MONTH.
             88 FS-APPLIES-AT-ORIGINATION  VALUE 'O'.
          05 FS-GL-ACCOUNT         PIC X(10).
          05 FS-DESCRIPTION        PIC X(20).
