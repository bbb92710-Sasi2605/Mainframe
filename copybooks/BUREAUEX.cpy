      * CHARGED OFF.  BX-RESUBMIT-SW IS 'R' ON AN ACCOUNT THE BUREAU
      * REJECTED LAST CYCLE AND WE ARE SENDING AGAIN, THE WAY
      * LT-RESUBMIT-SW MARKS A REPAIRED MAINTENANCE TRANSACTION.
      * BX-SPECIAL-COMMENT IS THE BUREAU SPECIAL-COMMENT CODE:
      * "BK" BANKRUPTCY, "DE" BORROWER DECEASED, "LT" ACCOUNT IN
      * LITIGATION (A LEGAL-STATUS HOLD IN FORCE - SEE LEGHOLD.CPY),
      * OTHERWISE "CP" WHILE THE ACCOUNT IS IN A HARDSHIP DEFERRAL
      * OR FORBEARANCE PLAN (LM-DEFERRAL-SW), SPACES IF NONE.  A
      * LEGAL HOLD TAKES PRECEDENCE OVER A DEFERRAL.  A DEFERRED
      * ACCOUNT IS REPORTED WITH STATUS 11; A HELD ACCOUNT KEEPS
      * ITS AGING STATUS.
      *----------------------------------------------------------------
       01 BUREAU-EXTRACT-REC.
          05 BX-RECORD-TYPE        PIC X(01).
          05 BX-TERM-YEARS         PIC 9(03).
          05 BX-OPEN-DATE          PIC 9(08).
          05 BX-RESUBMIT-SW        PIC X(01).
          05 BX-SPECIAL-COMMENT    PIC X(02).

       01 BUREAU-TRAILER-REC REDEFINES BUREAU-EXTRACT-REC.
          05 BT-RECORD-TYPE        PIC X(01).
