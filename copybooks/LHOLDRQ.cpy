      *----------------------------------------------------------------
      * LHOLDRQ - CALL INTERFACE FOR THE LEGAL-HOLD-CHECK SUBPROGRAM.
      * EVERY PROGRAM THAT DUNS, DEBITS, FEES OR COLLECTS ON AN
      * ACCOUNT CALLS IT WITH THE ACCOUNT AND THE BUSINESS DATE:
      *
      *     CALL "LEGAL-HOLD-CHECK" USING LEGAL-HOLD-REQUEST
      *
      * THE SUBPROGRAM LOADS THE HOLDS IN FORCE FROM LEGHOLD, AND
      * THE CUSTREL LINKS OF THE HELD CUSTOMERS, ON ITS FIRST CALL
      * AND RETURNS WHETHER THE ACCOUNT IS HELD, WITH THE HOLD'S
      * TYPE, FILING DATE AND CASE REFERENCE.  AN ACCOUNT HOLD IS
      * REPORTED AHEAD OF A CUSTOMER HOLD.  A MISSING HOLD FILE
      * HOLDS NOTHING.
      *----------------------------------------------------------------
       01 LEGAL-HOLD-REQUEST.
          05 LQ-ACCT-NO            PIC X(06).
          05 LQ-BUS-DATE           PIC 9(08).
          05 LQ-HOLD-SW            PIC X(01).
             88 LQ-ACCOUNT-IS-HELD         VALUE 'Y'.
          05 LQ-HOLD-TYPE          PIC X(01).
             88 LQ-HOLD-IS-BANKRUPTCY      VALUE 'B'.
             88 LQ-HOLD-IS-DECEASED        VALUE 'D'.
             88 LQ-HOLD-IS-LITIGATION      VALUE 'L'.
          05 LQ-FILING-DATE        PIC 9(08).
          05 LQ-CASE-REF           PIC X(20).
