      *----------------------------------------------------------------
      * DISPRQ - CALL INTERFACE FOR THE DISPUTE-CHECK SUBPROGRAM.
      * EVERY PROGRAM THAT FEES OR ESCALATES COLLECTION ON AN ACCOUNT
      * CALLS IT WITH THE ACCOUNT NUMBER:
      *
      *     CALL "DISPUTE-CHECK" USING DISPUTE-CHECK-REQUEST
      *
      * THE SUBPROGRAM LOADS THE UNRESOLVED CASES FROM DISPUTE ON ITS
      * FIRST CALL AND RETURNS WHETHER THE ACCOUNT HAS ONE, WITH THE
      * OLDEST SUCH CASE'S NUMBER, TYPE AND OPEN DATE.  A MISSING
      * DISPUTE FILE DISPUTES NOTHING.
      *----------------------------------------------------------------
       01 DISPUTE-CHECK-REQUEST.
          05 DQ-ACCT-NO            PIC X(06).
          05 DQ-DISPUTE-SW         PIC X(01).
             88 DQ-ACCOUNT-IS-DISPUTED     VALUE 'Y'.
          05 DQ-CASE-NO            PIC 9(07).
          05 DQ-TYPE               PIC X(01).
          05 DQ-OPEN-DATE          PIC 9(08).
