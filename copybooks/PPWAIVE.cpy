      *----------------------------------------------------------------
      * PPWAIVE - PREPAYMENT-PENALTY WAIVER RECORD.  ONE RECORD PER
      * ACCOUNT WHOSE PENALTY THE LENDING OFFICE HAS AGREED TO WAIVE.
      * THE PENALTY IS STILL COMPUTED AND REGISTERED, MARKED WAIVED
      * WITH THE REASON GIVEN HERE, BUT IS NEITHER QUOTED NOR POSTED.
      *----------------------------------------------------------------
       01 PREPAY-WAIVER-REC.
          05 PW-ACCT-NO            PIC X(06).
          05 PW-REASON             PIC X(20).
          05 PW-APPROVED-BY        PIC X(08).
