      *----------------------------------------------------------------
      * ACHCTL - ACH ORIGINATION CONTROL RECORD.  ONE RECORD, KEPT BY
      * TREASURY OPERATIONS: THE BANK WE ORIGINATE THROUGH, OUR
      * COMPANY IDENTITY ON THE FILE, THE SETTLEMENT ACCOUNT THE
      * OFFSETTING CREDIT ENTRY PAYS INTO SO EVERY FILE BALANCES,
      * AND THE NUMBER OF RETURNED DEBITS AFTER WHICH ACH-RETURNS
      * STOPS AN AUTOPAY INSTRUCTION (ZERO OR BLANK MEANS 2).
      *----------------------------------------------------------------
       01 ACH-CONTROL-REC.
      *    IMMEDIATE DESTINATION AND ORIGIN AS THE BANK ASSIGNS THEM -
      *    A BLANK FOLLOWED BY A NINE-DIGIT ROUTING OR ID NUMBER.
          05 AK-IMMED-DEST         PIC X(10).
          05 AK-IMMED-ORIGIN       PIC X(10).
          05 AK-DEST-NAME          PIC X(23).
          05 AK-ORIGIN-NAME        PIC X(23).
          05 AK-COMPANY-NAME       PIC X(16).
          05 AK-COMPANY-ID         PIC X(10).
      *    FIRST EIGHT DIGITS OF OUR BANK'S ROUTING NUMBER - THE
      *    ORIGINATING DFI ON EVERY BATCH AND TRACE NUMBER.
          05 AK-ODFI-ID            PIC X(08).
          05 AK-SETTLE-ROUTING     PIC X(09).
          05 AK-SETTLE-ACCT        PIC X(17).
          05 AK-MAX-RETURNS        PIC 9(02).
