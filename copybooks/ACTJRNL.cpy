      *----------------------------------------------------------------
      * ACTJRNL - ACCOUNT TRANSACTION JOURNAL RECORD.  ONE RECORD PER
      * MONEY MOVEMENT ON A LOAN ACCOUNT, APPENDED THROUGH THE
      * ACCT-JOURNAL SUBPROGRAM (JRNLRQ.CPY) BY EVERY PROGRAM THAT
      * POSTS TO LM-PRINCIPAL OR LM-ACCRUED-INT, AND BY THE FEE AND
      * RECOVERY POSTINGS THAT TOUCH NEITHER, SO THE ACCOUNT'S WHOLE
      * ACTIVITY IS IN ONE PLACE IN ONE LAYOUT.  RECORDS ARE IN
      * POSTING ORDER, NOT ACCOUNT ORDER - A READER THAT WANTS ONE
      * ACCOUNT'S ACTIVITY SORTS BY AJ-ACCT-NO KEEPING THE POSTING
      * ORDER WITHIN THE ACCOUNT.
      *
      * AJ-BALANCE IS LM-PRINCIPAL PLUS LM-ACCRUED-INT AS THE ACCOUNT
      * STOOD AFTER THE POSTING, AND AJ-AMOUNT IS THE SIGNED CHANGE
      * THE POSTING MADE TO THAT BALANCE, SO EACH RECORD'S BALANCE IS
      * THE ONE BEFORE IT PLUS ITS AMOUNT.  A MEMO ENTRY (AJ-MEMO-SW
      * 'Y') RECORDS A MOVEMENT THAT LEAVES THE BALANCE WHERE IT WAS -
      * A FEE OR ITS WAIVER, A RECOVERY ON A CHARGED-OFF ACCOUNT,
      * ACCRUED INTEREST CAPITALIZED INTO PRINCIPAL, THE PRINCIPAL
      * WRITTEN OFF BY A CHARGE-OFF, PARKED DEFERRAL INTEREST REPAID
      * - AND IS LEFT OUT OF THAT CHAIN;
      * ITS AMOUNT IS THE AMOUNT OF THE MOVEMENT ITSELF.
      *----------------------------------------------------------------
       01 ACCOUNT-JOURNAL-REC.
          05 AJ-ACCT-NO            PIC X(06).
          05 AJ-EFF-DATE           PIC 9(08).
          05 AJ-TXN-CODE           PIC X(02).
             88 AJ-TXN-IS-OPENING          VALUE 'OP'.
             88 AJ-TXN-IS-BAL-FORWARD      VALUE 'BF'.
             88 AJ-TXN-IS-ADJUSTMENT       VALUE 'AJ'.
             88 AJ-TXN-IS-DRAW             VALUE 'DR'.
             88 AJ-TXN-IS-ACCRUAL          VALUE 'AC'.
             88 AJ-TXN-IS-ACCRUAL-REVERSAL VALUE 'NR'.
             88 AJ-TXN-IS-CAPITALIZATION   VALUE 'CP'.
             88 AJ-TXN-IS-DEFERRAL-CAP     VALUE 'DC'.
             88 AJ-TXN-IS-DEFERRAL-PARK    VALUE 'DP'.
             88 AJ-TXN-IS-DEFERRAL-REPAID  VALUE 'DI'.
             88 AJ-TXN-IS-PAYMENT          VALUE 'PY'.
             88 AJ-TXN-IS-PAY-REVERSAL     VALUE 'RV'.
             88 AJ-TXN-IS-PAYOFF           VALUE 'PF'.
             88 AJ-TXN-IS-CHARGE-OFF       VALUE 'CO'.
             88 AJ-TXN-IS-FEE              VALUE 'FE'.
             88 AJ-TXN-IS-FEE-WAIVER       VALUE 'WV'.
             88 AJ-TXN-IS-RECOVERY         VALUE 'RC'.
          05 AJ-AMOUNT             PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
          05 AJ-BALANCE            PIC S9(8)V99
                                   SIGN IS LEADING SEPARATE.
          05 AJ-MEMO-SW            PIC X(01).
             88 AJ-ENTRY-IS-MEMO           VALUE 'Y'.
          05 AJ-SOURCE-PGM         PIC X(08).
      *    THE POSTING'S OWN REFERENCE WHERE IT HAS ONE - THE FEE
      *    CODE, THE DRAW OR PAYMENT DATE, THE PLAN ID.  SPACES
      *    OTHERWISE.
          05 AJ-REFERENCE          PIC X(10).
          05 FILLER                PIC X(07).
