      *----------------------------------------------------------------
      * PARTMSTR - LOAN PARTICIPATION RECORD.  ONE RECORD PER SHARE OF
      * A LOAN SOLD TO A PARTNER INSTITUTION, SO A LOAN SOLD TO SEVERAL
      * INVESTORS CARRIES SEVERAL RECORDS.  THE SOLD PERCENTAGES OF
      * ONE ACCOUNT NEVER TOTAL OVER 100.  THE INVESTOR IS PAID ITS
      * PERCENTAGE OF EVERY PRINCIPAL COLLECTION AND RECOVERY, AND
      * INTEREST AT THE PASS-THROUGH RATE ONLY - THE DIFFERENCE UP TO
      * THE NOTE RATE IS OUR SERVICING SPREAD.  READ BY THE MONTHLY
      * PARTICIPATION REMITTANCE RUN, AND BY THE RELATIONSHIP-EXPOSURE
      * AND MONTH-END REPORTS TO SHOW THE BALANCE WE RETAIN.
      *----------------------------------------------------------------
       01 PARTICIPATION-REC.
          05 PA-ACCT-NO            PIC X(06).
          05 PA-INVESTOR-ID        PIC X(08).
          05 PA-INVESTOR-NAME      PIC X(20).
      *    PERCENT OF THE LOAN SOLD, E.G. 040.00 FOR FORTY PERCENT.
          05 PA-SOLD-PCT           PIC 9(3)V99.
      *    ANNUAL RATE PASSED THROUGH TO THE INVESTOR, IN PERCENT.
          05 PA-PASS-RATE          PIC 9(3)V99.
      *    DATE THE SHARE WAS SOLD, YYYYMMDD - COLLECTIONS DATED
      *    BEFORE IT ARE OURS ALONE.
          05 PA-SOLD-DATE          PIC 9(08).
