      *----------------------------------------------------------------
      * TDTAXEX - TERM-DEPOSIT WITHHOLDING-TAX REMITTANCE EXTRACT.
      * ONE RECORD PER INTEREST PAYMENT OR CREDIT THAT HAD TAX
      * WITHHELD, IN THE SIMPLE-INTEREST EXTRACT'S ORDER BUT CARRYING
      * CENTS AND THE DEPOSIT, FOLLOWED BY A "TOTAL" TRAILER WITH THE
      * RUN'S TOTAL WITHHELD, FOR THE REVENUE FILING.
      *----------------------------------------------------------------
       01 TD-TAX-EXTRACT-REC.
          05 TE-CUST-NO            PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TE-TAX-CLASS          PIC X(01).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TE-INTEREST           PIC 9(9)V99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TE-WITHHELD           PIC 9(9)V99.
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TE-DEP-NO             PIC X(06).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TE-CURRENCY           PIC X(03).
          05 FILLER                PIC X(02) VALUE SPACES.
          05 TE-PAY-DATE           PIC 9(08).
