      *----------------------------------------------------------------
      * ACHREC - NACHA-FORMAT ACH RECORD, 94 BYTES.  THE FIRST BYTE
      * SAYS WHICH OF THE REDEFINITIONS APPLIES: 1 FILE HEADER, 5
      * BATCH HEADER, 6 ENTRY DETAIL, 7 ADDENDA (TYPE 99 ON A
      * RETURN), 8 BATCH CONTROL, 9 FILE CONTROL - OR A BLOCK-FILL
      * RECORD OF ALL NINES.  AUTOPAY-GEN WRITES THE OUTBOUND DEBIT
      * FILE IN THIS LAYOUT; ACH-RETURNS READS THE BANK'S RETURN FILE
      * IN IT.  AMOUNTS ARE WHOLE CENTS; DATES ARE YYMMDD.
      *
      * AUTOPAY-GEN PUTS THE LOAN ACCOUNT NUMBER AND THE PAYMENT DATE
      * POSTED FOR THE DEBIT IN ED-INDIVIDUAL-ID, SO A RETURNED ENTRY
      * NAMES THE PAYMENT TO BACK OUT WITHOUT A LOOK-UP.
      *----------------------------------------------------------------
       01 ACH-RECORD.
          05 ACH-RECORD-TYPE       PIC X(01).
             88 ACH-IS-FILE-HEADER         VALUE '1'.
             88 ACH-IS-BATCH-HEADER        VALUE '5'.
             88 ACH-IS-ENTRY-DETAIL        VALUE '6'.
             88 ACH-IS-ADDENDA             VALUE '7'.
             88 ACH-IS-BATCH-CONTROL       VALUE '8'.
             88 ACH-IS-FILE-CONTROL        VALUE '9'.
          05 FILLER                PIC X(93).

       01 ACH-FILE-HEADER REDEFINES ACH-RECORD.
          05 FH-RECORD-TYPE        PIC X(01).
          05 FH-PRIORITY-CODE      PIC X(02).
          05 FH-IMMED-DEST         PIC X(10).
          05 FH-IMMED-ORIGIN       PIC X(10).
          05 FH-CREATION-DATE      PIC 9(06).
          05 FH-CREATION-TIME      PIC 9(04).
          05 FH-FILE-ID-MODIFIER   PIC X(01).
          05 FH-RECORD-SIZE        PIC X(03).
          05 FH-BLOCKING-FACTOR    PIC X(02).
          05 FH-FORMAT-CODE        PIC X(01).
          05 FH-DEST-NAME          PIC X(23).
          05 FH-ORIGIN-NAME        PIC X(23).
          05 FH-REFERENCE-CODE     PIC X(08).

       01 ACH-BATCH-HEADER REDEFINES ACH-RECORD.
          05 BH-RECORD-TYPE        PIC X(01).
          05 BH-SERVICE-CLASS      PIC X(03).
          05 BH-COMPANY-NAME       PIC X(16).
          05 BH-DISCRETIONARY      PIC X(20).
          05 BH-COMPANY-ID         PIC X(10).
          05 BH-SEC-CODE           PIC X(03).
          05 BH-ENTRY-DESC         PIC X(10).
          05 BH-DESCRIPTIVE-DATE   PIC X(06).
          05 BH-EFFECTIVE-DATE     PIC 9(06).
          05 BH-SETTLEMENT-DATE    PIC X(03).
          05 BH-ORIGINATOR-STATUS  PIC X(01).
          05 BH-ODFI-ID            PIC X(08).
          05 BH-BATCH-NO           PIC 9(07).

       01 ACH-ENTRY-DETAIL REDEFINES ACH-RECORD.
          05 ED-RECORD-TYPE        PIC X(01).
      *    27 CHECKING DEBIT, 37 SAVINGS DEBIT, 22 CHECKING CREDIT
      *    (THE OFFSETTING SETTLEMENT ENTRY), 32 SAVINGS CREDIT.
          05 ED-TRANSACTION-CODE   PIC X(02).
             88 ED-IS-DEBIT                VALUE '27' '37'.
          05 ED-RDFI-ROUTING       PIC X(08).
          05 ED-CHECK-DIGIT        PIC X(01).
          05 ED-DFI-ACCOUNT        PIC X(17).
          05 ED-AMOUNT             PIC 9(08)V99.
          05 ED-INDIVIDUAL-ID.
             10 ED-LOAN-ACCT-NO    PIC X(06).
             10 ED-PAY-DATE        PIC 9(08).
             10 FILLER             PIC X(01).
          05 ED-INDIVIDUAL-NAME    PIC X(22).
          05 ED-DISCRETIONARY      PIC X(02).
          05 ED-ADDENDA-IND        PIC X(01).
          05 ED-TRACE-NO           PIC X(15).

       01 ACH-RETURN-ADDENDA REDEFINES ACH-RECORD.
          05 RA-RECORD-TYPE        PIC X(01).
          05 RA-ADDENDA-TYPE       PIC X(02).
             88 RA-IS-RETURN               VALUE '99'.
          05 RA-RETURN-REASON      PIC X(03).
          05 RA-ORIG-TRACE-NO      PIC X(15).
          05 RA-DATE-OF-DEATH      PIC X(06).
          05 RA-ORIG-RDFI          PIC X(08).
          05 RA-ADDENDA-INFO       PIC X(44).
          05 RA-TRACE-NO           PIC X(15).

       01 ACH-BATCH-CONTROL REDEFINES ACH-RECORD.
          05 CB-RECORD-TYPE        PIC X(01).
          05 CB-SERVICE-CLASS      PIC X(03).
          05 CB-ENTRY-COUNT        PIC 9(06).
          05 CB-ENTRY-HASH         PIC 9(10).
          05 CB-TOTAL-DEBIT        PIC 9(10)V99.
          05 CB-TOTAL-CREDIT       PIC 9(10)V99.
          05 CB-COMPANY-ID         PIC X(10).
          05 CB-AUTH-CODE          PIC X(19).
          05 CB-RESERVED           PIC X(06).
          05 CB-ODFI-ID            PIC X(08).
          05 CB-BATCH-NO           PIC 9(07).

       01 ACH-FILE-CONTROL REDEFINES ACH-RECORD.
          05 CF-RECORD-TYPE        PIC X(01).
          05 CF-BATCH-COUNT        PIC 9(06).
          05 CF-BLOCK-COUNT        PIC 9(06).
          05 CF-ENTRY-COUNT        PIC 9(08).
          05 CF-ENTRY-HASH         PIC 9(10).
          05 CF-TOTAL-DEBIT        PIC 9(10)V99.
          05 CF-TOTAL-CREDIT       PIC 9(10)V99.
          05 CF-RESERVED           PIC X(39).
