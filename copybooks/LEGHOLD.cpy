      *----------------------------------------------------------------
      * LEGHOLD - LEGAL-STATUS HOLD RECORD.  ONE RECORD PER HELD
      * CUSTOMER OR ACCOUNT, IN KEY ORDER (KEY TYPE, THEN NUMBER),
      * MAINTAINED BY LEGAL-HOLD-MAINT.  A CUSTOMER HOLD COVERS EVERY
      * ACCOUNT THE CUSTOMER IS LINKED TO ON CUSTREL AS WELL AS THE
      * ACCOUNT CARRYING THE CUSTOMER'S OWN NUMBER; AN ACCOUNT HOLD
      * COVERS THAT ACCOUNT ONLY.  A HOLD IS IN FORCE FROM THE NIGHT
      * IT IS KEYED UNTIL ITS RELEASE DATE; A RELEASED HOLD STAYS ON
      * FILE AS THE RECORD OF THE CASE.  THE BILLING, AUTOPAY, FEE
      * AND COLLECTIONS RUNS ASK LEGAL-HOLD-CHECK (LHOLDRQ.CPY)
      * WHETHER AN ACCOUNT IS HELD.
      *----------------------------------------------------------------
       01 LEGAL-HOLD-REC.
          05 LG-KEY-TYPE           PIC X(01).
             88 LG-KEY-IS-CUSTOMER         VALUE 'C'.
             88 LG-KEY-IS-ACCOUNT          VALUE 'A'.
          05 LG-KEY-NO             PIC X(06).
          05 LG-HOLD-TYPE          PIC X(01).
             88 LG-HOLD-IS-BANKRUPTCY      VALUE 'B'.
             88 LG-HOLD-IS-DECEASED        VALUE 'D'.
             88 LG-HOLD-IS-LITIGATION      VALUE 'L'.
      *    DATE OF THE BANKRUPTCY FILING, DEATH, OR SUIT, YYYYMMDD.
          05 LG-FILING-DATE        PIC 9(08).
      *    COURT CASE NUMBER, ESTATE OR ATTORNEY REFERENCE.
          05 LG-CASE-REF           PIC X(20).
      *    ZERO WHILE THE HOLD IS IN FORCE; THE HOLD LAPSES ON THIS
      *    DATE ONCE SET.
          05 LG-RELEASE-DATE       PIC 9(08).
      *    BUSINESS DATE THE HOLD WAS KEYED, AND THE OPERATOR WHO
      *    LAST MAINTAINED IT.
          05 LG-ADDED-DATE         PIC 9(08).
          05 LG-OPERATOR-ID        PIC X(08).
