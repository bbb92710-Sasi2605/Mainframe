      *----------------------------------------------------------------
      * LEGTXN - LEGAL-HOLD MAINTENANCE TRANSACTION, READ BY
      * LEGAL-HOLD-MAINT.  AN ADD PUTS A HOLD ON A CUSTOMER OR
      * ACCOUNT, A CHANGE CORRECTS THE TYPE, FILING DATE OR CASE
      * REFERENCE OF A HOLD IN FORCE, A RELEASE LIFTS IT (ON THE
      * RELEASE DATE GIVEN, OR TONIGHT WHEN NONE IS), AND A DELETE
      * REMOVES A HOLD KEYED IN ERROR.  A RELEASE OR DELETE NEEDS
      * ONLY THE KEY.  THE OPERATOR ID GOES ON THE AUDIT TRAIL.
      *----------------------------------------------------------------
       01 LEGAL-HOLD-TXN-REC.
          05 LX-ACTION             PIC X(01).
             88 LX-ACTION-IS-ADD           VALUE 'A'.
             88 LX-ACTION-IS-CHANGE        VALUE 'C'.
             88 LX-ACTION-IS-RELEASE       VALUE 'R'.
             88 LX-ACTION-IS-DELETE        VALUE 'D'.
          05 LX-KEY-TYPE           PIC X(01).
          05 LX-KEY-NO             PIC X(06).
          05 LX-HOLD-TYPE          PIC X(01).
          05 LX-FILING-DATE        PIC 9(08).
          05 LX-CASE-REF           PIC X(20).
          05 LX-RELEASE-DATE       PIC 9(08).
          05 LX-OPERATOR-ID        PIC X(08).
