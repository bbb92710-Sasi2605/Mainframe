          05 OL-PAY-FREQ           PIC 9(02).
          05 OL-CURRENCY           PIC X(03).
          05 OL-OPEN-DATE          PIC 9(08).
      *    COMPLIANCE OFFICER WHO CLEARED THE BOOKING'S SANCTIONS HIT -
      *    NEVER SENT BY THE BRANCH PACKAGE; SET ONLY BY
      *    SANCTIONS-REVIEW ON THE COPY IT RELEASES, WHICH ORIG-FEED
      *    THEN MAPS WITHOUT SCREENING AGAIN.
          05 OL-CLEARED-BY         PIC X(08).
      *    LOAN PRODUCT THE ORIGINATION SYSTEM BOOKED THE LOAN UNDER.
          05 OL-PRODUCT-CODE       PIC X(04).
