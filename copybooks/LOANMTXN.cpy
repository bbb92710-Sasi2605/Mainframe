      *    APPROVER'S OPERATOR ID, WHICH THE MAINTENANCE LOG THEN
      *    SHOWS.
          05 LT-APPROVED-BY        PIC X(08).
      *    LOAN PRODUCT CODE.  REQUIRED ON AN ADD; SPACES ON A CHANGE
      *    KEEP THE ACCOUNT'S PRODUCT.
          05 LT-PRODUCT-CODE       PIC X(04).
