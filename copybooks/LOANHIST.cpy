          05 LH-ACCT-NO            PIC X(06).
          05 LH-PRINCIPAL          PIC 9(7)V99.
          05 LH-CURRENCY-CODE      PIC X(03).
      *    NEXT PAYMENT DUE DATE AS THE AGING SAW IT THAT NIGHT - THE
      *    MASTER'S LM-NEXT-DUE-DATE, OR ZERO WHILE A HARDSHIP
      *    DEFERRAL HOLDS THE ACCOUNT CURRENT - SO THE VINTAGE
      *    ANALYSIS CAN AGE ANY PAST SNAPSHOT.  SPACES ON A SNAPSHOT
      *    TAKEN BEFORE THE FIELD WAS ADDED; READERS TREAT THAT AS
      *    ZERO, NO DUE DATE TRACKED.
          05 LH-NEXT-DUE-DATE      PIC 9(08).
