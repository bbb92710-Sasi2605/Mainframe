      *    ORIGINAL PAYMENT ON THE HISTORY FILE, THE PRINCIPAL AND
      *    ACCRUED SPLIT ARE RESTORED, THE DUE DATE ROLLS BACK ONE
      *    MONTH, AND THE NSF LATE CHARGE ON THE FEE SCHEDULE IS
      *    RAISED.  'W' IS THE SAME REVERSAL WITHOUT THE NSF CHARGE -
      *    ACH-RETURNS WRITES IT FOR A DEBIT RETURNED FOR A REASON
      *    OTHER THAN INSUFFICIENT FUNDS (ACCOUNT CLOSED, NO
      *    AUTHORIZATION AND THE LIKE).
          05 PT-TXN-TYPE           PIC X(01).
             88 PT-IS-PAYMENT              VALUE 'P' SPACE.
             88 PT-IS-REVERSAL             VALUE 'R' 'W'.
             88 PT-REVERSAL-WAIVES-NSF     VALUE 'W'.
      *    BRANCH THAT TOOK THE MONEY - THE CASH SIDE OF THE PAYMENT'S
      *    GL PAIR POSTS THERE, WHILE THE LOAN SIDE POSTS TO THE LOAN'S
      *    OWN BRANCH.  SPACES MEANS IT WAS RECEIVED CENTRALLY AT HEAD
      *    OFFICE, WHICH IS WHAT AUTOPAY, ACH RETURNS, SUSPENSE
      *    RE-APPLICATIONS AND EVERY OLDER RECORD CARRY.
          05 PT-RECV-BRANCH        PIC X(04).
