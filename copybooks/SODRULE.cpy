      *----------------------------------------------------------------
      * SODRULE - SEGREGATION-OF-DUTIES CONFLICT RULE.  ONE RECORD PER
      * PAIR OF PERMISSIONS NO SINGLE OPERATOR SHOULD HOLD TOGETHER.
      * A PERMISSION IS A UTIL-MENU CHOICE NUMBER, 01-60, THE SAME
      * NUMBERING AS THE OPERATOR MASTER'S PERMISSION FLAGS, OR "AD"
      * FOR THE ADMIN (APPROVAL) AUTHORITY.  READ BY SOD-ANALYSIS;
      * WHEN THE FILE IS ABSENT OR EMPTY THE PROGRAM'S BUILT-IN PAIRS
      * APPLY.
      *----------------------------------------------------------------
       01 SOD-RULE-REC.
          05 SR-RULE-ID            PIC X(04).
          05 SR-PERM-A             PIC X(02).
          05 SR-PERM-B             PIC X(02).
          05 SR-DESCRIPTION        PIC X(40).
