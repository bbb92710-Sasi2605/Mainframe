      *                 AND THE CONTROL TOTALS.  AN UNKNOWN FIELD
      *                 NAME STOPS THE RUN WITH CONDITION CODE 16
      *                 BEFORE ANY ROW IS READ.
      * 2026-10-15 RSD  LOANMTXN MAPPINGS MAY NAME THE NEW
      *                 PRODUCT-CODE FIELD; THE LOAN RECORD AND ITS
      *                 REJECT IMAGE ARE WIDENED TO CARRY IT.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  LOAN-TXN-OUT
           RECORDING MODE IS F.
       01  LOAN-TXN-LINE           PIC X(67).

       FD  STUD-TXN-OUT
           RECORDING MODE IS F.

       FD  LOAD-REJECTS
           RECORDING MODE IS F.
       01  REJECT-LINE             PIC X(119).

       FD  LOAD-REGISTER
           RECORDING MODE IS F.
      *    FULL IMAGE OF THE BUILT TRANSACTION, SO THE REPAIR
      *    UTILITY CAN CORRECT THE OFFENDING FIELD AND RESUBMIT.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 RJ-TXN-IMAGE           PIC X(67).

       PROCEDURE DIVISION.
      *----------------------------------------------------------------
                   WHEN "OPEN-DATE     "
                   WHEN "STATUS        "
                   WHEN "BRANCH        "
                   WHEN "PRODUCT-CODE  "
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "UNKNOWN LOANMTXN FIELD: "
                       MOVE WS-WORK-VALUE(1:1) TO LT-STATUS
                   WHEN "BRANCH        "
                       MOVE WS-WORK-VALUE(1:4) TO LT-BRANCH
                   WHEN "PRODUCT-CODE  "
                       MOVE WS-WORK-VALUE(1:4) TO LT-PRODUCT-CODE
               END-EVALUATE
           ELSE
               EVALUATE MAP-FIELD(MAP-IDX)
