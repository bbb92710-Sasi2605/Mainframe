      *----------------------------------------------------------------
      * STUCONC - STUDENT FEE CONCESSION RECORD.  ONE RECORD PER ROLL
      * NUMBER AND FEE CODE GRANTED A SIBLING, STAFF OR OTHER
      * CONCESSION - EITHER A PERCENTAGE OFF THE FEE OR A FLAT AMOUNT
      * OFF IT.  THE BILLING RUN APPLIES IT AS THE FEE IS RAISED; A
      * CONCESSION NEVER TAKES A FEE BELOW ZERO.
      *----------------------------------------------------------------
       01 STUDENT-CONCESSION-REC.
          05 CN-ROLL-NO            PIC X(06).
          05 CN-FEE-CODE           PIC X(04).
          05 CN-TYPE               PIC X(01).
             88 CN-IS-PERCENT              VALUE 'P'.
             88 CN-IS-FLAT                 VALUE 'F'.
      *    PERCENT (E.G. 0025.00) FOR TYPE P, AMOUNT FOR TYPE F.
          05 CN-VALUE              PIC 9(5)V99.
          05 CN-REASON             PIC X(10).
