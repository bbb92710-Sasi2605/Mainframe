      *----------------------------------------------------------------
      * COLLATRL - COLLATERAL REGISTER RECORD.  ONE RECORD PER ITEM
      * PLEDGED AGAINST A LOAN, KEYED ON LM-ACCT-NO PLUS AN ITEM
      * NUMBER, SO ONE ACCOUNT MAY CARRY SEVERAL ITEMS.  MAINTAINED
      * ONLY THROUGH COLLATERAL-MAINT, WHICH KEEPS THE FILE IN
      * ACCOUNT/ITEM ORDER.  THE APPRAISED VALUE IS HELD IN THE
      * LOAN'S OWN CURRENCY (LM-CURRENCY-CODE), SO IT DIVIDES
      * STRAIGHT INTO THE BALANCE FOR THE LOAN-TO-VALUE FIGURE.
      *----------------------------------------------------------------
       01 COLLATERAL-REC.
          05 CL-ACCT-NO            PIC X(06).
          05 CL-ITEM-NO            PIC 9(02).
          05 CL-TYPE               PIC X(02).
             88 CL-TYPE-IS-REAL-ESTATE     VALUE 'RE'.
             88 CL-TYPE-IS-VEHICLE         VALUE 'VE'.
             88 CL-TYPE-IS-DEPOSIT         VALUE 'DE'.
             88 CL-TYPE-IS-EQUIPMENT       VALUE 'EQ'.
             88 CL-TYPE-IS-SECURITIES      VALUE 'SE'.
             88 CL-TYPE-IS-OTHER           VALUE 'OT'.
             88 CL-TYPE-IS-VALID           VALUE 'RE' 'VE' 'DE'
                                                 'EQ' 'SE' 'OT'.
          05 CL-DESCRIPTION        PIC X(30).
          05 CL-APPRAISED-VALUE    PIC 9(9)V99.
      *    DATE OF THE APPRAISAL BEHIND CL-APPRAISED-VALUE, YYYYMMDD.
      *    THE LTV REPORT FLAGS AN ITEM WHOSE APPRAISAL IS OLDER THAN
      *    THE REFRESH INTERVAL ON ITS CONTROL CARD.
          05 CL-APPRAISAL-DATE     PIC 9(08).
      *    LIEN POSITION - 1 FIRST LIEN, 2 SECOND, AND SO ON.
          05 CL-LIEN-POSITION      PIC 9(01).
