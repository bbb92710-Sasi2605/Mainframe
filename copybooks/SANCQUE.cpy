      *----------------------------------------------------------------
      * SANCQUE - SANCTIONS REVIEW QUEUE RECORD.  ONE RECORD PER
      * WATCHLIST HIT AT OR ABOVE THE MATCH THRESHOLD.  CUSTOMER-MAINT
      * (SOURCE 'C') AND ORIG-FEED (SOURCE 'O') QUEUE THE HELD
      * TRANSACTION OR BOOKING WHOLE IN QR-TXN-IMAGE INSTEAD OF
      * APPLYING IT; SANCTIONS-RESCREEN (SOURCE 'R') QUEUES A
      * CUSTOMER ALREADY ON THE MASTER.  SANCTIONS-REVIEW CLEARS OR
      * CONFIRMS EACH PENDING HIT - A CLEARED TRANSACTION OR BOOKING
      * IS RELEASED TO BE APPLIED - AND THE DECIDED ITEMS STAY ON
      * FILE AS THE RECORD OF THE DECISION.
      *----------------------------------------------------------------
       01 SANCTIONS-QUEUE-REC.
          05 QR-SOURCE             PIC X(01).
             88 QR-FROM-CUSTOMER-MAINT     VALUE 'C'.
             88 QR-FROM-ORIGINATION        VALUE 'O'.
             88 QR-FROM-RESCREEN           VALUE 'R'.
      *    CUSTOMER NUMBER, OR THE APPLICATION NUMBER OF A BOOKING.
          05 QR-ITEM-KEY           PIC X(10).
          05 QR-SCREENED-NAME      PIC X(20).
          05 QR-ENTRY-ID           PIC X(08).
          05 QR-LIST-CODE          PIC X(04).
          05 QR-LIST-NAME          PIC X(40).
          05 QR-SCORE              PIC 9(03).
          05 QR-QUEUE-DATE         PIC 9(08).
          05 QR-STATUS             PIC X(01).
             88 QR-ITEM-IS-PENDING         VALUE 'P'.
             88 QR-ITEM-WAS-CLEARED        VALUE 'C'.
             88 QR-ITEM-WAS-CONFIRMED      VALUE 'F'.
          05 QR-DECIDED-BY         PIC X(08).
          05 QR-DECIDED-DATE       PIC 9(08).
          05 QR-TXN-IMAGE          PIC X(140).
