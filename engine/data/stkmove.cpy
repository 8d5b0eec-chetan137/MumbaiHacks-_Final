      *****************************************************************
      * STOCK MOVEMENT LEDGER RECORD COPYBOOK                        *
      * DESCRIPTION: ONE RECORD FOR EVERY CHANGE TO PROD-QTY-ON-HAND *
      *              MADE ANYWHERE IN THE SYSTEM, WRITTEN EXTEND-    *
      *              ONLY (IN THE STYLE OF GLACTV) BY THE RUN THAT   *
      *              MOVES THE STOCK. SM-MOVE-TYPE SAYS WHAT MOVED:  *
      *                'RC' - PO RECEIPT (PORECV). REFERENCE = PO-ID.*
      *                'SH' - SHIPMENT ALLOCATION (ORDSHIP) OR       *
      *                       BACKORDER RELEASE (BORELSE).           *
      *                       REFERENCE = ORDER-ID.                  *
      *                'RT' - CUSTOMER RETURN RESTOCKED (ORDRETRN).  *
      *                       REFERENCE = ORDER-ID.                  *
      *                'AD' - ADJUSTMENT OR CYCLE-COUNT VARIANCE     *
      *                       (INVADJST). NO REFERENCE; THE REASON   *
      *                       CODE IS CARRIED INSTEAD.               *
      *              SM-QTY IS THE SIGNED CHANGE TO ON-HAND - A      *
      *              SHIPMENT IS NEGATIVE, A RECEIPT OR RETURN IS    *
      *              POSITIVE, AN ADJUSTMENT EITHER. THE MONTH-END   *
      *              ROLL-FORWARD (STKROLL) FOOTS THE MONTH'S        *
      *              RECORDS BY TYPE AGAINST EACH PRODUCT'S OPENING  *
      *              BALANCE (SEE STKBAL COPYBOOK).                  *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  STOCK-MOVEMENT-RECORD.
           05  SM-MOVE-DATE               PIC 9(8).
           05  SM-PROD-ID                 PIC 9(8).
           05  SM-MOVE-TYPE               PIC X(2).
               88  SM-TYPE-RECEIPT        VALUE 'RC'.
               88  SM-TYPE-SHIPMENT       VALUE 'SH'.
               88  SM-TYPE-RETURN         VALUE 'RT'.
               88  SM-TYPE-ADJUSTMENT     VALUE 'AD'.
           05  SM-QTY                     PIC S9(7) COMP-3.
           05  SM-SOURCE-PROGRAM          PIC X(8).
           05  SM-REFERENCE-TYPE          PIC X(1).
               88  SM-REF-IS-ORDER        VALUE 'O'.
               88  SM-REF-IS-PO           VALUE 'P'.
               88  SM-REF-IS-NONE         VALUE SPACE.
           05  SM-REFERENCE-ID            PIC 9(10).
           05  SM-REASON-CODE             PIC X(2).
           05  SM-QTY-ON-HAND-AFTER       PIC S9(7) COMP-3.
           05  FILLER                     PIC X(20).
