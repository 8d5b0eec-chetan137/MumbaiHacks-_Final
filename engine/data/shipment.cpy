      *              STOOD.                                          *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-09-01                                             *
      *****************************************************************
      * MODIFICATION HISTORY                                         *
      * 2026-10-15 RGM  CARVE SHP-SHIP-TO-CODE AND SHP-SHIP-TO-ZIP   *
      *                 FROM FILLER - WHERE THE SHIPMENT ACTUALLY    *
      *                 WENT (SEE SHIPTO COPYBOOK). A BLANK CODE     *
      *                 MEANS THE BILL-TO ADDRESS; THE ZIP IS THE    *
      *                 ONE ORDSHIP RATED THE ZONE FROM              *
      * 2026-10-15 RGM  CARVE SHP-BILLED-SW AND SHP-BILLED-AMOUNT    *
      *                 FROM FILLER - SET BY THE FREIGHT BILL AUDIT  *
      *                 (FRTAUDIT) WHEN THE CARRIER'S BILL LINE FOR  *
      *                 THE TRACKING NUMBER IS MATCHED. A SHIPMENT   *
      *                 NOT YET BILLED IS UNBILLED FREIGHT FOR THE   *
      *                 MONTH-END ACCRUAL                            *
      *****************************************************************

       01  SHIPMENT-RECORD.
           05  SHP-RATED-SW               PIC X(1).
               88  SHP-WAS-RATED          VALUE 'Y'.
               88  SHP-NOT-RATED          VALUE 'N'.
           05  SHP-SHIP-TO-CODE           PIC X(4).
           05  SHP-SHIP-TO-ZIP            PIC 9(5).
           05  SHP-BILLED-SW              PIC X(1).
               88  SHP-WAS-BILLED         VALUE 'Y'.
               88  SHP-NOT-BILLED         VALUE 'N'.
           05  SHP-BILLED-AMOUNT          PIC S9(5)V99 COMP-3.
           05  FILLER                     PIC X(2).
