      *              TRAILING SIGN, AS ON THE OUTBOUND FEEDS.        *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-09-01                                             *
      *****************************************************************
      * MODIFICATION HISTORY                                         *
      * 2026-10-15 RGM  CARVE OF-OH-SHIP-TO-CODE FROM THE ORDER      *
      *                 HEADER FILLER - THE DELIVERY SITE CODE ON    *
      *                 THE SHIPTO FILE, BLANK FOR THE BILL-TO       *
      *****************************************************************

       01  ORDER-FEED-RECORD.
           05  OF-OH-SHIPPING         PIC S9(5)V99
                                       SIGN TRAILING SEPARATE.
           05  OF-OH-ITEM-COUNT       PIC 9(3).
           05  OF-OH-SHIP-TO-CODE     PIC X(4).
           05  FILLER                 PIC X(99).

       01  OF-ORDER-ITEM REDEFINES ORDER-FEED-RECORD.
           05  OF-OI-REC-TYPE         PIC X(2).
