      *****************************************************************
      * OUTBOUND SHIP NOTICE / INVOICE FEED RECORD COPYBOOK          *
      * DESCRIPTION: FIXED-WIDTH, 150-BYTE INTERFACE RECORD FOR THE  *
      *              NIGHTLY OUTBOUND FEED TO THE ELECTRONIC FEED    *
      *              ACCOUNTS (ASNFEED) - LAID OUT LIKE THE TYPED    *
      *              RECORDS OF THE ORDER FEEDS (SEE EXTFEED AND     *
      *              ORDFEED). EVERY ORDER SHIPPED TO A FEED ACCOUNT *
      *              (CUST-FEED-SW = 'Y') PRODUCES AN ADVANCE SHIP   *
      *              NOTICE FOLLOWED BY ITS INVOICE. THE ORDER-ID IS *
      *              THE INVOICE NUMBER AND THE ORDER NUMBER THE     *
      *              CUSTOMER'S SYSTEM SENT ON ORDFEED, SO THE       *
      *              CUSTOMER CAN MATCH IT TO ITS PURCHASE ORDER.    *
      *              EVERY RECORD CARRIES A 2-BYTE AS-REC-TYPE SO    *
      *              THE REMAINING 148 BYTES REDEFINE BY TYPE:       *
      *                'SH' - SHIP NOTICE HEADER (CARRIER, TRACKING  *
      *                       NUMBER, SHIP DATE, DESTINATION)        *
      *                'SL' - SHIP NOTICE LINE (ONE PER ORDER LINE,  *
      *                       ORDERED, SHIPPED, AND BACKORDERED QTY) *
      *                'IH' - INVOICE HEADER (ONE PER ORDER)         *
      *                'IL' - INVOICE LINE (ONE PER ORDER LINE)      *
      *                'IT' - INVOICE TOTAL (SUBTOTAL, TAX, FREIGHT, *
      *                       AND INVOICE TOTAL, ENDS THE INVOICE)   *
      *                'TR' - TRAILER (ONE PER FILE, LAST REC,       *
      *                       COUNTS AND CONTROL TOTALS)             *
      *              AN ORDER WITH NO SHIPMENT RECORD SENDS ITS      *
      *              INVOICE SET WITHOUT A SHIP NOTICE. ALL SIGNED   *
      *              NUMERIC FIELDS ARE UNPACKED, TRAILING SIGN, AS  *
      *              ON THE OTHER FEEDS.                             *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  ASN-INVOICE-RECORD.
           05  AS-REC-TYPE            PIC X(2).
               88  AS-TYPE-SHIP-HDR    VALUE 'SH'.
               88  AS-TYPE-SHIP-LINE   VALUE 'SL'.
               88  AS-TYPE-INV-HDR     VALUE 'IH'.
               88  AS-TYPE-INV-LINE    VALUE 'IL'.
               88  AS-TYPE-INV-TOTAL   VALUE 'IT'.
               88  AS-TYPE-TRAILER     VALUE 'TR'.
           05  AS-DATA                PIC X(148).

       01  AS-SHIP-HDR REDEFINES ASN-INVOICE-RECORD.
           05  AS-SH-REC-TYPE         PIC X(2).
           05  AS-SH-ORDER-ID         PIC 9(10).
           05  AS-SH-CUST-ID          PIC 9(8).
           05  AS-SH-SHIP-DATE        PIC 9(8).
           05  AS-SH-CARRIER-CODE     PIC X(4).
           05  AS-SH-SERVICE-LEVEL    PIC X(1).
           05  AS-SH-TRACKING-NO      PIC X(20).
           05  AS-SH-SHIP-TO-CODE     PIC X(4).
           05  AS-SH-SHIP-TO-ZIP      PIC 9(5).
           05  AS-SH-WEIGHT-LBS       PIC S9(7)V99
                                       SIGN TRAILING SEPARATE.
           05  FILLER                 PIC X(78).

       01  AS-SHIP-LINE REDEFINES ASN-INVOICE-RECORD.
           05  AS-SL-REC-TYPE         PIC X(2).
           05  AS-SL-ORDER-ID         PIC 9(10).
           05  AS-SL-LINE-NO          PIC 9(4).
           05  AS-SL-ITEM-ID          PIC 9(8).
           05  AS-SL-QTY-ORDERED      PIC 9(3).
           05  AS-SL-QTY-SHIPPED      PIC 9(3).
           05  AS-SL-QTY-BACKORDERED  PIC 9(3).
           05  FILLER                 PIC X(117).

       01  AS-INV-HDR REDEFINES ASN-INVOICE-RECORD.
           05  AS-IH-REC-TYPE         PIC X(2).
           05  AS-IH-INVOICE-NO       PIC 9(10).
           05  AS-IH-CUST-ID          PIC 9(8).
           05  AS-IH-INVOICE-DATE     PIC 9(8).
           05  AS-IH-ORDER-DATE       PIC 9(8).
           05  AS-IH-SHIP-TO-CODE     PIC X(4).
           05  FILLER                 PIC X(110).

       01  AS-INV-LINE REDEFINES ASN-INVOICE-RECORD.
           05  AS-IL-REC-TYPE         PIC X(2).
           05  AS-IL-INVOICE-NO       PIC 9(10).
           05  AS-IL-LINE-NO          PIC 9(4).
           05  AS-IL-ITEM-ID          PIC 9(8).
           05  AS-IL-QTY              PIC 9(3).
           05  AS-IL-PRICE            PIC S9(5)V99
                                       SIGN TRAILING SEPARATE.
           05  AS-IL-DISCOUNT         PIC S9(3)V99
                                       SIGN TRAILING SEPARATE.
           05  AS-IL-EXTENDED         PIC S9(7)V99
                                       SIGN TRAILING SEPARATE.
           05  FILLER                 PIC X(99).

       01  AS-INV-TOTAL REDEFINES ASN-INVOICE-RECORD.
           05  AS-IT-REC-TYPE         PIC X(2).
           05  AS-IT-INVOICE-NO       PIC 9(10).
           05  AS-IT-SUBTOTAL         PIC S9(7)V99
                                       SIGN TRAILING SEPARATE.
           05  AS-IT-TAX              PIC S9(5)V99
                                       SIGN TRAILING SEPARATE.
           05  AS-IT-FREIGHT          PIC S9(5)V99
                                       SIGN TRAILING SEPARATE.
           05  AS-IT-INVOICE-TOTAL    PIC S9(7)V99
                                       SIGN TRAILING SEPARATE.
           05  FILLER                 PIC X(102).

       01  AS-TRAILER REDEFINES ASN-INVOICE-RECORD.
           05  AS-TR-REC-TYPE         PIC X(2).
           05  AS-TR-SHIP-NOTICE-CNT  PIC 9(9).
           05  AS-TR-SHIP-LINE-CNT    PIC 9(9).
           05  AS-TR-INVOICE-CNT      PIC 9(9).
           05  AS-TR-INV-LINE-CNT     PIC 9(9).
           05  AS-TR-TOTAL-REC-COUNT  PIC 9(9).
           05  AS-TR-CTL-TOT-AMT      PIC S9(9)V99
                                       SIGN TRAILING SEPARATE.
           05  AS-TR-CTL-TOT-QTY      PIC S9(9)
                                       SIGN TRAILING SEPARATE.
           05  FILLER                 PIC X(81).
