      *****************************************************************
      * PO RECEIPT HISTORY RECORD COPYBOOK                           *
      * DESCRIPTION: ONE RECORD FOR EVERY DOCK RECEIPT THE RECEIVING *
      *              RUN (PORECV) POSTS TO A PURCHASE ORDER LINE,    *
      *              WRITTEN EXTEND-ONLY (IN THE STYLE OF STKMOVE).  *
      *              RH-RECEIPT-DATE IS THE DATE THE GOODS CAME IN   *
      *              (THE DOCK'S RCV-DATE; THE RUN DATE WHEN THE     *
      *              DOCK LEFT IT BLANK). THE PO'S ORDER AND DUE     *
      *              DATES, THE LINE'S ORDERED QUANTITY, AND WHAT    *
      *              HAD BEEN RECEIVED BEFORE THIS RECEIPT ARE       *
      *              CARRIED ON THE RECORD SO THE MONTHLY SUPPLIER   *
      *              SCORECARD (SUPSCORE) NEEDS NO PO LOOKUP.        *
      *              RH-PRIOR-QTY-RECEIVED = ZERO MARKS THE LINE'S   *
      *              FIRST DELIVERY.                                 *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  RECEIPT-HISTORY-RECORD.
           05  RH-RECEIPT-DATE            PIC 9(8).
           05  RH-POST-DATE               PIC 9(8).
           05  RH-PO-ID                   PIC 9(8).
           05  RH-SUPPLIER-ID             PIC 9(6).
           05  RH-PROD-ID                 PIC 9(8).
           05  RH-PO-ORDER-DATE           PIC 9(8).
           05  RH-PO-DUE-DATE             PIC 9(8).
           05  RH-QTY-ORDERED             PIC S9(7) COMP-3.
           05  RH-PRIOR-QTY-RECEIVED      PIC S9(7) COMP-3.
           05  RH-QTY-RECEIVED            PIC S9(7) COMP-3.
           05  FILLER                     PIC X(20).
