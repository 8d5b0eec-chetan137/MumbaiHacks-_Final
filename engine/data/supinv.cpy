      *****************************************************************
      * SUPPLIER INVOICE TRANSACTION RECORD COPYBOOK                 *
      * DESCRIPTION: ONE RECORD PER LINE OF A SUPPLIER'S INVOICE AS  *
      *              KEYED BY ACCOUNTS PAYABLE, INPUT TO THE INVOICE *
      *              MATCH RUN (APMATCH). THE INVOICE HEADER FIELDS  *
      *              (SUPPLIER, INVOICE NUMBER, INVOICE DATE) REPEAT *
      *              ON EVERY LINE, AND THE BATCH IS SORTED BY       *
      *              SUPPLIER AND INVOICE NUMBER SO AN INVOICE'S     *
      *              LINES ARRIVE TOGETHER. EACH LINE NAMES THE PO   *
      *              AND PRODUCT BILLED, THE QUANTITY BILLED, AND    *
      *              THE UNIT PRICE BILLED. UNPACKED, AS ON THE DOCK *
      *              RECEIPT TRANSACTION (RCVTRAN).                  *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  SUPPLIER-INVOICE-RECORD.
           05  SI-SUPPLIER-ID             PIC 9(6).
           05  SI-INVOICE-NO              PIC X(15).
           05  SI-INVOICE-DATE            PIC 9(8).
           05  SI-PO-ID                   PIC 9(8).
           05  SI-PROD-ID                 PIC 9(8).
           05  SI-QTY-BILLED              PIC 9(7).
           05  SI-UNIT-PRICE              PIC 9(5)V99.
           05  FILLER                     PIC X(11).
