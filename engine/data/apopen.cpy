      *****************************************************************
      * ACCOUNTS PAYABLE OPEN ITEM RECORD COPYBOOK                   *
      * DESCRIPTION: ONE RECORD PER SUPPLIER INVOICE THAT PASSED THE *
      *              THREE-WAY MATCH (APMATCH), KEYED BY SUPPLIER AND *
      *              THE SUPPLIER'S OWN INVOICE NUMBER - THE KEY ALSO *
      *              STOPS THE SAME INVOICE BEING POSTED TWICE. THE  *
      *              DUE DATE IS THE INVOICE DATE PLUS THE NET DAYS  *
      *              OF THE SUPPLIER'S TERMS (SUP-TERMS) IN THE      *
      *              STANDARD 30/360 CONVENTION. AP-PO-ID IS THE PO  *
      *              ON THE INVOICE'S FIRST LINE. THE OPEN AMOUNT IS *
      *              AP-INVOICE-AMOUNT LESS AP-AMOUNT-PAID; AN ITEM  *
      *              PAID IN FULL IS MARKED AP-IS-PAID AND DROPS OFF *
      *              THE AGING REPORT (APAGING).                     *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  AP-OPEN-ITEM-RECORD.
           05  AP-KEY.
               10  AP-SUPPLIER-ID         PIC 9(6).
               10  AP-INVOICE-NO          PIC X(15).
           05  AP-INVOICE-DATE            PIC 9(8).
           05  AP-DUE-DATE                PIC 9(8).
           05  AP-POSTED-DATE             PIC 9(8).
           05  AP-PO-ID                   PIC 9(8).
           05  AP-TERMS-DAYS              PIC 9(3).
           05  AP-INVOICE-AMOUNT          PIC S9(9)V99 COMP-3.
           05  AP-AMOUNT-PAID             PIC S9(9)V99 COMP-3.
           05  AP-STATUS                  PIC X(1).
               88  AP-IS-OPEN             VALUE 'O'.
               88  AP-IS-PAID             VALUE 'P'.
           05  FILLER                     PIC X(20).
