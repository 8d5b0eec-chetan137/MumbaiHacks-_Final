      * 2026-09-01 RGM  CARVE PROD-WEIGHT-LBS FROM PRODUCT-RECORD    *
      *                 FILLER FOR FREIGHT RATING AT SHIP CONFIRM    *
      *                 (ORDSHIP, SEE CARRIER COPYBOOK)              *
      * 2026-10-15 RGM  CARVE ORDER-TAX-STATE AND ORDER-TAX-ZIP-LOW  *
      *                 FROM ORDER-RECORD FILLER - THE TAXING        *
      *                 JURISDICTION ORDENTRY RATED THE ORDER UNDER  *
      *                 (KEY OF THE TAXRATE TABLE, SPACES/ZERO WHEN  *
      *                 NO RATE WAS ON FILE)                         *
      * 2026-10-15 RGM  CARVE ORDER-SHIP-TO-CODE FROM ORDER-RECORD   *
      *                 FILLER - THE CUSTOMER'S DELIVERY SITE (SEE   *
      *                 SHIPTO COPYBOOK). BLANK SHIPS TO THE BILL-TO *
      *                 ADDRESS ON THE CUSTOMER MASTER               *
      * 2026-10-15 RGM  CARVE CUST-REP-ID FROM CUSTOMER-RECORD       *
      *                 FILLER - THE SALES REP THE ACCOUNT IS        *
      *                 ASSIGNED TO (SEE SLSREP COPYBOOK). ZERO OR   *
      *                 NOT NUMERIC MEANS NO REP. CHANGED ONLY       *
      *                 THROUGH CUSTCRED SO EVERY CHANGE IS JOURNALED*
      * 2026-10-15 RGM  CARVE CUST-FEED-SW FROM CUSTOMER-RECORD      *
      *                 FILLER - 'Y' FOR AN ELECTRONIC FEED ACCOUNT  *
      *                 THAT RECEIVES ITS SHIP NOTICES AND INVOICES  *
      *                 ON THE OUTBOUND FEED (ASNFEED). ANY OTHER    *
      *                 VALUE IS A PAPER ACCOUNT. SET IN CUSTINQ     *
      *****************************************************************

       01  CUSTOMER-RECORD.
           05  CUST-RESALE-EXEMPT     PIC X(1).
               88  CUST-RESALE-CERT-ON-FILE VALUE 'Y'.
               88  CUST-RESALE-NO-CERT       VALUE 'N'.
           05  CUST-REP-ID            PIC 9(5).
           05  CUST-FEED-SW           PIC X(1).
               88  CUST-IS-FEED-ACCOUNT VALUE 'Y'.
               88  CUST-IS-PAPER-ACCOUNT VALUE 'N'.
           05  FILLER                 PIC X(3).

      *****************************************************************
      * ORDER RECORD COPYBOOK                                        *
               88  ORDER-IS-PAID      VALUE 'Y'.
               88  ORDER-IS-OPEN      VALUE 'N'.
           05  ORDER-AMOUNT-PAID      PIC S9(7)V99 COMP-3.
           05  ORDER-TAX-JURIS.
               10  ORDER-TAX-STATE    PIC X(2).
               10  ORDER-TAX-ZIP-LOW  PIC 9(5) COMP-3.
           05  ORDER-SHIP-TO-CODE     PIC X(4).
           05  FILLER                 PIC X(1).

      *****************************************************************
      * PRODUCT RECORD COPYBOOK                                      *
