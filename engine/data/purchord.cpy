      *              ARE ASSIGNED FROM THE PO CONTROL FILE (POCNTL). *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-06-15                                             *
      *****************************************************************
      * MODIFICATION HISTORY                                         *
      * 2026-10-15 RGM  ADD POL-UNIT-COST (THE AGREED COST PER UNIT, *
      *                 SET BY POGEN FROM PROD-COST WHEN THE PO IS   *
      *                 CUT) AND POL-QTY-BILLED (UNITS ALREADY       *
      *                 MATCHED TO SUPPLIER INVOICES BY APMATCH) TO  *
      *                 EACH LINE. RECORD GROWS FROM 373 TO 533      *
      *                 BYTES - THE EXISTING FILE IS CONVERTED ONCE  *
      *                 AT INSTALL BY POCONV (OLD FILE RENAMED TO    *
      *                 PURCHOLD; COST FROM PROD-COST, BILLED ZERO)  *
      *****************************************************************

       01  PURCHASE-ORDER-RECORD.
               10  POL-PROD-ID        PIC 9(8).
               10  POL-QTY-ORDERED    PIC S9(7) COMP-3.
               10  POL-QTY-RECEIVED   PIC S9(7) COMP-3.
               10  POL-UNIT-COST      PIC S9(5)V99 COMP-3.
               10  POL-QTY-BILLED     PIC S9(7) COMP-3.
           05  FILLER                 PIC X(20).
