      * MODIFICATION HISTORY                                         *
      * 2026-05-18 RGM  ADD ARCHIVE REASON 'R' FOR RETURNED ORDERS   *
      *                 AGED OFF THE ACTIVE MASTER (SEE ORDRETRN)    *
      * 2026-10-15 RGM  CARVE OHIST-TAX-EXEMPT-SW AND OHIST-TAX-JURIS *
      *                 FROM FILLER SO AN ARCHIVED ORDER KEEPS THE   *
      *                 TAX TREATMENT THE LIABILITY REPORT (TAXLIAB) *
      *                 CLASSIFIES IT BY                             *
      *****************************************************************

       01  ORDER-HISTORY-RECORD.
               10  OHIST-ITEM-QTY         PIC 9(3).
               10  OHIST-ITEM-PRICE       PIC S9(5)V99 COMP-3.
               10  OHIST-ITEM-DISCOUNT    PIC S9(3)V99 COMP-3.
           05  OHIST-TAX-EXEMPT-SW        PIC X(1).
               88  OHIST-TAX-WAS-EXEMPT   VALUE 'Y'.
           05  OHIST-TAX-JURIS.
               10  OHIST-TAX-STATE        PIC X(2).
               10  OHIST-TAX-ZIP-LOW      PIC 9(5) COMP-3.
           05  FILLER                     PIC X(9).
