      *****************************************************************
      * CUSTOMER SHIP-TO ADDRESS RECORD COPYBOOK                     *
      * DESCRIPTION: ONE RECORD PER DELIVERY SITE OF A CUSTOMER,     *
      *              KEYED BY CUST-ID AND A 4-CHARACTER SHIP-TO CODE *
      *              THE CUSTOMER QUOTES ON THE ORDER (SEE           *
      *              ORDER-SHIP-TO-CODE). THE ADDRESS ON THE         *
      *              CUSTOMER MASTER REMAINS THE BILL-TO; AN ORDER   *
      *              WITH A BLANK SHIP-TO CODE SHIPS THERE AS        *
      *              BEFORE. ORDENTRY AND ORDFEED REFUSE A CODE NOT  *
      *              ON FILE OR NOT ACTIVE; ORDSHIP RATES FREIGHT TO *
      *              THE SHIP-TO ZIP; ORDINVPR PRINTS THIS ADDRESS   *
      *              ON THE PACKING SLIP; SHIPINQ SHOWS IT. A SITE   *
      *              NO LONGER USED IS MARKED INACTIVE RATHER THAN   *
      *              DELETED WHILE ORDERS FOR IT ARE STILL OPEN.     *
      *              MAINTAINED ONLINE THROUGH SHPMAINT.             *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  SHIP-TO-RECORD.
           05  STO-KEY.
               10  STO-CUST-ID            PIC 9(8).
               10  STO-SHIP-TO-CODE       PIC X(4).
           05  STO-NAME                   PIC X(50).
           05  STO-ADDRESS.
               10  STO-STREET             PIC X(40).
               10  STO-CITY               PIC X(25).
               10  STO-STATE              PIC X(2).
               10  STO-ZIP                PIC 9(5).
           05  STO-PHONE                  PIC 9(10).
           05  STO-STATUS                 PIC X(1).
               88  STO-ACTIVE             VALUE 'A'.
               88  STO-INACTIVE           VALUE 'I'.
           05  FILLER                     PIC X(20).
