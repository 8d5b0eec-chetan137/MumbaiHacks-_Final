      *****************************************************************
      * CARRIER FREIGHT BILL LINE RECORD COPYBOOK                    *
      * DESCRIPTION: ONE FIXED-WIDTH RECORD PER SHIPMENT BILLED ON A *
      *              CARRIER'S WEEKLY FREIGHT INVOICE. EACH CARRIER  *
      *              SENDS ITS OWN FILE IN THIS LAYOUT; THE FILES    *
      *              ARE CONCATENATED INTO THE FREIGHT BILL INPUT    *
      *              FOR THE FREIGHT BILL AUDIT (FRTAUDIT), WHICH    *
      *              MATCHES EVERY LINE BY TRACKING NUMBER TO THE    *
      *              SHIPMENT FILE. FB-CAR-CODE IS OUR FOUR-         *
      *              CHARACTER CARRIER CODE (SEE CARRIER COPYBOOK)   *
      *              AND FB-BILL-NO THE CARRIER'S INVOICE NUMBER.    *
      *              ALL SIGNED NUMERIC FIELDS ARE UNPACKED,         *
      *              TRAILING SIGN, AS ON THE OTHER INTERFACE FILES. *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  FREIGHT-BILL-RECORD.
           05  FB-CAR-CODE                PIC X(4).
           05  FB-BILL-NO                 PIC X(12).
           05  FB-BILL-DATE               PIC 9(8).
           05  FB-TRACKING-NO             PIC X(20).
           05  FB-SHIP-DATE               PIC 9(8).
           05  FB-BILLED-WEIGHT           PIC S9(7)V99
                                          SIGN TRAILING SEPARATE.
           05  FB-BILLED-AMOUNT           PIC S9(5)V99
                                          SIGN TRAILING SEPARATE.
           05  FILLER                     PIC X(10).
