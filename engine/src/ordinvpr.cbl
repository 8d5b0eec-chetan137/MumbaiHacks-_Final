      *                    TRACKING NUMBER FROM THE SHIPMENT RECORD    *
      *                    ORDSHIP NOW WRITES (SEE SHIPMENT COPYBOOK)  *
      *                    ON BOTH THE PACKING SLIP AND THE INVOICE.   *
      *    2026-10-15 RGM  PRINT THE ORDER'S SHIP-TO ADDRESS (SHIPTO)  *
      *                    ON THE PACKING SLIP AS 'SHIP TO'; THE       *
      *                    INVOICE KEEPS THE BILL-TO ADDRESS FROM THE  *
      *                    CUSTOMER MASTER. AN ORDER WITH NO SHIP-TO   *
      *                    CODE SHIPS TO, AND SLIPS SHOW, THE BILL-TO. *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SHP-ORDER-ID
               FILE STATUS IS IP-SHPF-FS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS IP-STO-FS.

           SELECT PACKING-SLIP-PRINT ASSIGN TO "PACKSLIP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IP-PSL-FS.
           LABEL RECORDS ARE STANDARD.
           COPY 'shipment.cpy'.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipto.cpy'.

       FD  PACKING-SLIP-PRINT
           LABEL RECORDS ARE STANDARD.
       01  PACKING-SLIP-LINE           PIC X(132).
           05  IP-PROD-FS              PIC X(2) VALUE '00'.
           05  IP-BORD-FS              PIC X(2) VALUE '00'.
           05  IP-SHPF-FS              PIC X(2) VALUE '00'.
           05  IP-STO-FS               PIC X(2) VALUE '00'.
           05  IP-PSL-FS               PIC X(2) VALUE '00'.
           05  IP-INV-FS               PIC X(2) VALUE '00'.

               88  IP-BORD-WAS-FOUND            VALUE 'Y'.
           05  IP-SHPF-FOUND-SW        PIC X(1) VALUE 'N'.
               88  IP-SHPF-WAS-FOUND            VALUE 'Y'.
           05  IP-STO-FOUND-SW         PIC X(1) VALUE 'N'.
               88  IP-SHIP-TO-WAS-FOUND         VALUE 'Y'.

       01  IP-COUNTERS.
           05  IP-ORDERS-PRINTED       PIC 9(7) COMP-3 VALUE ZERO.
           05  IP-C-TRACKING           PIC X(20).

       01  IP-NAME-LINE.
           05  IP-N-CAPTION            PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  IP-N-CUST-NAME          PIC X(50).

           OPEN INPUT PRODUCT-MASTER
           OPEN INPUT BACKORDER-FILE
           OPEN INPUT SHIPMENT-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN OUTPUT PACKING-SLIP-PRINT
           OPEN OUTPUT INVOICE-PRINT
           PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
           EXIT.

      ******************************************************************
      * 2100-PRINT-DOCUMENT-HEADERS - ORDER AND ADDRESS BLOCK AT THE   *
      *    TOP OF BOTH DOCUMENTS, THEN THE COLUMN HEADINGS. THE        *
      *    PACKING SLIP SHOWS WHERE THE BOX GOES (SEE 2120); THE       *
      *    INVOICE SHOWS THE BILL-TO.                                  *
      ******************************************************************
       2100-PRINT-DOCUMENT-HEADERS.
           MOVE ORDER-ID TO IP-PS-ORDER-ID
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           WRITE INVOICE-LINE FROM IP-INV-HEADER-1
           PERFORM 2120-PRINT-SHIP-TO-BLOCK THRU 2120-EXIT
           MOVE 'SOLD TO  :' TO IP-N-CAPTION
           MOVE CUST-NAME TO IP-N-CUST-NAME
           MOVE CUST-STREET TO IP-N-STREET
           MOVE CUST-CITY TO IP-N-CITY
           MOVE CUST-STATE TO IP-N-STATE
           MOVE CUST-ZIP TO IP-N-ZIP
           WRITE INVOICE-LINE FROM IP-NAME-LINE
           WRITE INVOICE-LINE FROM IP-STREET-LINE
           WRITE INVOICE-LINE FROM IP-CITY-LINE
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2120-PRINT-SHIP-TO-BLOCK - THE ORDER'S SHIP-TO ADDRESS ON THE  *
      *    PACKING SLIP. A BLANK SHIP-TO CODE SHIPS TO THE BILL-TO     *
      *    ADDRESS. A CODE NO LONGER ON FILE ALSO FALLS BACK TO THE    *
      *    BILL-TO AND IS LOGGED TO THE CONSOLE SO THE WAREHOUSE CAN   *
      *    CHECK THE LABEL BEFORE THE BOX GOES OUT.                    *
      ******************************************************************
       2120-PRINT-SHIP-TO-BLOCK.
           MOVE 'SHIP TO  :' TO IP-N-CAPTION
           MOVE 'N' TO IP-STO-FOUND-SW
           IF ORDER-SHIP-TO-CODE NOT = SPACES
               MOVE ORDER-CUST-ID TO STO-CUST-ID
               MOVE ORDER-SHIP-TO-CODE TO STO-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE 'N' TO IP-STO-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO IP-STO-FOUND-SW
               END-READ
               IF NOT IP-SHIP-TO-WAS-FOUND
                   DISPLAY 'ORDINVPR - SHIP-TO ' ORDER-SHIP-TO-CODE
                           ' NOT ON FILE FOR ORDER ' ORDER-ID
                           ' - BILL-TO PRINTED'
               END-IF
           END-IF
           IF IP-SHIP-TO-WAS-FOUND
               MOVE STO-NAME TO IP-N-CUST-NAME
               MOVE STO-STREET TO IP-N-STREET
               MOVE STO-CITY TO IP-N-CITY
               MOVE STO-STATE TO IP-N-STATE
               MOVE STO-ZIP TO IP-N-ZIP
           ELSE
               MOVE CUST-NAME TO IP-N-CUST-NAME
               MOVE CUST-STREET TO IP-N-STREET
               MOVE CUST-CITY TO IP-N-CITY
               MOVE CUST-STATE TO IP-N-STATE
               MOVE CUST-ZIP TO IP-N-ZIP
           END-IF
           WRITE PACKING-SLIP-LINE FROM IP-NAME-LINE
           WRITE PACKING-SLIP-LINE FROM IP-STREET-LINE
           WRITE PACKING-SLIP-LINE FROM IP-CITY-LINE.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2150-PRINT-CARRIER-LINE - CARRIER, SERVICE LEVEL, AND          *
      *    TRACKING NUMBER FROM THE SHIPMENT RECORD ORDSHIP WROTE AT   *
                 PRODUCT-MASTER
                 BACKORDER-FILE
                 SHIPMENT-FILE
                 SHIP-TO-FILE
                 PACKING-SLIP-PRINT
                 INVOICE-PRINT
           DISPLAY 'ORDINVPR - ORDERS PRINTED: ' IP-ORDERS-PRINTED
