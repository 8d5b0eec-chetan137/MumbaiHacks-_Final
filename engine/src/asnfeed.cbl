      ******************************************************************
      * PROGRAM-ID: ASNFEED                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ASNFEED.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  NIGHTLY OUTBOUND SHIP NOTICE AND INVOICE FEED    *
      *    FOR THE ELECTRONIC FEED ACCOUNTS - THE OUTBOUND LEG THAT    *
      *    MATCHES THE INBOUND ORDER FEED (ORDFEED/ORDACK). RUN AFTER  *
      *    ORDSHIP, IT READS THE SAME INVOICE PRINT QUEUE THE PRINT    *
      *    RUN (ORDINVPR) WORKS FROM, SO EXACTLY THE ORDERS SHIPPED    *
      *    TONIGHT ARE CONSIDERED. FOR EVERY ONE WHOSE CUSTOMER IS A   *
      *    FEED ACCOUNT (CUST-FEED-SW = 'Y') IT WRITES TO THE OUTBOUND *
      *    FILE (SEE ASNFEED COPYBOOK) AN ADVANCE SHIP NOTICE - THE    *
      *    CARRIER, TRACKING NUMBER, AND SHIP DATE FROM THE SHIPMENT   *
      *    RECORD ORDSHIP WROTE, AND PER LINE THE QUANTITY ORDERED,    *
      *    SHIPPED, AND BACKORDERED (AN OPEN BACKORDER ON THE LINE, AS *
      *    ON THE PACKING SLIP) - FOLLOWED BY THE SAME INVOICE THE     *
      *    PRINT RUN PRODUCES: EVERY LINE WITH PRICE, DISCOUNT, AND    *
      *    EXTENDED AMOUNT, THEN SUBTOTAL, TAX, FREIGHT, AND TOTAL.    *
      *    LINES ARE WALKED THROUGH ORDITMGT SO OVERFLOW LINES GO OUT  *
      *    COMPLETE. A TRAILER WITH RECORD COUNTS AND CONTROL TOTALS   *
      *    (INVOICE DOLLARS, UNITS SHIPPED) ENDS THE FILE SO THE       *
      *    RECEIVING SYSTEM CAN VERIFY IT ARRIVED COMPLETE. PAPER      *
      *    ACCOUNTS ARE LEFT TO ORDINVPR. AN ORDER OR CUSTOMER NO      *
      *    LONGER ON FILE IS LOGGED TO THE CONSOLE AND SKIPPED.        *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-PRINT-QUEUE ASSIGN TO "INVPRTQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AF-IPQ-FS.

           SELECT ORDER-MASTER ASSIGN TO "ORDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-MASTER-KEY
               FILE STATUS IS AF-ORDM-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS AF-CUST-FS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS AF-BORD-FS.

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-ORDER-ID
               FILE STATUS IS AF-SHPF-FS.

           SELECT ASN-INVOICE-FEED ASSIGN TO "ASNINVFD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AF-FEED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-PRINT-QUEUE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-QUEUE-REC.
           05  IPQ-ORDER-ID            PIC 9(10).
           05  FILLER                  PIC X(10).

       FD  ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ORDER-MASTER-REC.
           05  ORDER-MASTER-KEY        PIC 9(10).
           05  FILLER                  PIC X(959).

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'backordr.cpy'.

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipment.cpy'.

       FD  ASN-INVOICE-FEED
           LABEL RECORDS ARE STANDARD.
           COPY 'asnfeed.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  AF-FILE-STATUSES.
           05  AF-IPQ-FS               PIC X(2) VALUE '00'.
           05  AF-ORDM-FS              PIC X(2) VALUE '00'.
           05  AF-CUST-FS              PIC X(2) VALUE '00'.
           05  AF-BORD-FS              PIC X(2) VALUE '00'.
           05  AF-SHPF-FS              PIC X(2) VALUE '00'.
           05  AF-FEED-FS              PIC X(2) VALUE '00'.

       01  AF-SWITCHES.
           05  AF-IPQ-EOF-SW           PIC X(1) VALUE 'N'.
               88  AF-IPQ-EOF                   VALUE 'Y'.
           05  AF-ORDER-FOUND-SW       PIC X(1) VALUE 'N'.
               88  AF-ORDER-WAS-FOUND           VALUE 'Y'.
           05  AF-CUST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  AF-CUST-WAS-FOUND            VALUE 'Y'.
           05  AF-SHPF-FOUND-SW        PIC X(1) VALUE 'N'.
               88  AF-SHPF-WAS-FOUND            VALUE 'Y'.
           05  AF-BORD-FOUND-SW        PIC X(1) VALUE 'N'.
               88  AF-BORD-WAS-FOUND            VALUE 'Y'.

       01  AF-COUNTERS.
           05  AF-ORDERS-READ          PIC 9(7) COMP-3 VALUE ZERO.
           05  AF-ORDERS-SENT          PIC 9(7) COMP-3 VALUE ZERO.
           05  AF-ORDERS-PAPER         PIC 9(7) COMP-3 VALUE ZERO.
           05  AF-ORDERS-SKIPPED       PIC 9(7) COMP-3 VALUE ZERO.
           05  AF-ORDERS-NO-SHIPMENT   PIC 9(7) COMP-3 VALUE ZERO.
           05  AF-ORDERS-WITH-ERRORS   PIC 9(7) COMP-3 VALUE ZERO.

       01  AF-CONTROL-TOTALS.
           05  AF-SHIP-HDR-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  AF-SHIP-LINE-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05  AF-INV-HDR-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
           05  AF-INV-LINE-COUNT       PIC 9(9) COMP-3 VALUE ZERO.
           05  AF-INV-TOTAL-COUNT      PIC 9(9) COMP-3 VALUE ZERO.
           05  AF-TOT-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  AF-TOT-QTY-SHIPPED      PIC S9(9) COMP-3 VALUE ZERO.

       01  AF-LINE-WORK.
           05  AF-QTY-SHIPPED          PIC S9(4) COMP-3.
           05  AF-QTY-BACKORDERED      PIC S9(4) COMP-3.
           05  AF-EXTENDED-AMOUNT      PIC S9(7)V99 COMP-3.
           05  AF-INVOICE-SUBTOTAL     PIC S9(7)V99 COMP-3.

       01  AF-ORDITMGT-PARMS.
           05  AF-OIMG-FUNCTION        PIC X(5).
           05  AF-OIMG-ITEM-ID         PIC 9(8).
           05  AF-OIMG-ITEM-QTY        PIC 9(3).
           05  AF-OIMG-ITEM-PRICE      PIC S9(5)V99 COMP-3.
           05  AF-OIMG-ITEM-DISCOUNT   PIC S9(3)V99 COMP-3.
           05  AF-OIMG-LINE-NO         PIC 9(3).
           05  AF-OIMG-END-OF-ITEMS    PIC X(1).
               88  AF-OIMG-NO-MORE-ITEMS        VALUE 'Y'.
           05  AF-OIMG-RETURN-CODE     PIC X(1).
               88  AF-OIMG-RC-ERROR             VALUE 'E'.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - SEND EVERY QUEUED FEED-ACCOUNT ORDER, THEN *
      *    CLOSE THE FILE WITH ITS TRAILER.                            *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ONE-ORDER THRU 2000-EXIT
               UNTIL AF-IPQ-EOF
           PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - THE FEED IS REBUILT EVERY NIGHT, SO IT OPENS *
      *    OUTPUT LIKE THE NIGHTLY EXTRACT (NIGHTEXT).                 *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT INVOICE-PRINT-QUEUE
           OPEN INPUT ORDER-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT BACKORDER-FILE
           OPEN INPUT SHIPMENT-FILE
           OPEN OUTPUT ASN-INVOICE-FEED
           PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ONE-ORDER - LOOK UP THE QUEUED ORDER AND ITS      *
      *    CUSTOMER. A FEED ACCOUNT GETS ITS SHIP NOTICE AND INVOICE;  *
      *    A PAPER ACCOUNT IS COUNTED AND PASSED OVER.                 *
      ******************************************************************
       2000-PROCESS-ONE-ORDER.
           ADD 1 TO AF-ORDERS-READ
           MOVE IPQ-ORDER-ID TO ORDER-MASTER-KEY
           READ ORDER-MASTER INTO ORDER-RECORD
               INVALID KEY
                   MOVE 'N' TO AF-ORDER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AF-ORDER-FOUND-SW
           END-READ
           IF NOT AF-ORDER-WAS-FOUND
               DISPLAY 'ASNFEED - QUEUED ORDER NOT ON FILE '
                       IPQ-ORDER-ID
               ADD 1 TO AF-ORDERS-SKIPPED
               GO TO 2000-NEXT
           END-IF
           MOVE ORDER-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO AF-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AF-CUST-FOUND-SW
           END-READ
           IF NOT AF-CUST-WAS-FOUND
               DISPLAY 'ASNFEED - CUSTOMER NOT ON FILE FOR ORDER '
                       IPQ-ORDER-ID
               ADD 1 TO AF-ORDERS-SKIPPED
               GO TO 2000-NEXT
           END-IF
           IF NOT CUST-IS-FEED-ACCOUNT
               ADD 1 TO AF-ORDERS-PAPER
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-SEND-SHIP-NOTICE THRU 2100-EXIT
           PERFORM 2200-SEND-INVOICE THRU 2200-EXIT
           ADD 1 TO AF-ORDERS-SENT.
       2000-NEXT.
           PERFORM 2900-READ-QUEUE THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-SEND-SHIP-NOTICE - THE SHIP NOTICE HEADER FROM THE        *
      *    SHIPMENT RECORD, THEN ONE LINE PER ORDER LINE. AN ORDER     *
      *    WITH NO SHIPMENT RECORD (SHIPPED BEFORE FREIGHT RATING WENT *
      *    IN) HAS NO CARRIER OR TRACKING NUMBER TO SEND - IT IS       *
      *    LOGGED AND GOES OUT AS AN INVOICE ONLY.                     *
      ******************************************************************
       2100-SEND-SHIP-NOTICE.
           MOVE ORDER-ID TO SHP-ORDER-ID
           READ SHIPMENT-FILE
               INVALID KEY
                   MOVE 'N' TO AF-SHPF-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AF-SHPF-FOUND-SW
           END-READ
           IF NOT AF-SHPF-WAS-FOUND
               DISPLAY 'ASNFEED - NO SHIPMENT RECORD FOR ORDER '
                       ORDER-ID ' - INVOICE SENT WITHOUT SHIP NOTICE'
               ADD 1 TO AF-ORDERS-NO-SHIPMENT
               GO TO 2100-EXIT
           END-IF
           MOVE SPACES TO ASN-INVOICE-RECORD
           SET AS-TYPE-SHIP-HDR TO TRUE
           MOVE ORDER-ID TO AS-SH-ORDER-ID
           MOVE ORDER-CUST-ID TO AS-SH-CUST-ID
           MOVE SHP-SHIP-DATE TO AS-SH-SHIP-DATE
           MOVE SHP-CARRIER-CODE TO AS-SH-CARRIER-CODE
           MOVE SHP-SERVICE-LEVEL TO AS-SH-SERVICE-LEVEL
           MOVE SHP-TRACKING-NO TO AS-SH-TRACKING-NO
           MOVE SHP-SHIP-TO-CODE TO AS-SH-SHIP-TO-CODE
           IF SHP-SHIP-TO-ZIP NUMERIC
               MOVE SHP-SHIP-TO-ZIP TO AS-SH-SHIP-TO-ZIP
           ELSE
               MOVE CUST-ZIP TO AS-SH-SHIP-TO-ZIP
           END-IF
           MOVE SHP-WEIGHT-LBS TO AS-SH-WEIGHT-LBS
           WRITE ASN-INVOICE-RECORD
           ADD 1 TO AF-SHIP-HDR-COUNT
           MOVE 'INIT ' TO AF-OIMG-FUNCTION
           PERFORM 2500-CALL-ORDITMGT THRU 2500-EXIT
           PERFORM 2110-SEND-NEXT-SHIP-LINE THRU 2110-EXIT
               UNTIL AF-OIMG-NO-MORE-ITEMS OR AF-OIMG-RC-ERROR
           PERFORM 2550-CLOSE-ITEM-WALK THRU 2550-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2110-SEND-NEXT-SHIP-LINE - ONE SHIP NOTICE LINE. THE SHIPPED   *
      *    QUANTITY IS THE ORDERED QUANTITY LESS ANY OPEN BACKORDER ON *
      *    THE LINE, THE SAME RULE THE PACKING SLIP PRINTS BY.         *
      ******************************************************************
       2110-SEND-NEXT-SHIP-LINE.
           MOVE 'NEXT ' TO AF-OIMG-FUNCTION
           PERFORM 2500-CALL-ORDITMGT THRU 2500-EXIT
           IF AF-OIMG-NO-MORE-ITEMS OR AF-OIMG-RC-ERROR
               GO TO 2110-EXIT
           END-IF
           PERFORM 2120-CHECK-LINE-BACKORDER THRU 2120-EXIT
           MOVE SPACES TO ASN-INVOICE-RECORD
           SET AS-TYPE-SHIP-LINE TO TRUE
           MOVE ORDER-ID TO AS-SL-ORDER-ID
           MOVE AF-OIMG-LINE-NO TO AS-SL-LINE-NO
           MOVE AF-OIMG-ITEM-ID TO AS-SL-ITEM-ID
           MOVE AF-OIMG-ITEM-QTY TO AS-SL-QTY-ORDERED
           MOVE AF-QTY-SHIPPED TO AS-SL-QTY-SHIPPED
           MOVE AF-QTY-BACKORDERED TO AS-SL-QTY-BACKORDERED
           WRITE ASN-INVOICE-RECORD
           ADD 1 TO AF-SHIP-LINE-COUNT
           ADD AF-QTY-SHIPPED TO AF-TOT-QTY-SHIPPED.
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2120-CHECK-LINE-BACKORDER - SPLIT THE LINE INTO SHIPPED AND    *
      *    BACKORDERED FROM THE LINE'S BACKORDER RECORD, IF ANY.       *
      ******************************************************************
       2120-CHECK-LINE-BACKORDER.
           MOVE AF-OIMG-ITEM-QTY TO AF-QTY-SHIPPED
           MOVE ZERO TO AF-QTY-BACKORDERED
           MOVE AF-OIMG-ITEM-ID TO BO-PROD-ID
           MOVE ORDER-ID TO BO-ORDER-ID
           MOVE AF-OIMG-LINE-NO TO BO-LINE-NO
           READ BACKORDER-FILE
               INVALID KEY
                   MOVE 'N' TO AF-BORD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AF-BORD-FOUND-SW
           END-READ
           IF AF-BORD-WAS-FOUND AND BO-IS-OPEN
               MOVE BO-QTY-OPEN TO AF-QTY-BACKORDERED
               SUBTRACT BO-QTY-OPEN FROM AF-QTY-SHIPPED
               IF AF-QTY-SHIPPED < ZERO
                   MOVE ZERO TO AF-QTY-SHIPPED
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SEND-INVOICE - INVOICE HEADER, ONE LINE PER ORDER LINE,   *
      *    THEN THE TOTALS. AS ON THE PRINTED INVOICE THE ORDER BILLS  *
      *    AT ITS ORDERED QUANTITIES AND STORED TOTAL; THE SUBTOTAL IS *
      *    FOOTED FROM THE LINES.                                      *
      ******************************************************************
       2200-SEND-INVOICE.
           MOVE SPACES TO ASN-INVOICE-RECORD
           SET AS-TYPE-INV-HDR TO TRUE
           MOVE ORDER-ID TO AS-IH-INVOICE-NO
           MOVE ORDER-CUST-ID TO AS-IH-CUST-ID
           MOVE ORDER-SHIP-DATE TO AS-IH-INVOICE-DATE
           MOVE ORDER-DATE TO AS-IH-ORDER-DATE
           MOVE ORDER-SHIP-TO-CODE TO AS-IH-SHIP-TO-CODE
           WRITE ASN-INVOICE-RECORD
           ADD 1 TO AF-INV-HDR-COUNT
           MOVE ZERO TO AF-INVOICE-SUBTOTAL
           MOVE 'INIT ' TO AF-OIMG-FUNCTION
           PERFORM 2500-CALL-ORDITMGT THRU 2500-EXIT
           PERFORM 2210-SEND-NEXT-INVOICE-LINE THRU 2210-EXIT
               UNTIL AF-OIMG-NO-MORE-ITEMS OR AF-OIMG-RC-ERROR
           PERFORM 2550-CLOSE-ITEM-WALK THRU 2550-EXIT
           MOVE SPACES TO ASN-INVOICE-RECORD
           SET AS-TYPE-INV-TOTAL TO TRUE
           MOVE ORDER-ID TO AS-IT-INVOICE-NO
           MOVE AF-INVOICE-SUBTOTAL TO AS-IT-SUBTOTAL
           MOVE ORDER-TAX TO AS-IT-TAX
           MOVE ORDER-SHIPPING TO AS-IT-FREIGHT
           MOVE ORDER-TOTAL TO AS-IT-INVOICE-TOTAL
           WRITE ASN-INVOICE-RECORD
           ADD 1 TO AF-INV-TOTAL-COUNT
           ADD ORDER-TOTAL TO AF-TOT-AMOUNT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2210-SEND-NEXT-INVOICE-LINE - ONE INVOICE LINE WITH ITS        *
      *    EXTENDED AMOUNT (PRICE TIMES QUANTITY LESS DISCOUNT).       *
      ******************************************************************
       2210-SEND-NEXT-INVOICE-LINE.
           MOVE 'NEXT ' TO AF-OIMG-FUNCTION
           PERFORM 2500-CALL-ORDITMGT THRU 2500-EXIT
           IF AF-OIMG-NO-MORE-ITEMS OR AF-OIMG-RC-ERROR
               GO TO 2210-EXIT
           END-IF
           MULTIPLY AF-OIMG-ITEM-PRICE BY AF-OIMG-ITEM-QTY
               GIVING AF-EXTENDED-AMOUNT
           SUBTRACT AF-OIMG-ITEM-DISCOUNT FROM AF-EXTENDED-AMOUNT
           ADD AF-EXTENDED-AMOUNT TO AF-INVOICE-SUBTOTAL
           MOVE SPACES TO ASN-INVOICE-RECORD
           SET AS-TYPE-INV-LINE TO TRUE
           MOVE ORDER-ID TO AS-IL-INVOICE-NO
           MOVE AF-OIMG-LINE-NO TO AS-IL-LINE-NO
           MOVE AF-OIMG-ITEM-ID TO AS-IL-ITEM-ID
           MOVE AF-OIMG-ITEM-QTY TO AS-IL-QTY
           MOVE AF-OIMG-ITEM-PRICE TO AS-IL-PRICE
           MOVE AF-OIMG-ITEM-DISCOUNT TO AS-IL-DISCOUNT
           MOVE AF-EXTENDED-AMOUNT TO AS-IL-EXTENDED
           WRITE ASN-INVOICE-RECORD
           ADD 1 TO AF-INV-LINE-COUNT.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CALL-ORDITMGT - ONE CALL TO THE LINE-ITEM ACCESSOR WITH   *
      *    THE FUNCTION ALREADY SET IN AF-OIMG-FUNCTION.               *
      ******************************************************************
       2500-CALL-ORDITMGT.
           CALL 'ORDITMGT' USING AF-OIMG-FUNCTION
                                 ORDER-RECORD
                                 AF-OIMG-ITEM-ID
                                 AF-OIMG-ITEM-QTY
                                 AF-OIMG-ITEM-PRICE
                                 AF-OIMG-ITEM-DISCOUNT
                                 AF-OIMG-LINE-NO
                                 AF-OIMG-END-OF-ITEMS
                                 AF-OIMG-RETURN-CODE.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-CLOSE-ITEM-WALK - END A PASS OVER THE ORDER'S LINES. THE  *
      *    'CLOSE' CALL RESETS THE RETURN CODE, SO A WALK ERROR IS     *
      *    LOGGED BEFORE IT IS LOST - THE RECORD SET FOR THE ORDER IS  *
      *    SHORT AND THE CUSTOMER MUST BE TOLD BY HAND.                *
      ******************************************************************
       2550-CLOSE-ITEM-WALK.
           IF AF-OIMG-RC-ERROR
               DISPLAY 'ASNFEED - LINE ITEM DETAIL COULD NOT BE '
                       'FULLY READ FOR ORDER ' ORDER-ID
               ADD 1 TO AF-ORDERS-WITH-ERRORS
           END-IF
           MOVE 'CLOSE' TO AF-OIMG-FUNCTION
           PERFORM 2500-CALL-ORDITMGT THRU 2500-EXIT.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-QUEUE                                                *
      ******************************************************************
       2900-READ-QUEUE.
           READ INVOICE-PRINT-QUEUE
               AT END
                   MOVE 'Y' TO AF-IPQ-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-TRAILER - ONE TRAILER RECORD WITH RECORD COUNTS AND *
      *    CONTROL TOTALS FOR THE RECEIVING SYSTEM TO BALANCE AGAINST: *
      *    THE SUM OF THE INVOICE TOTALS AND THE UNITS SHIPPED ON THE  *
      *    SHIP NOTICES. THE INVOICE TOTAL RECORDS ARE COUNTED IN THE  *
      *    TOTAL RECORD COUNT, ONE PER INVOICE.                        *
      ******************************************************************
       8000-WRITE-TRAILER.
           MOVE SPACES TO ASN-INVOICE-RECORD
           SET AS-TYPE-TRAILER TO TRUE
           MOVE AF-SHIP-HDR-COUNT TO AS-TR-SHIP-NOTICE-CNT
           MOVE AF-SHIP-LINE-COUNT TO AS-TR-SHIP-LINE-CNT
           MOVE AF-INV-HDR-COUNT TO AS-TR-INVOICE-CNT
           MOVE AF-INV-LINE-COUNT TO AS-TR-INV-LINE-CNT
           ADD AF-SHIP-HDR-COUNT AF-SHIP-LINE-COUNT AF-INV-HDR-COUNT
               AF-INV-LINE-COUNT AF-INV-TOTAL-COUNT
               GIVING AS-TR-TOTAL-REC-COUNT
           ADD 1 TO AS-TR-TOTAL-REC-COUNT
           MOVE AF-TOT-AMOUNT TO AS-TR-CTL-TOT-AMT
           MOVE AF-TOT-QTY-SHIPPED TO AS-TR-CTL-TOT-QTY
           WRITE ASN-INVOICE-RECORD.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE INVOICE-PRINT-QUEUE
                 ORDER-MASTER
                 CUSTOMER-MASTER
                 BACKORDER-FILE
                 SHIPMENT-FILE
                 ASN-INVOICE-FEED
           DISPLAY 'ASNFEED - QUEUED ORDERS READ: ' AF-ORDERS-READ
           DISPLAY 'ASNFEED - ORDERS SENT:        ' AF-ORDERS-SENT
           DISPLAY 'ASNFEED - PAPER ACCOUNTS:     ' AF-ORDERS-PAPER
           DISPLAY 'ASNFEED - ORDERS SKIPPED:     ' AF-ORDERS-SKIPPED
           DISPLAY 'ASNFEED - SENT WITHOUT NOTICE:'
                   AF-ORDERS-NO-SHIPMENT
           DISPLAY 'ASNFEED - ORDERS WITH ITEM ERRORS: '
                   AF-ORDERS-WITH-ERRORS.
       9000-EXIT.
           EXIT.
