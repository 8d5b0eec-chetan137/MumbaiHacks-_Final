      *                    IN FLIGHT OR A RESUBMITTED SHPTRAN BATCH,   *
      *                    AND STORE THE DAY COUNTS AT END OF RUN FOR  *
      *                    THE DAY-END BALANCING REPORT (DAYENDRP).    *
      *    2026-10-15 RGM  WRITE A STOCK MOVEMENT (SEE STKMOVE         *
      *                    COPYBOOK) FOR EVERY UNIT ALLOCATED SO THE   *
      *                    MONTH-END ROLL-FORWARD (STKROLL) CAN        *
      *                    ACCOUNT FOR THE ON-HAND CHANGE.             *
      *    2026-10-15 RGM  RATE FREIGHT TO THE ORDER'S SHIP-TO ADDRESS *
      *                    (SHIPTO): THE ZONE COMES FROM THE SHIP-TO   *
      *                    ZIP, OR CUST-ZIP WHEN THE ORDER HAS NO      *
      *                    SHIP-TO CODE. THE CODE AND ZIP ARE KEPT ON  *
      *                    THE SHIPMENT RECORD. A CODE NO LONGER ON    *
      *                    FILE RATES TO THE BILL-TO AND IS NOTED.     *
      *    2026-10-15 RGM  WRITE EVERY SHIPMENT RECORD NOT YET BILLED  *
      *                    (SHP-BILLED-SW 'N') FOR THE CARRIER FREIGHT *
      *                    BILL AUDIT (FRTAUDIT).                      *
      *    2026-10-15 RGM  TAKE A PRE-RUN SNAPSHOT (MSTSNAP) OF        *
      *                    ORDRMAST, PRODMAST, CUSTMAST, BACKORDR,     *
      *                    SHIPMENT, GLACTV AND STKMOVE ONCE THE RUN   *
      *                    CONTROL CHECKS PASS, TAGGED WITH THE JOB    *
      *                    NAME AND BATCH ID, SO A BAD RUN CAN BE      *
      *                    ROLLED BACK BY THE RESTORE UTILITY          *
      *                    (MSTREST). A FAILED SNAPSHOT REFUSES THE    *
      *                    RUN.                                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SH-GLAC-FS.

           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SH-STKM-FS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS SH-STO-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipto.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.
           05  SH-CARR-FS              PIC X(2) VALUE '00'.
           05  SH-SHPF-FS              PIC X(2) VALUE '00'.
           05  SH-GLAC-FS              PIC X(2) VALUE '00'.
           05  SH-STKM-FS              PIC X(2) VALUE '00'.
           05  SH-STO-FS               PIC X(2) VALUE '00'.
           05  SH-RCTL-FS              PIC X(2) VALUE '00'.

       01  SH-SWITCHES.
               88  SH-RCTL-WAS-FOUND            VALUE 'Y'.
           05  SH-RUN-REFUSED-SW       PIC X(1) VALUE 'N'.
               88  SH-RUN-REFUSED               VALUE 'Y'.
           05  SH-STO-FOUND-SW         PIC X(1) VALUE 'N'.
               88  SH-SHIP-TO-WAS-FOUND         VALUE 'Y'.

       01  SH-RUN-DATE                 PIC 9(8).


       01  SH-BATCH-ID                 PIC X(20).

      ******************************************************************
      * PRE-RUN SNAPSHOT (SEE SNAPCTL COPYBOOK AND MSTSNAP).           *
      ******************************************************************
       COPY 'snapctl.cpy'.
       COPY 'snapmeas.cpy'.

       01  SH-MSTSNAP-PARMS.
           05  SH-SNAP-FUNCTION        PIC X(5).
           05  SH-SNAP-RETURN-CODE     PIC X(1).
               88  SH-SNAP-RC-ERROR             VALUE 'E'.

       01  SH-COUNTERS.
           05  SH-ORDERS-SHIPPED       PIC 9(7) COMP-3 VALUE ZERO.
           05  SH-ORDERS-DELIVERED     PIC 9(7) COMP-3 VALUE ZERO.
           05  SH-LINE-WEIGHT          PIC S9(7)V99 COMP-3.
           05  SH-NEW-FREIGHT          PIC S9(5)V99 COMP-3.
           05  SH-FREIGHT-DELTA        PIC S9(5)V99 COMP-3.
           05  SH-DEST-ZIP             PIC 9(5).
           05  SH-ZONE-DIGIT           PIC 9(1).
           05  SH-ZONE-SUB             PIC 9(2) COMP.

           OPEN I-O CUSTOMER-MASTER
           OPEN INPUT CARRIER-TABLE
           OPEN I-O SHIPMENT-FILE
           OPEN EXTEND GL-ACTIVITY
           OPEN EXTEND STOCK-MOVEMENT
           OPEN INPUT SHIP-TO-FILE.
       1000-EXIT.
           EXIT.

               MOVE 'Y' TO SH-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-TAKE-SNAPSHOT THRU 1150-EXIT
           IF SH-RUN-REFUSED
               GO TO 1100-EXIT
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE SH-JOB-NAME TO RC-JOB-NAME
           MOVE SH-RUN-DATE TO RC-LAST-RUN-DATE
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1150-TAKE-SNAPSHOT - COPY THE FILES THIS RUN UPDATES BEFORE IT *
      *    TOUCHES THEM, TAGGED WITH THE JOB NAME AND BATCH ID, AND    *
      *    KEEP THE JOB'S RUN CONTROL ENTRY AS IT STANDS NOW SO THE    *
      *    RESTORE UTILITY (MSTREST) CAN PUT BOTH BACK. NO RUN GOES    *
      *    AHEAD WITHOUT A SNAPSHOT TO FALL BACK ON.                   *
      ******************************************************************
       1150-TAKE-SNAPSHOT.
           INITIALIZE SNAPSHOT-CONTROL-RECORD
           MOVE SH-JOB-NAME TO SC-JOB-NAME
           MOVE SH-BATCH-ID TO SC-BATCH-ID
           MOVE SH-RUN-DATE TO SC-SNAP-DATE
           IF SH-RCTL-WAS-FOUND
               MOVE 'Y' TO SC-PRIOR-RC-SW
               MOVE RUN-CONTROL-RECORD TO SC-PRIOR-RC-IMAGE
           ELSE
               MOVE 'N' TO SC-PRIOR-RC-SW
           END-IF
           MOVE 'SNAP ' TO SH-SNAP-FUNCTION
           CALL 'MSTSNAP' USING SH-SNAP-FUNCTION
                                SNAPSHOT-CONTROL-RECORD
                                SNAPSHOT-MEASURES
                                SH-SNAP-RETURN-CODE
           IF SH-SNAP-RC-ERROR
               DISPLAY 'ORDSHIP - PRE-RUN SNAPSHOT FAILED - '
                       SNM-STATUS-MSG
               DISPLAY 'ORDSHIP - RUN REFUSED - NOTHING POSTED'
               MOVE 'Y' TO SH-RUN-REFUSED-SW
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CONFIRMATION - LOOK UP THE ORDER AND ADVANCE IT   *
      *    ONE STATUS STEP.                                            *
                   IF SH-QTY-ALLOCATED > ZERO
                       SUBTRACT SH-QTY-ALLOCATED FROM PROD-QTY-ON-HAND
                       REWRITE PRODUCT-MASTER-REC FROM PRODUCT-RECORD
                       PERFORM 2115-WRITE-STOCK-MOVEMENT THRU 2115-EXIT
                       MULTIPLY PROD-WEIGHT-LBS BY SH-QTY-ALLOCATED
                           GIVING SH-LINE-WEIGHT
                       ADD SH-LINE-WEIGHT TO SH-SHIP-WEIGHT
       2110-EXIT.
           EXIT.

      ******************************************************************
      * 2115-WRITE-STOCK-MOVEMENT - RECORD THE UNITS JUST TAKEN OUT OF *
      *    ON-HAND AS A SHIPMENT MOVEMENT AGAINST THE ORDER.           *
      ******************************************************************
       2115-WRITE-STOCK-MOVEMENT.
           INITIALIZE STOCK-MOVEMENT-RECORD
           MOVE SH-RUN-DATE TO SM-MOVE-DATE
           MOVE PROD-ID TO SM-PROD-ID
           SET SM-TYPE-SHIPMENT TO TRUE
           COMPUTE SM-QTY = ZERO - SH-QTY-ALLOCATED
           MOVE 'ORDSHIP ' TO SM-SOURCE-PROGRAM
           SET SM-REF-IS-ORDER TO TRUE
           MOVE ORDER-ID TO SM-REFERENCE-ID
           MOVE PROD-QTY-ON-HAND TO SM-QTY-ON-HAND-AFTER
           WRITE STOCK-MOVEMENT-RECORD.
       2115-EXIT.
           EXIT.

      ******************************************************************
      * 2120-WRITE-BACKORDER - RECORD ONE SHORT LINE ON THE BACKORDER  *
      *    FILE AND NOTE IT ON THE EXCEPTION REPORT FOR THE WAREHOUSE. *

      ******************************************************************
      * 2130-RATE-FREIGHT - COMPUTE THE ACTUAL FREIGHT FOR THE BOX:    *
      *    THE CARRIER'S ZONE RATE (ZONE = LEADING DIGIT OF THE ZIP    *
      *    THE ORDER SHIPS TO - SEE 2132) TIMES THE ALLOCATED WEIGHT   *
      *    PLUS THE BASE CHARGE. THE DELTA AGAINST THE KEYED           *
      *    ORDER-SHIPPING FLOWS INTO ORDER-TOTAL, CUST-BALANCE (THE    *
      *    ORDER WAS CHARGED AT ENTRY), AND THE GL ACTIVITY JOURNAL SO *
      *    THE LEDGER STAYS TIED. A CUSTOMER OR CARRIER THAT CANNOT BE *
      *    RATED LEAVES THE KEYED SHIPPING IN PLACE AND IS NOTED FOR   *
      *    THE DESK.                                                   *
      ******************************************************************
       2130-RATE-FREIGHT.
           MOVE 'N' TO SH-RATED-SW
           MOVE ZERO TO SH-DEST-ZIP
           MOVE ORDER-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
               PERFORM 2135-WRITE-RATING-NOTE THRU 2135-EXIT
               GO TO 2130-EXIT
           END-IF
           PERFORM 2132-FIND-SHIP-TO-ZIP THRU 2132-EXIT
           MOVE SHPT-CARRIER-CODE TO CAR-CODE
           READ CARRIER-TABLE
               INVALID KEY
               PERFORM 2135-WRITE-RATING-NOTE THRU 2135-EXIT
               GO TO 2130-EXIT
           END-IF
           MOVE SH-DEST-ZIP (1:1) TO SH-ZONE-DIGIT
           ADD 1 SH-ZONE-DIGIT GIVING SH-ZONE-SUB
           MULTIPLY CAR-ZR-PER-POUND (SH-ZONE-SUB) BY SH-SHIP-WEIGHT
               GIVING SH-NEW-FREIGHT ROUNDED
       2130-EXIT.
           EXIT.

      ******************************************************************
      * 2132-FIND-SHIP-TO-ZIP - AN ORDER WITH NO SHIP-TO CODE SHIPS TO *
      *    THE BILL-TO ADDRESS (CUST-ZIP). OTHERWISE THE SHIP-TO ZIP   *
      *    IS USED, ACTIVE OR NOT - THE CODE WAS EDITED AT ENTRY. A    *
      *    CODE DELETED SINCE ENTRY FALLS BACK TO CUST-ZIP AND IS      *
      *    NOTED FOR THE DESK.                                         *
      ******************************************************************
       2132-FIND-SHIP-TO-ZIP.
           MOVE CUST-ZIP TO SH-DEST-ZIP
           IF ORDER-SHIP-TO-CODE = SPACES
               GO TO 2132-EXIT
           END-IF
           MOVE ORDER-CUST-ID TO STO-CUST-ID
           MOVE ORDER-SHIP-TO-CODE TO STO-SHIP-TO-CODE
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'N' TO SH-STO-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SH-STO-FOUND-SW
           END-READ
           IF SH-SHIP-TO-WAS-FOUND
               MOVE STO-ZIP TO SH-DEST-ZIP
           ELSE
               MOVE SPACES TO SHIP-EXCEPTION-LINE
               STRING 'ORDER ' SHPT-ORDER-ID
                      ' SHIP-TO ' ORDER-SHIP-TO-CODE
                      ' - NOT ON FILE - RATED TO BILL-TO ZIP'
                   DELIMITED BY SIZE INTO SHIP-EXCEPTION-LINE
               WRITE SHIP-EXCEPTION-LINE
           END-IF.
       2132-EXIT.
           EXIT.

      ******************************************************************
      * 2135-WRITE-RATING-NOTE - THE ORDER STILL SHIPS AT ITS KEYED    *
      *    SHIPPING; THIS IS A NOTE LINE FOR THE DESK, NOT A REJECT.   *
           MOVE SHPT-TRACKING-NO TO SHP-TRACKING-NO
           MOVE SH-RUN-DATE TO SHP-SHIP-DATE
           MOVE SH-SHIP-WEIGHT TO SHP-WEIGHT-LBS
           MOVE ORDER-SHIP-TO-CODE TO SHP-SHIP-TO-CODE
           MOVE SH-DEST-ZIP TO SHP-SHIP-TO-ZIP
           MOVE ORDER-SHIPPING TO SHP-FREIGHT-CHARGE
           SET SHP-NOT-BILLED TO TRUE
           MOVE ZERO TO SHP-BILLED-AMOUNT
           WRITE SHIPMENT-RECORD
               INVALID KEY
                   MOVE SPACES TO SHIP-EXCEPTION-LINE
                 CARRIER-TABLE
                 SHIPMENT-FILE
                 GL-ACTIVITY
                 STOCK-MOVEMENT
                 SHIP-TO-FILE
           DISPLAY 'ORDSHIP - ORDERS SHIPPED:   ' SH-ORDERS-SHIPPED
           DISPLAY 'ORDSHIP - ORDERS DELIVERED: ' SH-ORDERS-DELIVERED
           DISPLAY 'ORDSHIP - ORDERS REJECTED:  ' SH-ORDERS-REJECTED
