      *                    FLIGHT OR A RESUBMITTED ORDTRAN BATCH, AND  *
      *                    STORE THE DAY COUNTS AT END OF RUN FOR THE  *
      *                    DAY-END BALANCING REPORT (DAYENDRP).        *
      *    2026-10-15 RGM  CALCULATE SALES TAX FROM THE TAX RATE TABLE *
      *                    (TAXRATE, MAINTAINED BY TAXMAINT) BY THE    *
      *                    CUSTOMER'S STATE AND ZIP INSTEAD OF TAKING  *
      *                    THE SUBMITTED AMOUNT. THE CALCULATED TAX    *
      *                    STANDS; A SUBMITTED TAX THAT DIFFERS, OR A  *
      *                    TAXABLE ORDER WITH NO RATE ON FILE (WHOSE   *
      *                    SUBMITTED TAX IS KEPT), LISTS ON THE NEW    *
      *                    ORDTAXRP REPORT. THE JURISDICTION IS        *
      *                    STAMPED ON THE ORDER FOR TAXLIAB.           *
      *    2026-10-15 RGM  EDIT THE SHIP-TO CODE ON THE ORDER AGAINST  *
      *                    THE CUSTOMER'S SHIP-TO FILE (SHIPTO,        *
      *                    MAINTAINED BY SHPMAINT): A CODE NOT ON FILE *
      *                    OR NOT ACTIVE REJECTS THE ORDER. A BLANK    *
      *                    CODE SHIPS TO THE BILL-TO ADDRESS. TAX IS   *
      *                    STILL RATED ON THE BILL-TO ADDRESS.         *
      *    2026-10-15 RGM  TAKE A PRE-RUN SNAPSHOT (MSTSNAP) OF        *
      *                    ORDRMAST, ORDRDTL, CUSTMAST AND GLACTV ONCE *
      *                    THE RUN CONTROL CHECKS PASS, TAGGED WITH    *
      *                    THE JOB NAME AND BATCH ID, SO A BAD RUN CAN *
      *                    BE ROLLED BACK BY THE RESTORE UTILITY       *
      *                    (MSTREST). A FAILED SNAPSHOT REFUSES THE    *
      *                    RUN.                                        *
      *    2026-10-15 RGM  OPEN CUSTMAST I-O - AN ACCEPTED ORDER       *
      *                    REWRITES THE CUSTOMER WITH ORDER-TOTAL      *
      *                    ADDED TO CUST-BALANCE, WHICH FAILED AGAINST *
      *                    A FILE OPENED INPUT.                        *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS OE-RCTL-FS.

           SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS OE-TXR-FS.

           SELECT TAX-EXCEPTION-RPT ASSIGN TO "ORDTAXRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OE-TAXR-FS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS OE-STO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       FD  TAX-RATE-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY 'taxrate.cpy'.

       FD  TAX-EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  TAX-EXCEPTION-LINE          PIC X(132).

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipto.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

           05  OE-PROD-FS              PIC X(2) VALUE '00'.
           05  OE-PRCR-FS              PIC X(2) VALUE '00'.
           05  OE-RCTL-FS              PIC X(2) VALUE '00'.
           05  OE-TXR-FS               PIC X(2) VALUE '00'.
           05  OE-TAXR-FS              PIC X(2) VALUE '00'.
           05  OE-STO-FS               PIC X(2) VALUE '00'.

       01  OE-SWITCHES.
           05  OE-ORDT-EOF-SW          PIC X(1) VALUE 'N'.
               88  OE-RCTL-WAS-FOUND            VALUE 'Y'.
           05  OE-RUN-REFUSED-SW       PIC X(1) VALUE 'N'.
               88  OE-RUN-REFUSED               VALUE 'Y'.
           05  OE-TXR-FOUND-SW         PIC X(1) VALUE 'N'.
               88  OE-TAX-RATE-WAS-FOUND        VALUE 'Y'.
           05  OE-TXR-SCAN-SW          PIC X(1) VALUE 'N'.
               88  OE-TXR-SCAN-DONE             VALUE 'Y'.
           05  OE-STO-FOUND-SW         PIC X(1) VALUE 'N'.
               88  OE-SHIP-TO-WAS-FOUND         VALUE 'Y'.

       01  OE-COUNTERS.
           05  OE-ORDERS-READ          PIC 9(7) COMP-3 VALUE ZERO.
           05  OE-ORDERS-HELD          PIC 9(7) COMP-3 VALUE ZERO.
           05  OE-ORDERS-REJECTED      PIC 9(7) COMP-3 VALUE ZERO.
           05  OE-LINES-REPRICED       PIC 9(7) COMP-3 VALUE ZERO.
           05  OE-TAX-EXCEPTIONS       PIC 9(7) COMP-3 VALUE ZERO.

       01  OE-RUN-DATE                 PIC 9(8).


       01  OE-BATCH-ID                 PIC X(20).

      ******************************************************************
      * PRE-RUN SNAPSHOT (SEE SNAPCTL COPYBOOK AND MSTSNAP).           *
      ******************************************************************
       COPY 'snapctl.cpy'.
       COPY 'snapmeas.cpy'.

       01  OE-MSTSNAP-PARMS.
           05  OE-SNAP-FUNCTION        PIC X(5).
           05  OE-SNAP-RETURN-CODE     PIC X(1).
               88  OE-SNAP-RC-ERROR             VALUE 'E'.

       01  OE-WORK-FIELDS.
           05  OE-PROJECTED-BALANCE    PIC S9(7)V99 COMP-3.
           05  OE-REJECT-REASON        PIC X(40).
           05  OE-TIER-SUB             PIC 9(2) COMP.
           05  OE-BLOCK-SUB            PIC 9(3) COMP.

      *    A SUBMITTED TAX WITHIN A PENNY OF THE CALCULATED TAX IS
      *    TREATED AS A ROUNDING DIFFERENCE, NOT AN EXCEPTION.
       01  OE-TAX-WORK.
           05  OE-SUBMITTED-TAX        PIC S9(5)V99 COMP-3.
           05  OE-TAX-DIFFERENCE       PIC S9(5)V99 COMP-3.
           05  OE-TAX-TOLERANCE        PIC S9(3)V99 COMP-3 VALUE .01.
           05  OE-TAX-RATE-PCT         PIC 9(2)V9(3) COMP-3.
           05  OE-TAX-STATE            PIC X(2).
           05  OE-TAX-ZIP-LOW          PIC 9(5).

      ******************************************************************
      * OVERFLOW DETAIL-TRANS BLOCKS FOR THE ORDER IN HAND, BUFFERED   *
      * SO EVERY LINE CAN BE CONTRACT-PRICED AND THE ORDER TOTAL       *
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OE-PE-SOURCE            PIC X(10).

       01  OE-TAX-HEADING.
           05  FILLER                  PIC X(50) VALUE
               'SALES TAX - SUBMITTED TAX VERSUS CALCULATED TAX'.

       01  OE-TAX-EXC-LINE.
           05  FILLER                  PIC X(6) VALUE 'ORDER '.
           05  OE-TE-ORDER-ID          PIC 9(10).
           05  FILLER                  PIC X(6) VALUE ' CUST '.
           05  OE-TE-CUST-ID           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OE-TE-STATE             PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OE-TE-ZIP               PIC 9(5).
           05  FILLER                  PIC X(11) VALUE ' SUBMITTED '.
           05  OE-TE-SUBMITTED         PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(12) VALUE ' CALCULATED '.
           05  OE-TE-CALCULATED        PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OE-TE-REASON            PIC X(40).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - OPEN, PROCESS EVERY ORDER TRANSACTION,     *
           IF OE-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O ORDER-MASTER
           OPEN OUTPUT ORDER-DETAIL
           OPEN OUTPUT REJECT-REPORT
           OPEN INPUT CONTRACT-PRICE
           OPEN INPUT PRODUCT-MASTER
           OPEN OUTPUT PRICE-EXCEPTION-RPT
           OPEN INPUT TAX-RATE-TABLE
           OPEN OUTPUT TAX-EXCEPTION-RPT
           OPEN INPUT SHIP-TO-FILE
           MOVE SPACES TO PRICE-EXCEPTION-LINE
           WRITE PRICE-EXCEPTION-LINE FROM OE-PRICE-HEADING
           MOVE SPACES TO TAX-EXCEPTION-LINE
           WRITE TAX-EXCEPTION-LINE FROM OE-TAX-HEADING.
       1000-EXIT.
           EXIT.

               MOVE 'Y' TO OE-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-TAKE-SNAPSHOT THRU 1150-EXIT
           IF OE-RUN-REFUSED
               GO TO 1100-EXIT
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE OE-JOB-NAME TO RC-JOB-NAME
           MOVE OE-RUN-DATE TO RC-LAST-RUN-DATE
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
           MOVE OE-JOB-NAME TO SC-JOB-NAME
           MOVE OE-BATCH-ID TO SC-BATCH-ID
           MOVE OE-RUN-DATE TO SC-SNAP-DATE
           IF OE-RCTL-WAS-FOUND
               MOVE 'Y' TO SC-PRIOR-RC-SW
               MOVE RUN-CONTROL-RECORD TO SC-PRIOR-RC-IMAGE
           ELSE
               MOVE 'N' TO SC-PRIOR-RC-SW
           END-IF
           MOVE 'SNAP ' TO OE-SNAP-FUNCTION
           CALL 'MSTSNAP' USING OE-SNAP-FUNCTION
                                SNAPSHOT-CONTROL-RECORD
                                SNAPSHOT-MEASURES
                                OE-SNAP-RETURN-CODE
           IF OE-SNAP-RC-ERROR
               DISPLAY 'ORDENTRY - PRE-RUN SNAPSHOT FAILED - '
                       SNM-STATUS-MSG
               DISPLAY 'ORDENTRY - RUN REFUSED - NOTHING POSTED'
               MOVE 'Y' TO OE-RUN-REFUSED-SW
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ORDER - EDIT ONE ORDER TRANSACTION AND POST OR    *
      *    REJECT IT.                                                  *
           MOVE 'N' TO OE-ORDER-HOLD-SW
           MOVE SPACES TO OE-REJECT-REASON
           PERFORM 2100-EDIT-CUSTOMER THRU 2100-EXIT
           IF OE-ORDER-IS-VALID
               PERFORM 2120-EDIT-SHIP-TO THRU 2120-EXIT
           END-IF
           IF OE-ORDER-IS-VALID
               PERFORM 2150-APPLY-TAX-RULES THRU 2150-EXIT
           END-IF
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2120-EDIT-SHIP-TO - A BLANK SHIP-TO CODE SHIPS TO THE BILL-TO  *
      *    ADDRESS. ANY OTHER CODE MUST BE ON THE CUSTOMER'S SHIP-TO   *
      *    FILE AND ACTIVE.                                            *
      ******************************************************************
       2120-EDIT-SHIP-TO.
           IF ORDER-SHIP-TO-CODE = SPACES
               GO TO 2120-EXIT
           END-IF
           MOVE ORDER-CUST-ID TO STO-CUST-ID
           MOVE ORDER-SHIP-TO-CODE TO STO-SHIP-TO-CODE
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'N' TO OE-STO-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OE-STO-FOUND-SW
           END-READ
           IF NOT OE-SHIP-TO-WAS-FOUND
               MOVE 'N' TO OE-ORDER-OK-SW
               MOVE 'SHIP-TO CODE NOT ON FILE' TO OE-REJECT-REASON
           ELSE
               IF NOT STO-ACTIVE
                   MOVE 'N' TO OE-ORDER-OK-SW
                   MOVE 'SHIP-TO ADDRESS NOT ACTIVE'
                       TO OE-REJECT-REASON
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2150-APPLY-TAX-RULES - GOVERNMENT CUSTOMERS ARE FULLY TAX      *
      *    EXEMPT; BUSINESS CUSTOMERS WITH A RESALE CERTIFICATE ON     *
      *    FILE ARE EXEMPT ON THIS ORDER. ALL OTHER CUSTOMERS ARE      *
      *    TAXABLE. THE SUBMITTED TAX IS SAVED FOR COMPARISON AND THE  *
      *    CUSTOMER'S TAXING JURISDICTION IS LOOKED UP AND STAMPED ON  *
      *    THE ORDER (EXEMPT OR NOT - THE LIABILITY REPORT SHOWS       *
      *    EXEMPT SALES BY JURISDICTION TOO). THE TAX ITSELF IS        *
      *    CALCULATED BY 2176 ONCE THE LINES HAVE BEEN PRICED.         *
      ******************************************************************
       2150-APPLY-TAX-RULES.
           MOVE ORDER-TAX TO OE-SUBMITTED-TAX
           IF GOVERNMENT
               SET ORDER-TAX-IS-EXEMPT TO TRUE
           ELSE
                   SET ORDER-TAX-IS-TAXABLE TO TRUE
               END-IF
           END-IF
           PERFORM 2152-FIND-TAX-RATE THRU 2152-EXIT
           IF OE-TAX-RATE-WAS-FOUND
               MOVE OE-TAX-STATE TO ORDER-TAX-STATE
               MOVE OE-TAX-ZIP-LOW TO ORDER-TAX-ZIP-LOW
           ELSE
               MOVE SPACES TO ORDER-TAX-STATE
               MOVE ZERO TO ORDER-TAX-ZIP-LOW
           END-IF.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2152-FIND-TAX-RATE - THE TABLE IS KEYED STATE, LOW ZIP, SO A   *
      *    FORWARD WALK FROM ZIP ZERO VISITS THE STATE'S RANGES IN     *
      *    ORDER; THE WALK STOPS AT THE FIRST RANGE STARTING PAST THE  *
      *    CUSTOMER'S ZIP, AND THE LAST RANGE CONTAINING THE ZIP WINS  *
      *    (A LOCAL RATE OVER THE STATEWIDE ONE).                      *
      ******************************************************************
       2152-FIND-TAX-RATE.
           MOVE 'N' TO OE-TXR-FOUND-SW
           MOVE 'N' TO OE-TXR-SCAN-SW
           MOVE CUST-STATE TO TXR-STATE
           MOVE ZERO TO TXR-ZIP-LOW
           START TAX-RATE-TABLE KEY IS NOT LESS THAN TXR-KEY
               INVALID KEY
                   MOVE 'Y' TO OE-TXR-SCAN-SW
           END-START
           PERFORM 2154-SCAN-NEXT-RATE THRU 2154-EXIT
               UNTIL OE-TXR-SCAN-DONE.
       2152-EXIT.
           EXIT.

       2154-SCAN-NEXT-RATE.
           READ TAX-RATE-TABLE NEXT
               AT END
                   MOVE 'Y' TO OE-TXR-SCAN-SW
                   GO TO 2154-EXIT
           END-READ
           IF OE-TXR-FS NOT = '00'
               MOVE 'Y' TO OE-TXR-SCAN-SW
               GO TO 2154-EXIT
           END-IF
           IF TXR-STATE NOT = CUST-STATE
                   OR TXR-ZIP-LOW > CUST-ZIP
               MOVE 'Y' TO OE-TXR-SCAN-SW
               GO TO 2154-EXIT
           END-IF
           IF CUST-ZIP NOT > TXR-ZIP-HIGH
               MOVE TXR-STATE TO OE-TAX-STATE
               MOVE TXR-ZIP-LOW TO OE-TAX-ZIP-LOW
               MOVE TXR-RATE-PCT TO OE-TAX-RATE-PCT
               MOVE 'Y' TO OE-TXR-FOUND-SW
           END-IF.
       2154-EXIT.
           EXIT.

      ******************************************************************
      * 2170-PRICE-ORDER - OVERRIDE EVERY LINE'S KEYED ITEM-PRICE      *
      *    FROM THE CONTRACT PRICE FILE (FALLING BACK TO PROD-PRICE    *
      *    SEE THE ENGINE'S PRICES, NEVER THE KEYED ONES. OVERFLOW     *
      *    DETAIL-TRANS BLOCKS ARE LOADED (AND PRICED) INTO THE BLOCK  *
      *    BUFFER HERE; 2400 WRITES THEM OUT AFTER THE ORDER POSTS.    *
      *    THE TAX IS CALCULATED ON THE REPRICED SUBTOTAL BEFORE THE   *
      *    TOTAL IS REBUILT.                                           *
      ******************************************************************
       2170-PRICE-ORDER.
           MOVE ZERO TO OE-NEW-SUBTOTAL
               PERFORM 2160-LOAD-OVERFLOW-BLOCKS THRU 2160-EXIT
           END-IF
           IF OE-ORDER-IS-VALID
               PERFORM 2176-CALCULATE-TAX THRU 2176-EXIT
               ADD OE-NEW-SUBTOTAL ORDER-TAX ORDER-SHIPPING
                   GIVING ORDER-TOTAL
           END-IF.
       2170-EXIT.
           EXIT.

      ******************************************************************
      * 2176-CALCULATE-TAX - AN EXEMPT ORDER CARRIES NO TAX. A TAXABLE *
      *    ORDER IS TAXED AT ITS JURISDICTION'S RATE ON THE REPRICED   *
      *    SUBTOTAL; WHEN NO RATE IS ON FILE FOR THE CUSTOMER'S STATE  *
      *    AND ZIP THE SUBMITTED TAX IS KEPT AND THE ORDER IS LISTED   *
      *    SO THE TAX DESK CAN ADD THE JURISDICTION. A SUBMITTED TAX   *
      *    MORE THAN THE TOLERANCE AWAY FROM THE CALCULATED ONE IS     *
      *    ALSO LISTED.                                                *
      ******************************************************************
       2176-CALCULATE-TAX.
           IF ORDER-TAX-IS-EXEMPT
               MOVE ZERO TO ORDER-TAX
               MOVE 'EXEMPT - SUBMITTED TAX REMOVED' TO OE-TE-REASON
           ELSE
               IF OE-TAX-RATE-WAS-FOUND
                   COMPUTE ORDER-TAX ROUNDED =
                       OE-NEW-SUBTOTAL * OE-TAX-RATE-PCT / 100
                   MOVE 'SUBMITTED TAX DIFFERS - CALCULATED USED'
                       TO OE-TE-REASON
               ELSE
                   MOVE 'NO TAX RATE ON FILE - SUBMITTED KEPT'
                       TO OE-TE-REASON
                   PERFORM 2177-WRITE-TAX-EXCEPTION THRU 2177-EXIT
                   GO TO 2176-EXIT
               END-IF
           END-IF
           SUBTRACT OE-SUBMITTED-TAX FROM ORDER-TAX
               GIVING OE-TAX-DIFFERENCE
           IF OE-TAX-DIFFERENCE < ZERO
               MULTIPLY -1 BY OE-TAX-DIFFERENCE
           END-IF
           IF OE-TAX-DIFFERENCE > OE-TAX-TOLERANCE
               PERFORM 2177-WRITE-TAX-EXCEPTION THRU 2177-EXIT
           END-IF.
       2176-EXIT.
           EXIT.

      ******************************************************************
      * 2177-WRITE-TAX-EXCEPTION                                       *
      ******************************************************************
       2177-WRITE-TAX-EXCEPTION.
           MOVE ORDER-ID TO OE-TE-ORDER-ID
           MOVE ORDER-CUST-ID TO OE-TE-CUST-ID
           MOVE CUST-STATE TO OE-TE-STATE
           MOVE CUST-ZIP TO OE-TE-ZIP
           MOVE OE-SUBMITTED-TAX TO OE-TE-SUBMITTED
           MOVE ORDER-TAX TO OE-TE-CALCULATED
           MOVE SPACES TO TAX-EXCEPTION-LINE
           WRITE TAX-EXCEPTION-LINE FROM OE-TAX-EXC-LINE
           ADD 1 TO OE-TAX-EXCEPTIONS.
       2177-EXIT.
           EXIT.

      ******************************************************************
      * 2172-PRICE-BASE-LINE - PRICE ONE LINE OF THE BASE ITEM TABLE   *
      *    AND FOOT ITS EXTENDED AMOUNT INTO THE NEW SUBTOTAL.         *
                 CONTRACT-PRICE
                 PRODUCT-MASTER
                 PRICE-EXCEPTION-RPT
                 TAX-RATE-TABLE
                 TAX-EXCEPTION-RPT
                 SHIP-TO-FILE
           DISPLAY 'ORDENTRY - ORDERS READ:     ' OE-ORDERS-READ
           DISPLAY 'ORDENTRY - ORDERS ACCEPTED: ' OE-ORDERS-ACCEPTED
           DISPLAY 'ORDENTRY - ORDERS HELD:     ' OE-ORDERS-HELD
           DISPLAY 'ORDENTRY - ORDERS REJECTED: ' OE-ORDERS-REJECTED
           DISPLAY 'ORDENTRY - LINES REPRICED:  ' OE-LINES-REPRICED
           DISPLAY 'ORDENTRY - TAX EXCEPTIONS:  ' OE-TAX-EXCEPTIONS.
       9000-EXIT.
           EXIT.
