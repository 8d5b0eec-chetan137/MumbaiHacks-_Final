      *                    FLIGHT OR A RESUBMITTED RCVTRAN BATCH, AND  *
      *                    STORE THE DAY COUNTS AT END OF RUN FOR THE  *
      *                    DAY-END BALANCING REPORT (DAYENDRP).        *
      *    2026-10-15 RGM  VALUE THE JOURNALED RECEIPT AT THE PO LINE'S*
      *                    AGREED POL-UNIT-COST SO THE ACCRUED         *
      *                    PAYABLE CLEARS AGAINST THE MATCHED SUPPLIER *
      *                    INVOICE (APMATCH). A LINE CUT BEFORE THE PO *
      *                    CARRIED A COST FALLS BACK TO PROD-COST.     *
      *    2026-10-15 RGM  WRITE A STOCK MOVEMENT (SEE STKMOVE         *
      *                    COPYBOOK) FOR EVERY RECEIPT POSTED SO THE   *
      *                    MONTH-END ROLL-FORWARD (STKROLL) CAN        *
      *                    ACCOUNT FOR THE ON-HAND CHANGE.             *
      *    2026-10-15 RGM  WRITE A DATED RECEIPT HISTORY RECORD (SEE   *
      *                    RCVHIST COPYBOOK) FOR EVERY RECEIPT POSTED  *
      *                    FOR THE MONTHLY SUPPLIER SCORECARD          *
      *                    (SUPSCORE).                                 *
      *    2026-10-15 RGM  TAKE A PRE-RUN SNAPSHOT (MSTSNAP) OF        *
      *                    PURCHORD, PRODMAST, GLACTV, STKMOVE AND     *
      *                    RCVHIST ONCE THE RUN CONTROL CHECKS PASS,   *
      *                    TAGGED WITH THE JOB NAME AND BATCH ID, SO A *
      *                    BAD RUN CAN BE ROLLED BACK BY THE RESTORE   *
      *                    UTILITY (MSTREST). A FAILED SNAPSHOT        *
      *                    REFUSES THE RUN.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PR-GLAC-FS.

           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PR-STKM-FS.

           SELECT RECEIPT-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PR-RCVH-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       FD  RECEIPT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY 'rcvhist.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.
           05  PR-PROD-FS              PIC X(2) VALUE '00'.
           05  PR-RPT-FS               PIC X(2) VALUE '00'.
           05  PR-GLAC-FS              PIC X(2) VALUE '00'.
           05  PR-STKM-FS              PIC X(2) VALUE '00'.
           05  PR-RCVH-FS              PIC X(2) VALUE '00'.
           05  PR-RCTL-FS              PIC X(2) VALUE '00'.

       01  PR-SWITCHES.

       01  PR-BATCH-ID                 PIC X(20).

      ******************************************************************
      * PRE-RUN SNAPSHOT (SEE SNAPCTL COPYBOOK AND MSTSNAP).           *
      ******************************************************************
       COPY 'snapctl.cpy'.
       COPY 'snapmeas.cpy'.

       01  PR-MSTSNAP-PARMS.
           05  PR-SNAP-FUNCTION        PIC X(5).
           05  PR-SNAP-RETURN-CODE     PIC X(1).
               88  PR-SNAP-RC-ERROR             VALUE 'E'.

       01  PR-WORK-FIELDS.
           05  PR-EXCEPTION-REASON     PIC X(40).
           05  PR-LINE-SUB             PIC 9(3) COMP.
           05  PR-CHECK-SUB            PIC 9(3) COMP.
           05  PR-RECEIPT-VALUE        PIC S9(9)V99 COMP-3.
           05  PR-RECEIPT-COST         PIC S9(5)V99 COMP-3.
           05  PR-PRIOR-RECEIVED       PIC S9(7) COMP-3.

       01  PR-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
           OPEN I-O PRODUCT-MASTER
           OPEN OUTPUT RECEIVING-EXCEPTION-RPT
           OPEN EXTEND GL-ACTIVITY
           OPEN EXTEND STOCK-MOVEMENT
           OPEN EXTEND RECEIPT-HISTORY
           MOVE SPACES TO RECEIVING-EXCEPTION-LINE
           WRITE RECEIVING-EXCEPTION-LINE FROM PR-HEADING-1.
       1000-EXIT.
               MOVE 'Y' TO PR-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-TAKE-SNAPSHOT THRU 1150-EXIT
           IF PR-RUN-REFUSED
               GO TO 1100-EXIT
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE PR-JOB-NAME TO RC-JOB-NAME
           MOVE PR-RUN-DATE TO RC-LAST-RUN-DATE
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
           MOVE PR-JOB-NAME TO SC-JOB-NAME
           MOVE PR-BATCH-ID TO SC-BATCH-ID
           MOVE PR-RUN-DATE TO SC-SNAP-DATE
           IF PR-RCTL-WAS-FOUND
               MOVE 'Y' TO SC-PRIOR-RC-SW
               MOVE RUN-CONTROL-RECORD TO SC-PRIOR-RC-IMAGE
           ELSE
               MOVE 'N' TO SC-PRIOR-RC-SW
           END-IF
           MOVE 'SNAP ' TO PR-SNAP-FUNCTION
           CALL 'MSTSNAP' USING PR-SNAP-FUNCTION
                                SNAPSHOT-CONTROL-RECORD
                                SNAPSHOT-MEASURES
                                PR-SNAP-RETURN-CODE
           IF PR-SNAP-RC-ERROR
               DISPLAY 'PORECV - PRE-RUN SNAPSHOT FAILED - '
                       SNM-STATUS-MSG
               DISPLAY 'PORECV - RUN REFUSED - NOTHING POSTED'
               MOVE 'Y' TO PR-RUN-REFUSED-SW
           END-IF.
       1150-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-RECEIPT - POST ONE DOCK RECEIPT TO ITS PO LINE    *
      *    AND TO THE PRODUCT MASTER.                                  *
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
               GO TO 2000-NEXT
           END-IF
           MOVE POL-QTY-RECEIVED (PR-LINE-SUB) TO PR-PRIOR-RECEIVED
           ADD RCV-QTY TO POL-QTY-RECEIVED (PR-LINE-SUB)
           PERFORM 2200-SET-PO-STATUS THRU 2200-EXIT
           REWRITE PURCHASE-ORDER-RECORD
           ADD RCV-QTY TO PROD-QTY-ON-HAND
           REWRITE PRODUCT-MASTER-REC FROM PRODUCT-RECORD
           PERFORM 2300-WRITE-GL-ACTIVITY THRU 2300-EXIT
           PERFORM 2400-WRITE-STOCK-MOVEMENT THRU 2400-EXIT
           PERFORM 2500-WRITE-RECEIPT-HISTORY THRU 2500-EXIT
           ADD RCV-QTY TO PR-UNITS-RECEIVED
           ADD 1 TO PR-RECEIPTS-POSTED.
       2000-NEXT.

      ******************************************************************
      * 2300-WRITE-GL-ACTIVITY - JOURNAL THE POSTED RECEIPT'S VALUE    *
      *    (QUANTITY TIMES THE PO LINE'S AGREED UNIT COST, OR THE      *
      *    PRODUCT'S CURRENT PROD-COST WHEN THE LINE CARRIES NONE) FOR *
      *    THE NIGHTLY LEDGER EXTRACT (GLEXTRCT).                      *
      ******************************************************************
       2300-WRITE-GL-ACTIVITY.
           IF POL-UNIT-COST (PR-LINE-SUB) > ZERO
               MOVE POL-UNIT-COST (PR-LINE-SUB) TO PR-RECEIPT-COST
           ELSE
               MOVE PROD-COST TO PR-RECEIPT-COST
           END-IF
           MULTIPLY RCV-QTY BY PR-RECEIPT-COST GIVING PR-RECEIPT-VALUE
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE PR-RUN-DATE TO GA-ACTIVITY-DATE
           MOVE 'PORECV  ' TO GA-SOURCE-PROGRAM
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-STOCK-MOVEMENT - RECORD THE UNITS RECEIVED AS A     *
      *    RECEIPT MOVEMENT AGAINST THE PO.                            *
      ******************************************************************
       2400-WRITE-STOCK-MOVEMENT.
           INITIALIZE STOCK-MOVEMENT-RECORD
           MOVE PR-RUN-DATE TO SM-MOVE-DATE
           MOVE RCV-PROD-ID TO SM-PROD-ID
           SET SM-TYPE-RECEIPT TO TRUE
           MOVE RCV-QTY TO SM-QTY
           MOVE 'PORECV  ' TO SM-SOURCE-PROGRAM
           SET SM-REF-IS-PO TO TRUE
           MOVE RCV-PO-ID TO SM-REFERENCE-ID
           MOVE PROD-QTY-ON-HAND TO SM-QTY-ON-HAND-AFTER
           WRITE STOCK-MOVEMENT-RECORD.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-WRITE-RECEIPT-HISTORY - RECORD WHEN THE RECEIPT CAME IN   *
      *    AGAINST THE PO'S ORDER AND DUE DATES, WITH WHAT THE LINE    *
      *    HAD RECEIVED BEFORE IT. A RECEIPT WITH NO DOCK DATE IS      *
      *    DATED THE RUN DATE.                                         *
      ******************************************************************
       2500-WRITE-RECEIPT-HISTORY.
           INITIALIZE RECEIPT-HISTORY-RECORD
           IF RCV-DATE NUMERIC AND RCV-DATE > ZERO
               MOVE RCV-DATE TO RH-RECEIPT-DATE
           ELSE
               MOVE PR-RUN-DATE TO RH-RECEIPT-DATE
           END-IF
           MOVE PR-RUN-DATE TO RH-POST-DATE
           MOVE PO-ID TO RH-PO-ID
           MOVE PO-SUPPLIER-ID TO RH-SUPPLIER-ID
           MOVE RCV-PROD-ID TO RH-PROD-ID
           MOVE PO-ORDER-DATE TO RH-PO-ORDER-DATE
           MOVE PO-DUE-DATE TO RH-PO-DUE-DATE
           MOVE POL-QTY-ORDERED (PR-LINE-SUB) TO RH-QTY-ORDERED
           MOVE PR-PRIOR-RECEIVED TO RH-PRIOR-QTY-RECEIVED
           MOVE RCV-QTY TO RH-QTY-RECEIVED
           WRITE RECEIPT-HISTORY-RECORD.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-EXCEPTION                                           *
      ******************************************************************
                 PRODUCT-MASTER
                 RECEIVING-EXCEPTION-RPT
                 GL-ACTIVITY
                 STOCK-MOVEMENT
                 RECEIPT-HISTORY
           DISPLAY 'PORECV - RECEIPTS READ:     ' PR-RECEIPTS-READ
           DISPLAY 'PORECV - RECEIPTS POSTED:   ' PR-RECEIPTS-POSTED
           DISPLAY 'PORECV - RECEIPTS REJECTED: ' PR-RECEIPTS-REJECTED
