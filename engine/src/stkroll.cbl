      ******************************************************************
      * PROGRAM-ID: STKROLL                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STKROLL.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  MONTH-END STOCK ROLL-FORWARD AND VALUATION. RUN  *
      *    AT MONTH END, IT COVERS THE CALENDAR MONTH OF THE RUN DATE. *
      *    EVERY PRODUCT ON THE PRODUCT MASTER IS ROLLED FORWARD FROM  *
      *    LAST MONTH'S CLOSING QUANTITY (THE STOCK BALANCE FILE, SEE  *
      *    STKBAL COPYBOOK) THROUGH THE MONTH'S STOCK MOVEMENTS (SEE   *
      *    STKMOVE COPYBOOK, WRITTEN BY PORECV, ORDSHIP, BORELSE,      *
      *    ORDRETRN, AND INVADJST):                                    *
      *        OPENING + RECEIPTS - SHIPMENTS + RETURNS +/- ADJUSTMENTS*
      *        = CLOSING                                               *
      *    AND THE CLOSING QUANTITY IS VALUED AT PROD-COST. PRODUCTS   *
      *    PRINT BY PROD-CATEGORY IN THE STYLE OF SLSMARGN'S CATEGORY  *
      *    BREAKS, WITH CATEGORY AND GRAND TOTALS AT COST. THE ROLLED  *
      *    CLOSING (PLUS ANY MOVEMENTS ALREADY POSTED AFTER THE MONTH  *
      *    ENDED) MUST EQUAL PROD-QTY-ON-HAND ON THE MASTER; A PRODUCT *
      *    THAT DOES NOT IS FLAGGED OUT OF BALANCE WITH THE DIFFERENCE *
      *    SO ACCOUNTING CAN RESOLVE IT BEFORE BOOKING THE VALUE.      *
      *    MOVEMENTS FOR A PRODUCT NO LONGER ON THE MASTER ARE FLAGGED *
      *    UNDER THEIR OWN CATEGORY. A PRODUCT WITH NO CLOSING ON FILE *
      *    FOR LAST MONTH (THE FIRST MONTH, OR A NEW PRODUCT) HAS ITS  *
      *    OPENING WORKED BACK FROM ON-HAND AND IS MARKED DERIVED.     *
      *    THE MONTH'S CLOSING IS STORED ON THE STOCK BALANCE FILE AS  *
      *    NEXT MONTH'S OPENING; A RERUN OF THE SAME MONTH REPLACES IT.*
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SR-STKM-FS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-MASTER-KEY
               FILE STATUS IS SR-PROD-FS.

           SELECT STOCK-BALANCE ASSIGN TO "STKBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SB-KEY
               FILE STATUS IS SR-SBAL-FS.

           SELECT SR-SORT-WORK ASSIGN TO "SRTWORK1".

           SELECT ROLL-FORWARD-REPORT ASSIGN TO "STKRLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PRODUCT-MASTER-REC.
           05  PRODUCT-MASTER-KEY      PIC 9(8).
           05  FILLER                  PIC X(333).

       FD  STOCK-BALANCE
           LABEL RECORDS ARE STANDARD.
           COPY 'stkbal.cpy'.

       SD  SR-SORT-WORK.
       01  SR-SORT-REC.
           05  SR-SW-CATEGORY          PIC X(20).
           05  SR-SW-PROD-ID           PIC 9(8).
           05  SR-SW-REC-TYPE          PIC X(1).
               88  SR-SW-IS-PRODUCT             VALUE '1'.
               88  SR-SW-IS-MOVEMENT            VALUE '2'.
           05  SR-SW-MOVE-TYPE         PIC X(2).
           05  SR-SW-LATER-SW          PIC X(1).
               88  SR-SW-AFTER-PERIOD           VALUE 'Y'.
           05  SR-SW-QTY               PIC S9(7) COMP-3.
           05  SR-SW-NAME              PIC X(20).
           05  SR-SW-COST              PIC S9(5)V99 COMP-3.
           05  SR-SW-ON-HAND           PIC S9(7) COMP-3.

       FD  ROLL-FORWARD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  ROLL-FORWARD-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  SR-FILE-STATUSES.
           05  SR-STKM-FS              PIC X(2) VALUE '00'.
           05  SR-PROD-FS              PIC X(2) VALUE '00'.
           05  SR-SBAL-FS              PIC X(2) VALUE '00'.
           05  SR-RPT-FS               PIC X(2) VALUE '00'.

       01  SR-SWITCHES.
           05  SR-PROD-EOF-SW          PIC X(1) VALUE 'N'.
               88  SR-PROD-EOF                  VALUE 'Y'.
           05  SR-STKM-EOF-SW          PIC X(1) VALUE 'N'.
               88  SR-STKM-EOF                  VALUE 'Y'.
           05  SR-SORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  SR-SORT-EOF                  VALUE 'Y'.
           05  SR-PROD-FOUND-SW        PIC X(1) VALUE 'N'.
               88  SR-PROD-WAS-FOUND            VALUE 'Y'.
           05  SR-SBAL-OPEN-SW         PIC X(1) VALUE 'N'.
               88  SR-SBAL-IS-OPEN              VALUE 'Y'.
           05  SR-FIRST-GROUP-SW       PIC X(1) VALUE 'Y'.
               88  SR-FIRST-GROUP               VALUE 'Y'.
           05  SR-ON-MASTER-SW         PIC X(1) VALUE 'N'.
               88  SR-PRODUCT-ON-MASTER         VALUE 'Y'.
           05  SR-OPENING-FOUND-SW     PIC X(1) VALUE 'N'.
               88  SR-OPENING-WAS-FOUND         VALUE 'Y'.

       01  SR-RUN-DATE.
           05  SR-RUN-PERIOD.
               10  SR-RUN-YYYY         PIC 9(4).
               10  SR-RUN-MM           PIC 9(2).
           05  SR-RUN-DD               PIC 9(2).

       01  SR-PRIOR-PERIOD.
           05  SR-PRIOR-YYYY           PIC 9(4).
           05  SR-PRIOR-MM             PIC 9(2).

       01  SR-MOVE-DATE.
           05  SR-MOVE-PERIOD          PIC 9(6).
           05  SR-MOVE-DD              PIC 9(2).

       01  SR-NOT-ON-MASTER-CATEGORY   PIC X(20) VALUE
               '*** NOT ON PRODMAST'.

       01  SR-COUNTERS.
           05  SR-PRODUCTS-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  SR-MOVES-READ           PIC 9(9) COMP-3 VALUE ZERO.
           05  SR-MOVES-IN-PERIOD      PIC 9(9) COMP-3 VALUE ZERO.
           05  SR-MOVES-AFTER-PERIOD   PIC 9(9) COMP-3 VALUE ZERO.
           05  SR-PRODUCTS-REPORTED    PIC 9(7) COMP-3 VALUE ZERO.
           05  SR-OUT-OF-BALANCE       PIC 9(7) COMP-3 VALUE ZERO.
           05  SR-NOT-ON-MASTER        PIC 9(7) COMP-3 VALUE ZERO.
           05  SR-OPENINGS-DERIVED     PIC 9(7) COMP-3 VALUE ZERO.
           05  SR-BALANCES-STORED      PIC 9(7) COMP-3 VALUE ZERO.

       01  SR-LOOKUP-FIELDS.
           05  SR-PRIOR-LOOKUP-ID      PIC 9(8) VALUE ZERO.
           05  SR-LOOKUP-CATEGORY      PIC X(20) VALUE SPACES.

      *    ONE PRODUCT'S ROLL-FORWARD, BUILT UP ACROSS ITS SORTED
      *    PRODUCT AND MOVEMENT RECORDS.
       01  SR-PRODUCT-WORK.
           05  SR-P-CATEGORY           PIC X(20).
           05  SR-P-PROD-ID            PIC 9(8).
           05  SR-P-NAME               PIC X(20).
           05  SR-P-COST               PIC S9(5)V99 COMP-3.
           05  SR-P-ON-HAND            PIC S9(7) COMP-3.
           05  SR-P-OPENING            PIC S9(7) COMP-3.
           05  SR-P-RECEIPTS           PIC S9(7) COMP-3.
           05  SR-P-SHIPMENTS          PIC S9(7) COMP-3.
           05  SR-P-RETURNS            PIC S9(7) COMP-3.
           05  SR-P-ADJUSTMENTS        PIC S9(7) COMP-3.
           05  SR-P-PERIOD-NET         PIC S9(7) COMP-3.
           05  SR-P-AFTER-NET          PIC S9(7) COMP-3.
           05  SR-P-CLOSING            PIC S9(7) COMP-3.
           05  SR-P-EXPECTED           PIC S9(7) COMP-3.
           05  SR-P-DIFFERENCE         PIC S9(7) COMP-3.

      *    VALUES AT COST: 1=OPENING 2=RECEIPTS 3=SHIPMENTS
      *    4=RETURNS 5=ADJUSTMENTS 6=CLOSING.
       01  SR-PRODUCT-VALUES.
           05  SR-PV-VALUE             PIC S9(9)V99 COMP-3
                                       OCCURS 6 TIMES.

       01  SR-CATEGORY-TOTALS.
           05  SR-CT-VALUE             PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.
           05  SR-CT-PRODUCTS          PIC 9(7) COMP-3.
           05  SR-CT-OUT-OF-BALANCE    PIC 9(7) COMP-3.

       01  SR-GRAND-TOTALS.
           05  SR-GT-VALUE             PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.

       01  SR-VALUE-SUB                PIC 9(3) COMP.

       01  SR-PRIOR-CATEGORY           PIC X(20) VALUE SPACES.

       01  SR-HEADING-1.
           05  FILLER                  PIC X(44) VALUE
               'STOCK ROLL-FORWARD AND VALUATION - PERIOD '.
           05  SR-H1-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '   RUN ON '.
           05  SR-H1-DATE              PIC 9(8).

       01  SR-HEADING-2.
           05  FILLER                  PIC X(31) VALUE
               '  PRODUCT  DESCRIPTION'.
           05  FILLER                  PIC X(9)  VALUE '  OPENING'.
           05  FILLER                  PIC X(9)  VALUE ' RECEIPTS'.
           05  FILLER                  PIC X(9)  VALUE '  SHIPPED'.
           05  FILLER                  PIC X(9)  VALUE ' RETURNED'.
           05  FILLER                  PIC X(9)  VALUE ' ADJUSTED'.
           05  FILLER                  PIC X(9)  VALUE '  CLOSING'.
           05  FILLER                  PIC X(10) VALUE ' UNIT COST'.
           05  FILLER                  PIC X(15) VALUE
               '  CLOSING VALUE'.

       01  SR-CATEGORY-HEADING.
           05  FILLER                  PIC X(10) VALUE 'CATEGORY: '.
           05  SR-CH-CATEGORY          PIC X(20).

       01  SR-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SR-D-PROD-ID            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-NAME               PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-OPENING            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-RECEIPTS           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-SHIPMENTS          PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-RETURNS            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-ADJUSTMENTS        PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-CLOSING            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-COST               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-VALUE              PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SR-D-FLAG               PIC X(20).

       01  SR-MISMATCH-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(26) VALUE
               '*** PRODMAST ON-HAND      '.
           05  SR-M-ON-HAND            PIC -ZZZZZZ9.
           05  FILLER                  PIC X(26) VALUE
               '  ROLLED FORWARD TO       '.
           05  SR-M-EXPECTED           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE
               '  DIFFERENCE  '.
           05  SR-M-DIFFERENCE         PIC -ZZZZZZ9.

       01  SR-TOTAL-LINE.
           05  SR-TL-LABEL             PIC X(15).
           05  FILLER                  PIC X(10) VALUE ' PRODUCTS '.
           05  SR-TL-PRODUCTS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               ' OUT OF BALANCE '.
           05  SR-TL-OUT-OF-BALANCE    PIC ZZZ,ZZ9.

       01  SR-VALUE-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE ' OPEN '.
           05  SR-V-OPENING            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' RCPT '.
           05  SR-V-RECEIPTS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' SHIP '.
           05  SR-V-SHIPMENTS          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(6) VALUE ' RETN '.
           05  SR-V-RETURNS            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE ' ADJ '.
           05  SR-V-ADJUSTMENTS        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(7) VALUE ' CLOSE '.
           05  SR-V-CLOSING            PIC -ZZZ,ZZZ,ZZ9.99.

       01  SR-COUNT-LINE.
           05  SR-CL-LABEL             PIC X(40).
           05  SR-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - GATHER THE PRODUCTS AND THE MONTH'S        *
      *    MOVEMENTS, SORT BY CATEGORY AND PRODUCT, AND PRINT THE      *
      *    CONTROL-BROKEN ROLL-FORWARD.                                *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SR-SORT-WORK
               ON ASCENDING KEY SR-SW-CATEGORY
               ON ASCENDING KEY SR-SW-PROD-ID
               ON ASCENDING KEY SR-SW-REC-TYPE
               INPUT PROCEDURE IS 1500-SELECT-STOCK THRU 1500-EXIT
               OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND FIX THE PERIOD AND THE PRIOR  *
      *    PERIOD FROM THE RUN DATE. WITHOUT THE STOCK BALANCE FILE    *
      *    THE REPORT STILL PRINTS, EVERY OPENING DERIVED, AND NOTHING *
      *    IS STORED FOR NEXT MONTH.                                   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT STOCK-MOVEMENT
           OPEN INPUT PRODUCT-MASTER
           OPEN I-O STOCK-BALANCE
           OPEN OUTPUT ROLL-FORWARD-REPORT
           ACCEPT SR-RUN-DATE FROM DATE YYYYMMDD
           IF SR-RUN-MM = 1
               SUBTRACT 1 FROM SR-RUN-YYYY GIVING SR-PRIOR-YYYY
               MOVE 12 TO SR-PRIOR-MM
           ELSE
               MOVE SR-RUN-YYYY TO SR-PRIOR-YYYY
               SUBTRACT 1 FROM SR-RUN-MM GIVING SR-PRIOR-MM
           END-IF
           IF SR-SBAL-FS = '00'
               MOVE 'Y' TO SR-SBAL-OPEN-SW
           ELSE
               DISPLAY 'STKROLL - COULD NOT OPEN STKBAL - STATUS '
                       SR-SBAL-FS ' - OPENINGS WILL BE DERIVED'
           END-IF
           IF SR-STKM-FS NOT = '00'
               DISPLAY 'STKROLL - COULD NOT OPEN STKMOVE - STATUS '
                       SR-STKM-FS ' - NO MOVEMENTS ROLLED'
               MOVE 'Y' TO SR-STKM-EOF-SW
           END-IF
           MOVE SR-RUN-PERIOD TO SR-H1-PERIOD
           MOVE SR-RUN-DATE TO SR-H1-DATE
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-HEADING-1
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-SELECT-STOCK - SORT INPUT PROCEDURE: ONE RECORD PER       *
      *    PRODUCT ON THE MASTER, SO A PRODUCT THAT DID NOT MOVE IS    *
      *    STILL VALUED, THEN THE MOVEMENTS FROM THE START OF THE      *
      *    MONTH ON.                                                   *
      ******************************************************************
       1500-SELECT-STOCK.
           PERFORM 1510-SCAN-PRODUCTS THRU 1510-EXIT
           PERFORM 1550-SELECT-MOVEMENT THRU 1550-EXIT
               UNTIL SR-STKM-EOF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-SCAN-PRODUCTS - RELEASE EVERY PRODUCT ON THE MASTER WITH  *
      *    ITS COST AND ON-HAND AS OF THIS RUN.                        *
      ******************************************************************
       1510-SCAN-PRODUCTS.
           MOVE ZERO TO PRODUCT-MASTER-KEY
           START PRODUCT-MASTER KEY IS NOT LESS THAN PRODUCT-MASTER-KEY
               INVALID KEY
                   MOVE 'Y' TO SR-PROD-EOF-SW
           END-START
           PERFORM 1520-RELEASE-PRODUCT THRU 1520-EXIT
               UNTIL SR-PROD-EOF.
       1510-EXIT.
           EXIT.

       1520-RELEASE-PRODUCT.
           READ PRODUCT-MASTER NEXT INTO PRODUCT-RECORD
               AT END
                   MOVE 'Y' TO SR-PROD-EOF-SW
                   GO TO 1520-EXIT
           END-READ
           IF SR-PROD-FS NOT = '00'
               MOVE 'Y' TO SR-PROD-EOF-SW
               GO TO 1520-EXIT
           END-IF
           ADD 1 TO SR-PRODUCTS-READ
           INITIALIZE SR-SORT-REC
           MOVE PROD-CATEGORY TO SR-SW-CATEGORY
           MOVE PROD-ID TO SR-SW-PROD-ID
           SET SR-SW-IS-PRODUCT TO TRUE
           MOVE PROD-NAME TO SR-SW-NAME
           MOVE PROD-COST TO SR-SW-COST
           MOVE PROD-QTY-ON-HAND TO SR-SW-ON-HAND
           RELEASE SR-SORT-REC.
       1520-EXIT.
           EXIT.

      ******************************************************************
      * 1550-SELECT-MOVEMENT - A MOVEMENT DATED BEFORE THE MONTH IS    *
      *    ALREADY IN LAST MONTH'S CLOSING AND IS SKIPPED. ONE DATED   *
      *    AFTER THE MONTH (THE RUN WAS LATE) IS NOT PART OF THE       *
      *    ROLL-FORWARD BUT IS STILL IN ON-HAND, SO IT IS CARRIED TO   *
      *    THE BALANCE CHECK.                                          *
      ******************************************************************
       1550-SELECT-MOVEMENT.
           READ STOCK-MOVEMENT
               AT END
                   MOVE 'Y' TO SR-STKM-EOF-SW
                   GO TO 1550-EXIT
           END-READ
           ADD 1 TO SR-MOVES-READ
           MOVE SM-MOVE-DATE TO SR-MOVE-DATE
           IF SR-MOVE-PERIOD < SR-RUN-PERIOD
               GO TO 1550-EXIT
           END-IF
           INITIALIZE SR-SORT-REC
           IF SR-MOVE-PERIOD > SR-RUN-PERIOD
               MOVE 'Y' TO SR-SW-LATER-SW
               ADD 1 TO SR-MOVES-AFTER-PERIOD
           ELSE
               MOVE 'N' TO SR-SW-LATER-SW
               ADD 1 TO SR-MOVES-IN-PERIOD
           END-IF
           IF SM-PROD-ID NOT = SR-PRIOR-LOOKUP-ID
               PERFORM 1560-LOOK-UP-CATEGORY THRU 1560-EXIT
           END-IF
           MOVE SR-LOOKUP-CATEGORY TO SR-SW-CATEGORY
           MOVE SM-PROD-ID TO SR-SW-PROD-ID
           SET SR-SW-IS-MOVEMENT TO TRUE
           MOVE SM-MOVE-TYPE TO SR-SW-MOVE-TYPE
           MOVE SM-QTY TO SR-SW-QTY
           RELEASE SR-SORT-REC.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 1560-LOOK-UP-CATEGORY - THE MOVEMENT SORTS UNDER ITS PRODUCT'S *
      *    CATEGORY; A PRODUCT GONE FROM THE MASTER SORTS UNDER ITS    *
      *    OWN FLAGGED CATEGORY.                                       *
      ******************************************************************
       1560-LOOK-UP-CATEGORY.
           MOVE SM-PROD-ID TO SR-PRIOR-LOOKUP-ID
           MOVE SM-PROD-ID TO PRODUCT-MASTER-KEY
           READ PRODUCT-MASTER INTO PRODUCT-RECORD
               INVALID KEY
                   MOVE 'N' TO SR-PROD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SR-PROD-FOUND-SW
           END-READ
           IF SR-PROD-WAS-FOUND
               MOVE PROD-CATEGORY TO SR-LOOKUP-CATEGORY
           ELSE
               MOVE SR-NOT-ON-MASTER-CATEGORY TO SR-LOOKUP-CATEGORY
           END-IF.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-REPORT - SORT OUTPUT PROCEDURE. CONTROL BREAKS:   *
      *    PRODUCT WITHIN CATEGORY, CATEGORY TOTALS, GRAND TOTAL.      *
      ******************************************************************
       3000-PRODUCE-REPORT.
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT
           PERFORM 3100-PROCESS-SORT-REC THRU 3100-EXIT
               UNTIL SR-SORT-EOF
           IF NOT SR-FIRST-GROUP
               PERFORM 3400-FINISH-PRODUCT THRU 3400-EXIT
               PERFORM 3500-WRITE-CATEGORY-TOTAL THRU 3500-EXIT
           END-IF
           PERFORM 3600-WRITE-GRAND-TOTAL THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3050-RETURN-SORT-REC.
           RETURN SR-SORT-WORK INTO SR-SORT-REC
               AT END
                   MOVE 'Y' TO SR-SORT-EOF-SW
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-PROCESS-SORT-REC.
           EVALUATE TRUE
               WHEN SR-FIRST-GROUP
                   PERFORM 3300-START-NEW-CATEGORY THRU 3300-EXIT
                   PERFORM 3200-START-PRODUCT THRU 3200-EXIT
               WHEN SR-SW-CATEGORY NOT = SR-PRIOR-CATEGORY
                   PERFORM 3400-FINISH-PRODUCT THRU 3400-EXIT
                   PERFORM 3500-WRITE-CATEGORY-TOTAL THRU 3500-EXIT
                   PERFORM 3300-START-NEW-CATEGORY THRU 3300-EXIT
                   PERFORM 3200-START-PRODUCT THRU 3200-EXIT
               WHEN SR-SW-PROD-ID NOT = SR-P-PROD-ID
                   PERFORM 3400-FINISH-PRODUCT THRU 3400-EXIT
                   PERFORM 3200-START-PRODUCT THRU 3200-EXIT
           END-EVALUATE
           IF SR-SW-IS-PRODUCT
               MOVE 'Y' TO SR-ON-MASTER-SW
               MOVE SR-SW-NAME TO SR-P-NAME
               MOVE SR-SW-COST TO SR-P-COST
               MOVE SR-SW-ON-HAND TO SR-P-ON-HAND
           ELSE
               PERFORM 3150-ACCUMULATE-MOVEMENT THRU 3150-EXIT
           END-IF
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 3150-ACCUMULATE-MOVEMENT - ADD ONE MOVEMENT INTO ITS COLUMN.   *
      *    SHIPMENTS ARE CARRIED NEGATIVE ON THE LEDGER AND PRINT AS A *
      *    POSITIVE QUANTITY SUBTRACTED. AN UNRECOGNIZED TYPE STILL    *
      *    MOVED ON-HAND, SO IT IS ROLLED AS AN ADJUSTMENT.            *
      ******************************************************************
       3150-ACCUMULATE-MOVEMENT.
           IF SR-SW-AFTER-PERIOD
               ADD SR-SW-QTY TO SR-P-AFTER-NET
               GO TO 3150-EXIT
           END-IF
           EVALUATE SR-SW-MOVE-TYPE
               WHEN 'RC'
                   ADD SR-SW-QTY TO SR-P-RECEIPTS
               WHEN 'SH'
                   SUBTRACT SR-SW-QTY FROM SR-P-SHIPMENTS
               WHEN 'RT'
                   ADD SR-SW-QTY TO SR-P-RETURNS
               WHEN OTHER
                   ADD SR-SW-QTY TO SR-P-ADJUSTMENTS
           END-EVALUATE.
       3150-EXIT.
           EXIT.

      ******************************************************************
      * 3200-START-PRODUCT - CLEAR THE PRODUCT WORK AREA AND PICK UP   *
      *    LAST MONTH'S CLOSING AS THE OPENING QUANTITY.               *
      ******************************************************************
       3200-START-PRODUCT.
           INITIALIZE SR-PRODUCT-WORK
           MOVE SR-SW-CATEGORY TO SR-P-CATEGORY
           MOVE SR-SW-PROD-ID TO SR-P-PROD-ID
           MOVE 'N' TO SR-ON-MASTER-SW
           MOVE 'N' TO SR-OPENING-FOUND-SW
           IF NOT SR-SBAL-IS-OPEN
               GO TO 3200-EXIT
           END-IF
           MOVE SR-PRIOR-PERIOD TO SB-PERIOD
           MOVE SR-SW-PROD-ID TO SB-PROD-ID
           READ STOCK-BALANCE
               INVALID KEY
                   MOVE 'N' TO SR-OPENING-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SR-OPENING-FOUND-SW
           END-READ
           IF SR-OPENING-WAS-FOUND
               MOVE SB-CLOSING-QTY TO SR-P-OPENING
           END-IF.
       3200-EXIT.
           EXIT.

       3300-START-NEW-CATEGORY.
           MOVE 'N' TO SR-FIRST-GROUP-SW
           MOVE SR-SW-CATEGORY TO SR-PRIOR-CATEGORY
           INITIALIZE SR-CATEGORY-TOTALS
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE
           MOVE SR-SW-CATEGORY TO SR-CH-CATEGORY
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-CATEGORY-HEADING.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-FINISH-PRODUCT - ROLL THE PRODUCT FORWARD, VALUE IT, TEST *
      *    IT AGAINST THE MASTER'S ON-HAND, PRINT IT, AND STORE ITS    *
      *    CLOSING. WITH NO CLOSING ON FILE FOR LAST MONTH THE OPENING *
      *    IS WORKED BACK FROM ON-HAND, SO THAT PRODUCT BALANCES BY    *
      *    CONSTRUCTION AND IS MARKED DERIVED INSTEAD.                 *
      ******************************************************************
       3400-FINISH-PRODUCT.
           COMPUTE SR-P-PERIOD-NET = SR-P-RECEIPTS - SR-P-SHIPMENTS
                                   + SR-P-RETURNS + SR-P-ADJUSTMENTS
           IF NOT SR-OPENING-WAS-FOUND
               IF SR-PRODUCT-ON-MASTER
                   COMPUTE SR-P-OPENING = SR-P-ON-HAND
                                        - SR-P-AFTER-NET
                                        - SR-P-PERIOD-NET
               ELSE
                   MOVE ZERO TO SR-P-OPENING
               END-IF
               ADD 1 TO SR-OPENINGS-DERIVED
           END-IF
           ADD SR-P-OPENING SR-P-PERIOD-NET GIVING SR-P-CLOSING
           ADD SR-P-CLOSING SR-P-AFTER-NET GIVING SR-P-EXPECTED
           SUBTRACT SR-P-EXPECTED FROM SR-P-ON-HAND
               GIVING SR-P-DIFFERENCE
           MULTIPLY SR-P-OPENING BY SR-P-COST GIVING SR-PV-VALUE (1)
           MULTIPLY SR-P-RECEIPTS BY SR-P-COST GIVING SR-PV-VALUE (2)
           MULTIPLY SR-P-SHIPMENTS BY SR-P-COST GIVING SR-PV-VALUE (3)
           MULTIPLY SR-P-RETURNS BY SR-P-COST GIVING SR-PV-VALUE (4)
           MULTIPLY SR-P-ADJUSTMENTS BY SR-P-COST
               GIVING SR-PV-VALUE (5)
           MULTIPLY SR-P-CLOSING BY SR-P-COST GIVING SR-PV-VALUE (6)
           PERFORM 3410-ADD-PRODUCT-VALUE THRU 3410-EXIT
               VARYING SR-VALUE-SUB FROM 1 BY 1
               UNTIL SR-VALUE-SUB > 6
           ADD 1 TO SR-CT-PRODUCTS
           ADD 1 TO SR-PRODUCTS-REPORTED
           PERFORM 3420-WRITE-DETAIL THRU 3420-EXIT
           IF SR-PRODUCT-ON-MASTER
               PERFORM 3450-STORE-BALANCE THRU 3450-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3410-ADD-PRODUCT-VALUE.
           ADD SR-PV-VALUE (SR-VALUE-SUB) TO SR-CT-VALUE (SR-VALUE-SUB).
       3410-EXIT.
           EXIT.

      ******************************************************************
      * 3420-WRITE-DETAIL - ONE LINE PER PRODUCT, PLUS A SECOND LINE   *
      *    SHOWING THE DIFFERENCE WHEN IT DOES NOT AGREE WITH PRODMAST.*
      ******************************************************************
       3420-WRITE-DETAIL.
           MOVE SR-P-PROD-ID TO SR-D-PROD-ID
           MOVE SR-P-NAME TO SR-D-NAME
           MOVE SR-P-OPENING TO SR-D-OPENING
           MOVE SR-P-RECEIPTS TO SR-D-RECEIPTS
           MOVE SR-P-SHIPMENTS TO SR-D-SHIPMENTS
           MOVE SR-P-RETURNS TO SR-D-RETURNS
           MOVE SR-P-ADJUSTMENTS TO SR-D-ADJUSTMENTS
           MOVE SR-P-CLOSING TO SR-D-CLOSING
           MOVE SR-P-COST TO SR-D-COST
           MOVE SR-PV-VALUE (6) TO SR-D-VALUE
           EVALUATE TRUE
               WHEN NOT SR-PRODUCT-ON-MASTER
                   MOVE '*** NOT ON PRODMAST' TO SR-D-FLAG
                   ADD 1 TO SR-NOT-ON-MASTER
                   ADD 1 TO SR-OUT-OF-BALANCE
                   ADD 1 TO SR-CT-OUT-OF-BALANCE
               WHEN SR-P-DIFFERENCE NOT = ZERO
                   MOVE '*** OUT OF BALANCE' TO SR-D-FLAG
                   ADD 1 TO SR-OUT-OF-BALANCE
                   ADD 1 TO SR-CT-OUT-OF-BALANCE
               WHEN NOT SR-OPENING-WAS-FOUND
                   MOVE 'OPENING DERIVED' TO SR-D-FLAG
               WHEN OTHER
                   MOVE SPACES TO SR-D-FLAG
           END-EVALUATE
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-DETAIL-LINE
           IF SR-PRODUCT-ON-MASTER AND SR-P-DIFFERENCE NOT = ZERO
               MOVE SR-P-ON-HAND TO SR-M-ON-HAND
               MOVE SR-P-EXPECTED TO SR-M-EXPECTED
               MOVE SR-P-DIFFERENCE TO SR-M-DIFFERENCE
               MOVE SPACES TO ROLL-FORWARD-LINE
               WRITE ROLL-FORWARD-LINE FROM SR-MISMATCH-LINE
           END-IF.
       3420-EXIT.
           EXIT.

      ******************************************************************
      * 3450-STORE-BALANCE - THIS MONTH'S CLOSING BECOMES NEXT MONTH'S *
      *    OPENING. A RERUN OF THE MONTH FINDS ITS OWN RECORD AND      *
      *    REPLACES IT.                                                *
      ******************************************************************
       3450-STORE-BALANCE.
           IF NOT SR-SBAL-IS-OPEN
               GO TO 3450-EXIT
           END-IF
           INITIALIZE STOCK-BALANCE-RECORD
           MOVE SR-RUN-PERIOD TO SB-PERIOD
           MOVE SR-P-PROD-ID TO SB-PROD-ID
           MOVE SR-P-CATEGORY TO SB-CATEGORY
           MOVE SR-P-OPENING TO SB-OPENING-QTY
           MOVE SR-P-CLOSING TO SB-CLOSING-QTY
           MOVE SR-P-COST TO SB-UNIT-COST
           MOVE SR-PV-VALUE (6) TO SB-CLOSING-VALUE
           IF SR-OPENING-WAS-FOUND
               SET SB-OPENING-ROLLED TO TRUE
           ELSE
               SET SB-OPENING-DERIVED TO TRUE
           END-IF
           MOVE SR-RUN-DATE TO SB-RUN-DATE
           WRITE STOCK-BALANCE-RECORD
               INVALID KEY
                   REWRITE STOCK-BALANCE-RECORD
           END-WRITE
           ADD 1 TO SR-BALANCES-STORED.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-WRITE-CATEGORY-TOTAL - CLOSE OUT ONE CATEGORY AND ROLL    *
      *    ITS VALUES INTO THE GRAND TOTAL.                            *
      ******************************************************************
       3500-WRITE-CATEGORY-TOTAL.
           MOVE 'CATEGORY TOTAL ' TO SR-TL-LABEL
           MOVE SR-CT-PRODUCTS TO SR-TL-PRODUCTS
           MOVE SR-CT-OUT-OF-BALANCE TO SR-TL-OUT-OF-BALANCE
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-TOTAL-LINE
           MOVE SR-CT-VALUE (1) TO SR-V-OPENING
           MOVE SR-CT-VALUE (2) TO SR-V-RECEIPTS
           MOVE SR-CT-VALUE (3) TO SR-V-SHIPMENTS
           MOVE SR-CT-VALUE (4) TO SR-V-RETURNS
           MOVE SR-CT-VALUE (5) TO SR-V-ADJUSTMENTS
           MOVE SR-CT-VALUE (6) TO SR-V-CLOSING
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-VALUE-LINE
           PERFORM 3510-ADD-CATEGORY-VALUE THRU 3510-EXIT
               VARYING SR-VALUE-SUB FROM 1 BY 1
               UNTIL SR-VALUE-SUB > 6.
       3500-EXIT.
           EXIT.

       3510-ADD-CATEGORY-VALUE.
           ADD SR-CT-VALUE (SR-VALUE-SUB) TO SR-GT-VALUE (SR-VALUE-SUB).
       3510-EXIT.
           EXIT.

      ******************************************************************
      * 3600-WRITE-GRAND-TOTAL - THE CLOSING VALUE HERE IS THE         *
      *    WAREHOUSE VALUE AT COST ACCOUNTING BOOKS FOR THE MONTH.     *
      ******************************************************************
       3600-WRITE-GRAND-TOTAL.
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE
           MOVE 'GRAND TOTAL    ' TO SR-TL-LABEL
           MOVE SR-PRODUCTS-REPORTED TO SR-TL-PRODUCTS
           MOVE SR-OUT-OF-BALANCE TO SR-TL-OUT-OF-BALANCE
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-TOTAL-LINE
           MOVE SR-GT-VALUE (1) TO SR-V-OPENING
           MOVE SR-GT-VALUE (2) TO SR-V-RECEIPTS
           MOVE SR-GT-VALUE (3) TO SR-V-SHIPMENTS
           MOVE SR-GT-VALUE (4) TO SR-V-RETURNS
           MOVE SR-GT-VALUE (5) TO SR-V-ADJUSTMENTS
           MOVE SR-GT-VALUE (6) TO SR-V-CLOSING
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE FROM SR-VALUE-LINE
           MOVE SPACES TO ROLL-FORWARD-LINE
           WRITE ROLL-FORWARD-LINE
           MOVE 'MOVEMENTS ROLLED FOR THE MONTH' TO SR-CL-LABEL
           MOVE SR-MOVES-IN-PERIOD TO SR-CL-COUNT
           WRITE ROLL-FORWARD-LINE FROM SR-COUNT-LINE
           MOVE 'MOVEMENTS POSTED AFTER MONTH END' TO SR-CL-LABEL
           MOVE SR-MOVES-AFTER-PERIOD TO SR-CL-COUNT
           WRITE ROLL-FORWARD-LINE FROM SR-COUNT-LINE
           MOVE 'PRODUCTS WITH OPENING DERIVED' TO SR-CL-LABEL
           MOVE SR-OPENINGS-DERIVED TO SR-CL-COUNT
           WRITE ROLL-FORWARD-LINE FROM SR-COUNT-LINE
           MOVE 'PRODUCTS MOVED BUT NOT ON PRODMAST' TO SR-CL-LABEL
           MOVE SR-NOT-ON-MASTER TO SR-CL-COUNT
           WRITE ROLL-FORWARD-LINE FROM SR-COUNT-LINE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE STOCK-MOVEMENT PRODUCT-MASTER ROLL-FORWARD-REPORT
           IF SR-SBAL-IS-OPEN
               CLOSE STOCK-BALANCE
           END-IF
           DISPLAY 'STKROLL - PRODUCTS ON MASTER:     '
                   SR-PRODUCTS-READ
           DISPLAY 'STKROLL - MOVEMENTS READ:         ' SR-MOVES-READ
           DISPLAY 'STKROLL - MOVEMENTS ROLLED:       '
                   SR-MOVES-IN-PERIOD
           DISPLAY 'STKROLL - PRODUCTS REPORTED:      '
                   SR-PRODUCTS-REPORTED
           DISPLAY 'STKROLL - PRODUCTS OUT OF BALANCE: '
                   SR-OUT-OF-BALANCE
           DISPLAY 'STKROLL - BALANCES STORED:        '
                   SR-BALANCES-STORED.
       9000-EXIT.
           EXIT.
