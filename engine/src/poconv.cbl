      ******************************************************************
      * PROGRAM-ID: POCONV                                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POCONV.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  ONE-TIME CONVERSION OF THE PURCHASE ORDER FILE   *
      *    TO THE 533-BYTE LAYOUT THAT CARRIES POL-UNIT-COST AND       *
      *    POL-QTY-BILLED ON EACH PO LINE (SEE PURCHORD COPYBOOK).     *
      *    BEFORE THE RUN THE EXISTING 373-BYTE FILE IS RENAMED TO     *
      *    PURCHOLD; THIS PROGRAM READS IT THROUGH ITS OLD LAYOUT AND  *
      *    BUILDS A NEW PURCHORD, EVERY PO CARRIED ACROSS WITH ITS     *
      *    STATUS, DATES AND RECEIPTS UNCHANGED. EACH LINE'S AGREED    *
      *    COST IS TAKEN FROM THE PRODUCT'S CURRENT PROD-COST, AS      *
      *    POGEN SETS IT ON A NEW PO, AND ITS UNITS BILLED START AT    *
      *    ZERO. A LINE WHOSE PRODUCT IS NO LONGER ON THE PRODUCT      *
      *    MASTER IS CONVERTED WITH NO COST AND LISTED, SO PURCHASING  *
      *    CAN SET THE COST BEFORE ITS INVOICE ARRIVES (APMATCH        *
      *    EXCEPTS A LINE WITH NO AGREED COST). THE RUN IS REFUSED IF  *
      *    PURCHORD ALREADY HOLDS ANY PO, SO A CONVERTED FILE CAN      *
      *    NEVER BE WRITTEN OVER. COUNTS PRINT ON POCONVRP.            *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PURCHASE-ORDER-FILE ASSIGN TO "PURCHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OP-PO-ID
               FILE STATUS IS PC-OLD-FS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-ID
               FILE STATUS IS PC-PO-FS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-MASTER-KEY
               FILE STATUS IS PC-PROD-FS.

           SELECT CONVERSION-RPT ASSIGN TO "POCONVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
      *    THE PURCHASE ORDER RECORD AS IT STOOD BEFORE THE AGREED
      *    COST AND UNITS BILLED WERE ADDED - 373 BYTES.
       FD  OLD-PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PURCHASE-ORDER-RECORD.
           05  OP-PO-ID               PIC 9(8).
           05  OP-SUPPLIER-ID         PIC 9(6).
           05  OP-ORDER-DATE          PIC 9(8).
           05  OP-DUE-DATE            PIC 9(8).
           05  OP-STATUS              PIC X(1).
           05  OP-LINE-COUNT          PIC 9(3) COMP-3.
           05  OP-LINES OCCURS 20 TIMES.
               10  OPL-PROD-ID        PIC 9(8).
               10  OPL-QTY-ORDERED    PIC S9(7) COMP-3.
               10  OPL-QTY-RECEIVED   PIC S9(7) COMP-3.
           05  FILLER                 PIC X(20).

       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'purchord.cpy'.

       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PRODUCT-MASTER-REC.
           05  PRODUCT-MASTER-KEY      PIC 9(8).
           05  FILLER                  PIC X(333).

       FD  CONVERSION-RPT
           LABEL RECORDS ARE STANDARD.
       01  CONVERSION-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  PC-FILE-STATUSES.
           05  PC-OLD-FS               PIC X(2) VALUE '00'.
           05  PC-PO-FS                PIC X(2) VALUE '00'.
           05  PC-PROD-FS              PIC X(2) VALUE '00'.
           05  PC-RPT-FS               PIC X(2) VALUE '00'.

       01  PC-SWITCHES.
           05  PC-OLD-EOF-SW           PIC X(1) VALUE 'N'.
               88  PC-OLD-EOF                   VALUE 'Y'.
           05  PC-PROD-FOUND-SW        PIC X(1) VALUE 'N'.
               88  PC-PROD-WAS-FOUND            VALUE 'Y'.
           05  PC-RUN-REFUSED-SW       PIC X(1) VALUE 'N'.
               88  PC-RUN-REFUSED               VALUE 'Y'.

       01  PC-WORK-FIELDS.
           05  PC-LINE-SUB             PIC 9(3) COMP.
           05  PC-REFUSE-REASON        PIC X(60) VALUE SPACES.

       01  PC-COUNTERS.
           05  PC-POS-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  PC-POS-WRITTEN          PIC 9(7) COMP-3 VALUE ZERO.
           05  PC-POS-REJECTED         PIC 9(7) COMP-3 VALUE ZERO.
           05  PC-LINES-CONVERTED      PIC 9(7) COMP-3 VALUE ZERO.
           05  PC-LINES-NO-COST        PIC 9(7) COMP-3 VALUE ZERO.

       01  PC-HEADING-1.
           05  FILLER                  PIC X(46) VALUE
               'PURCHASE ORDER FILE CONVERSION - 533-BYTE PO '.
           05  FILLER                  PIC X(6) VALUE 'LAYOUT'.

       01  PC-NO-COST-LINE.
           05  FILLER                  PIC X(3) VALUE 'PO '.
           05  PC-N-PO-ID              PIC 9(8).
           05  FILLER                  PIC X(6) VALUE ' ITEM '.
           05  PC-N-PROD-ID            PIC 9(8).
           05  FILLER                  PIC X(47) VALUE
               ' NOT ON PRODUCT MASTER - CONVERTED WITH NO COST'.

       01  PC-REJECT-LINE.
           05  FILLER                  PIC X(3) VALUE 'PO '.
           05  PC-J-PO-ID              PIC 9(8).
           05  FILLER                  PIC X(33) VALUE
               ' NOT WRITTEN TO PURCHORD - STATUS'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PC-J-STATUS             PIC X(2).

       01  PC-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'POS READ: '.
           05  PC-T-READ               PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '   WRITTEN: '.
           05  PC-T-WRITTEN            PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '   REJECTED: '.
           05  PC-T-REJECTED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE
               '   LINES: '.
           05  PC-T-LINES              PIC ZZZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               '   LINES NO COST: '.
           05  PC-T-NO-COST            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - COPY EVERY PO FROM THE OLD FILE TO THE NEW *
      *    LAYOUT.                                                     *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF PC-RUN-REFUSED
               DISPLAY 'POCONV - RUN REFUSED - ' PC-REFUSE-REASON
               STOP RUN
           END-IF
           PERFORM 2900-READ-OLD-PO THRU 2900-EXIT
           PERFORM 2000-CONVERT-PO THRU 2000-EXIT
               UNTIL PC-OLD-EOF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - MAKE SURE PURCHORD HOLDS NO PO YET, THEN     *
      *    OPEN THE FILES. A PURCHORD NOT YET CREATED (STATUS 35) IS   *
      *    WHAT IS EXPECTED; ONE THAT WILL NOT OPEN IN THE NEW LAYOUT  *
      *    IS MOST LIKELY THE OLD FILE, NOT YET RENAMED TO PURCHOLD.   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PURCHASE-ORDER-FILE
           IF PC-PO-FS = '00'
               READ PURCHASE-ORDER-FILE
                   AT END
                       MOVE '10' TO PC-PO-FS
               END-READ
               CLOSE PURCHASE-ORDER-FILE
               IF PC-PO-FS NOT = '10'
                   MOVE 'PURCHORD ALREADY HOLDS PURCHASE ORDERS'
                       TO PC-REFUSE-REASON
                   MOVE 'Y' TO PC-RUN-REFUSED-SW
                   GO TO 1000-EXIT
               END-IF
           ELSE
               IF PC-PO-FS NOT = '35'
                   STRING 'PURCHORD WILL NOT OPEN - STATUS ' PC-PO-FS
                          ' - RENAMED TO PURCHOLD?'
                       DELIMITED BY SIZE INTO PC-REFUSE-REASON
                   MOVE 'Y' TO PC-RUN-REFUSED-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN INPUT OLD-PURCHASE-ORDER-FILE
           IF PC-OLD-FS NOT = '00'
               STRING 'PURCHOLD WILL NOT OPEN - STATUS ' PC-OLD-FS
                   DELIMITED BY SIZE INTO PC-REFUSE-REASON
               MOVE 'Y' TO PC-RUN-REFUSED-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PRODUCT-MASTER
           IF PC-PROD-FS NOT = '00'
               CLOSE OLD-PURCHASE-ORDER-FILE
               STRING 'PRODMAST WILL NOT OPEN - STATUS ' PC-PROD-FS
                   DELIMITED BY SIZE INTO PC-REFUSE-REASON
               MOVE 'Y' TO PC-RUN-REFUSED-SW
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT PURCHASE-ORDER-FILE
           OPEN OUTPUT CONVERSION-RPT
           MOVE SPACES TO CONVERSION-LINE
           WRITE CONVERSION-LINE FROM PC-HEADING-1.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-CONVERT-PO - CARRY ONE PO ACROSS AND WRITE IT. THE OLD    *
      *    FILE IS READ IN KEY SEQUENCE, SO THE NEW ONE IS LOADED IN   *
      *    SEQUENCE TOO.                                               *
      ******************************************************************
       2000-CONVERT-PO.
           INITIALIZE PURCHASE-ORDER-RECORD
           MOVE OP-PO-ID TO PO-ID
           MOVE OP-SUPPLIER-ID TO PO-SUPPLIER-ID
           MOVE OP-ORDER-DATE TO PO-ORDER-DATE
           MOVE OP-DUE-DATE TO PO-DUE-DATE
           MOVE OP-STATUS TO PO-STATUS
           MOVE OP-LINE-COUNT TO PO-LINE-COUNT
           PERFORM 2100-CONVERT-LINE THRU 2100-EXIT
               VARYING PC-LINE-SUB FROM 1 BY 1
               UNTIL PC-LINE-SUB > 20
           WRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   MOVE PO-ID TO PC-J-PO-ID
                   MOVE PC-PO-FS TO PC-J-STATUS
                   MOVE SPACES TO CONVERSION-LINE
                   WRITE CONVERSION-LINE FROM PC-REJECT-LINE
                   ADD 1 TO PC-POS-REJECTED
               NOT INVALID KEY
                   ADD 1 TO PC-POS-WRITTEN
           END-WRITE
           PERFORM 2900-READ-OLD-PO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      *    LINES PAST THE PO'S LINE COUNT ARE CARRIED AS THEY ARE,
      *    WITH NO COST LOOKED UP.
       2100-CONVERT-LINE.
           MOVE OPL-PROD-ID (PC-LINE-SUB) TO POL-PROD-ID (PC-LINE-SUB)
           MOVE OPL-QTY-ORDERED (PC-LINE-SUB)
               TO POL-QTY-ORDERED (PC-LINE-SUB)
           MOVE OPL-QTY-RECEIVED (PC-LINE-SUB)
               TO POL-QTY-RECEIVED (PC-LINE-SUB)
           MOVE ZERO TO POL-UNIT-COST (PC-LINE-SUB)
           MOVE ZERO TO POL-QTY-BILLED (PC-LINE-SUB)
           IF PC-LINE-SUB > OP-LINE-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO PC-LINES-CONVERTED
           MOVE OPL-PROD-ID (PC-LINE-SUB) TO PRODUCT-MASTER-KEY
           READ PRODUCT-MASTER INTO PRODUCT-RECORD
               INVALID KEY
                   MOVE 'N' TO PC-PROD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO PC-PROD-FOUND-SW
           END-READ
           IF PC-PROD-WAS-FOUND
               MOVE PROD-COST TO POL-UNIT-COST (PC-LINE-SUB)
           ELSE
               MOVE OP-PO-ID TO PC-N-PO-ID
               MOVE OPL-PROD-ID (PC-LINE-SUB) TO PC-N-PROD-ID
               MOVE SPACES TO CONVERSION-LINE
               WRITE CONVERSION-LINE FROM PC-NO-COST-LINE
               ADD 1 TO PC-LINES-NO-COST
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-OLD-PO                                               *
      ******************************************************************
       2900-READ-OLD-PO.
           READ OLD-PURCHASE-ORDER-FILE
               AT END
                   MOVE 'Y' TO PC-OLD-EOF-SW
                   GO TO 2900-EXIT
           END-READ
           IF PC-OLD-FS NOT = '00'
               DISPLAY 'POCONV - PURCHOLD READ FAILED - STATUS '
                       PC-OLD-FS ' AFTER ' PC-POS-READ ' POS'
               MOVE 'Y' TO PC-OLD-EOF-SW
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO PC-POS-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-TOTALS                                              *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE PC-POS-READ TO PC-T-READ
           MOVE PC-POS-WRITTEN TO PC-T-WRITTEN
           MOVE PC-POS-REJECTED TO PC-T-REJECTED
           MOVE PC-LINES-CONVERTED TO PC-T-LINES
           MOVE PC-LINES-NO-COST TO PC-T-NO-COST
           MOVE SPACES TO CONVERSION-LINE
           WRITE CONVERSION-LINE
           MOVE SPACES TO CONVERSION-LINE
           WRITE CONVERSION-LINE FROM PC-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE OLD-PURCHASE-ORDER-FILE
                 PURCHASE-ORDER-FILE
                 PRODUCT-MASTER
                 CONVERSION-RPT
           DISPLAY 'POCONV - POS READ:          ' PC-POS-READ
           DISPLAY 'POCONV - POS WRITTEN:       ' PC-POS-WRITTEN
           DISPLAY 'POCONV - POS REJECTED:      ' PC-POS-REJECTED
           DISPLAY 'POCONV - LINES CONVERTED:   ' PC-LINES-CONVERTED
           DISPLAY 'POCONV - LINES WITH NO COST: ' PC-LINES-NO-COST.
       9000-EXIT.
           EXIT.
