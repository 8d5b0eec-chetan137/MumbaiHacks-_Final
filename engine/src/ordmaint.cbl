      ******************************************************************
      * PROGRAM-ID: ORDMAINT                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDMAINT.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  PENDING ORDER CHANGE AND CANCEL. A CONSOLE-      *
      *    DRIVEN MENU (IN THE STYLE OF CREDHOLD, WITH THE OPERATOR    *
      *    SIGN-ON AND JOURNAL-FIRST DISCIPLINE OF CUSTCRED) FOR THE   *
      *    ORDER DESK TO WORK AN ORDER THE CUSTOMER CALLS ABOUT AFTER  *
      *    ORDER ENTRY (ORDENTRY) HAS POSTED IT BUT BEFORE IT SHIPS.   *
      *    KEYED ON ORDER-ID; ONLY A PENDING ('PN') ORDER QUALIFIES -  *
      *    A HELD ORDER IS WORKED THROUGH CREDHOLD AND ANYTHING THAT   *
      *    HAS SHIPPED COMES BACK THROUGH ORDRETRN. THE FUNCTIONS      *
      *    DISPLAY THE ORDER'S LINES, CHANGE ONE LINE'S QUANTITY,      *
      *    DROP ONE LINE, OR CANCEL THE ORDER OUTRIGHT. LINES PAST 50  *
      *    LIVE IN THE ORDRDTL OVERFLOW BLOCKS; THE ORDER'S BLOCKS     *
      *    ARE BUFFERED AT LOOKUP (AS ORDENTRY BUFFERS THEM) SO A      *
      *    DROPPED LINE CLOSES UP ACROSS BLOCKS AND A BLOCK LEFT       *
      *    EMPTY IS DELETED. A LINE KEEPS THE PRICE AND DISCOUNT IT    *
      *    WAS ENTERED AT; TAX FOLLOWS THE SUBTOTAL AT THE ORDER'S     *
      *    OWN EFFECTIVE RATE AND SHIPPING STANDS UNTIL ORDSHIP RATES  *
      *    THE SHIPMENT. THE CHANGE IN ORDER-TOTAL IS APPLIED TO THE   *
      *    CUST-BALANCE ORDENTRY CHARGED (A CANCEL REVERSES IT IN      *
      *    FULL), AN OFFSETTING 'OR' BILLING ENTRY GOES TO THE GL      *
      *    DAILY ACTIVITY FILE (GLACTV), AND ANY OPEN BACKORDER ON A   *
      *    DROPPED LINE OR CANCELLED ORDER IS FLAGGED CANCELLED SO     *
      *    BORELSE NEVER SHIPS AGAINST IT. EVERY CHANGE IS JOURNALED   *
      *    (ORDJRNL) WITH OPERATOR, AUTHORIZATION CODE, AND BEFORE/    *
      *    AFTER VALUES BEFORE ANY MASTER IS TOUCHED; THE DAILY AUDIT  *
      *    REPORT (ORDAUDT) PRINTS IT. A CHANGE THAT WOULD LEAVE THE   *
      *    ORDER TOTAL BELOW THE CASH ALREADY APPLIED TO IT BY         *
      *    CASHPOST IS REFUSED AND REFERRED TO THE CASH DESK.          *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  RE-TAX A CHANGED ORDER AT ITS               *
      *                    JURISDICTION'S RATE FROM THE TAX RATE TABLE *
      *                    (TAXRATE), AS ORDENTRY NOW TAXES IT. AN     *
      *                    ORDER ENTERED WITH NO RATE ON FILE KEEPS    *
      *                    ITS PRORATED TAX.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-MASTER ASSIGN TO "ORDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-MASTER-KEY
               FILE STATUS IS OM-ORDM-FS.

           SELECT ORDER-DETAIL ASSIGN TO "ORDRDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODTL-KEY
               FILE STATUS IS OM-ODTL-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS OM-CUST-FS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS OM-BORD-FS.

           SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OM-GLAC-FS.

           SELECT ORDER-JOURNAL ASSIGN TO "ORDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OM-JRNL-FS.

           SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS OM-TXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ORDER-MASTER-REC.
           05  ORDER-MASTER-KEY        PIC 9(10).
           05  FILLER                  PIC X(959).

       FD  ORDER-DETAIL
           LABEL RECORDS ARE STANDARD.
           COPY 'orddtl.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'backordr.cpy'.

       FD  GL-ACTIVITY
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  ORDER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY 'ordjrnl.cpy'.

       FD  TAX-RATE-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY 'taxrate.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  OM-FILE-STATUSES.
           05  OM-ORDM-FS              PIC X(2) VALUE '00'.
           05  OM-ODTL-FS              PIC X(2) VALUE '00'.
           05  OM-CUST-FS              PIC X(2) VALUE '00'.
           05  OM-BORD-FS              PIC X(2) VALUE '00'.
           05  OM-GLAC-FS              PIC X(2) VALUE '00'.
           05  OM-JRNL-FS              PIC X(2) VALUE '00'.
           05  OM-TXR-FS               PIC X(2) VALUE '00'.

       01  OM-SWITCHES.
           05  OM-DONE-SW              PIC X(1) VALUE 'N'.
               88  OM-DONE                      VALUE 'Y'.
           05  OM-ORDER-FOUND-SW       PIC X(1) VALUE 'N'.
               88  OM-ORDER-WAS-FOUND           VALUE 'Y'.
           05  OM-CUST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OM-CUST-WAS-FOUND            VALUE 'Y'.
           05  OM-ODTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OM-ODTL-WAS-FOUND            VALUE 'Y'.
           05  OM-BORD-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OM-BORD-WAS-FOUND            VALUE 'Y'.
           05  OM-LINE-OK-SW           PIC X(1) VALUE 'N'.
               88  OM-LINE-IS-VALID             VALUE 'Y'.
           05  OM-CHANGE-OK-SW         PIC X(1) VALUE 'N'.
               88  OM-CHANGE-IS-APPLIED         VALUE 'Y'.
           05  OM-TXR-FOUND-SW         PIC X(1) VALUE 'N'.
               88  OM-TAX-RATE-WAS-FOUND        VALUE 'Y'.

       01  OM-FUNCTION                 PIC X(1).
           88  OM-FN-DISPLAY           VALUE 'D'.
           88  OM-FN-QUANTITY          VALUE 'Q'.
           88  OM-FN-REMOVE            VALUE 'R'.
           88  OM-FN-CANCEL            VALUE 'C'.
           88  OM-FN-EXIT              VALUE 'X'.

       01  OM-SIGN-ON.
           05  OM-OPERATOR-ID          PIC X(8).
           05  OM-AUTH-CODE            PIC X(6).

       01  OM-RUN-DATE                 PIC 9(8).

       01  OM-COUNTERS.
           05  OM-QTYS-CHANGED         PIC 9(5) COMP-3 VALUE ZERO.
           05  OM-LINES-DROPPED        PIC 9(5) COMP-3 VALUE ZERO.
           05  OM-ORDERS-CANCELLED     PIC 9(5) COMP-3 VALUE ZERO.
           05  OM-BACKORDERS-CANCELLED PIC 9(5) COMP-3 VALUE ZERO.

       01  OM-WORK-FIELDS.
           05  OM-CHANGE-TIME          PIC 9(8).
           05  OM-CONFIRM              PIC X(1).
           05  OM-LINE-COUNT           PIC 9(4) COMP.
           05  OM-NEW-LINE-COUNT       PIC 9(4) COMP.
           05  OM-LINE-NO              PIC 9(4).
           05  OM-NEW-QTY              PIC 9(3).
           05  OM-OLD-SUBTOTAL         PIC S9(9)V99 COMP-3.
           05  OM-NEW-SUBTOTAL         PIC S9(9)V99 COMP-3.
           05  OM-EXT-AMOUNT           PIC S9(7)V99 COMP-3.
           05  OM-NEW-TAX              PIC S9(5)V99 COMP-3.
           05  OM-TOTAL-DELTA          PIC S9(7)V99 COMP-3.
           05  OM-TAX-DELTA            PIC S9(5)V99 COMP-3.
           05  OM-SHIP-DELTA           PIC S9(5)V99 COMP-3.
           05  OM-OVERAGE              PIC S9(7)V99 COMP-3.
           05  OM-AMT-DISPLAY          PIC -Z,ZZZ,ZZ9.99.
           05  OM-PRC-DISPLAY          PIC -ZZ,ZZ9.99.
           05  OM-DSC-DISPLAY          PIC -ZZ9.99.

      ******************************************************************
      * ONE ORDER LINE, LIFTED OUT OF (OR PUT BACK INTO) THE BASE ITEM *
      * TABLE OR THE OVERFLOW BLOCK THAT HOLDS IT BY 2900/2910.        *
      ******************************************************************
       01  OM-LINE-WORK.
           05  OM-LN-SUB               PIC 9(4) COMP.
           05  OM-LN-ITEM-ID           PIC 9(8).
           05  OM-LN-QTY               PIC 9(3).
           05  OM-LN-PRICE             PIC S9(5)V99 COMP-3.
           05  OM-LN-DISCOUNT          PIC S9(3)V99 COMP-3.
           05  OM-OFFSET               PIC 9(4) COMP.
           05  OM-NEEDED-BLOCK         PIC 9(4) COMP.
           05  OM-REMAINDER            PIC 9(3) COMP.
           05  OM-POSITION             PIC 9(3) COMP.
           05  OM-BLOCK-SUB            PIC 9(3) COMP.
           05  OM-BLOCKS-NEEDED        PIC 9(3) COMP.
           05  OM-BLOCK-LINES          PIC 9(4) COMP.

      ******************************************************************
      * OVERFLOW BLOCKS FOR THE ORDER IN HAND. ENTRY N HOLDS ORDRDTL   *
      * BLOCK N+1 (BLOCK 1 IS THE BASE TABLE ON ORDER-RECORD) AS ONE   *
      * FULL ORDER-DETAIL-RECORD IMAGE - THE SAME 20-BLOCK BUFFER      *
      * ORDENTRY PRICES THROUGH, SO ANY ORDER IT CAN POST THIS         *
      * PROGRAM CAN MAINTAIN.                                          *
      ******************************************************************
       01  OM-OVFL-BLOCK-TABLE.
           05  OM-OVFL-BLOCK-COUNT     PIC 9(3) COMP VALUE ZERO.
           05  OM-OVFL-BLOCK           PIC X(926) OCCURS 20 TIMES.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - SIGN THE OPERATOR ON, THEN DISPATCH EACH   *
      *    REQUEST UNTIL THE ORDER DESK SIGNS OFF.                     *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL OM-DONE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES AND CAPTURE THE OPERATOR ID AND   *
      *    AUTHORIZATION CODE THAT STAMP EVERY JOURNAL RECORD THIS     *
      *    SESSION WRITES. BLANK ENTRIES ARE REFUSED, AS IN CUSTCRED.  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O ORDER-MASTER
           OPEN I-O ORDER-DETAIL
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O BACKORDER-FILE
           OPEN EXTEND GL-ACTIVITY
           OPEN EXTEND ORDER-JOURNAL
           OPEN INPUT TAX-RATE-TABLE
           ACCEPT OM-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO OM-OPERATOR-ID
           PERFORM 1100-PROMPT-OPERATOR THRU 1100-EXIT
               UNTIL OM-OPERATOR-ID NOT = SPACES
           MOVE SPACES TO OM-AUTH-CODE
           PERFORM 1200-PROMPT-AUTH-CODE THRU 1200-EXIT
               UNTIL OM-AUTH-CODE NOT = SPACES.
       1000-EXIT.
           EXIT.

       1100-PROMPT-OPERATOR.
           DISPLAY 'OPERATOR ID ...: ' WITH NO ADVANCING
           ACCEPT OM-OPERATOR-ID
           IF OM-OPERATOR-ID = SPACES
               DISPLAY 'OPERATOR ID IS REQUIRED'
           END-IF.
       1100-EXIT.
           EXIT.

       1200-PROMPT-AUTH-CODE.
           DISPLAY 'AUTH CODE .....: ' WITH NO ADVANCING
           ACCEPT OM-AUTH-CODE
           IF OM-AUTH-CODE = SPACES
               DISPLAY 'AUTHORIZATION CODE IS REQUIRED'
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-REQUEST - READ ONE MENU CHOICE AND DISPATCH IT.   *
      ******************************************************************
       2000-PROCESS-REQUEST.
           DISPLAY ' '
           DISPLAY 'PENDING ORDER MAINTENANCE - D=DISPLAY '
                   'Q=CHANGE QTY R=REMOVE LINE C=CANCEL ORDER X=EXIT'
           DISPLAY 'FUNCTION: ' WITH NO ADVANCING
           ACCEPT OM-FUNCTION
           EVALUATE TRUE
               WHEN OM-FN-DISPLAY
                   PERFORM 2100-DISPLAY-ORDER THRU 2100-EXIT
               WHEN OM-FN-QUANTITY
                   PERFORM 2200-CHANGE-QUANTITY THRU 2200-EXIT
               WHEN OM-FN-REMOVE
                   PERFORM 2300-REMOVE-LINE THRU 2300-EXIT
               WHEN OM-FN-CANCEL
                   PERFORM 2400-CANCEL-ORDER THRU 2400-EXIT
               WHEN OM-FN-EXIT
                   MOVE 'Y' TO OM-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-DISPLAY-ORDER - SHOW ONE PENDING ORDER'S HEADER AND EVERY *
      *    LINE, OVERFLOW LINES INCLUDED, NUMBERED AS THE CHANGE       *
      *    FUNCTIONS EXPECT THEM.                                      *
      ******************************************************************
       2100-DISPLAY-ORDER.
           PERFORM 2800-READ-PENDING-ORDER THRU 2800-EXIT
           IF NOT OM-ORDER-WAS-FOUND
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-DISPLAY-HEADER THRU 2150-EXIT
           PERFORM 2160-DISPLAY-ONE-LINE THRU 2160-EXIT
               VARYING OM-LN-SUB FROM 1 BY 1
               UNTIL OM-LN-SUB > OM-LINE-COUNT.
       2100-EXIT.
           EXIT.

       2150-DISPLAY-HEADER.
           DISPLAY 'ORDER .........: ' ORDER-ID
                   '  CUST ' ORDER-CUST-ID
                   '  DATED ' ORDER-DATE
           MOVE ORDER-TOTAL TO OM-AMT-DISPLAY
           DISPLAY 'ORDER TOTAL ...: ' OM-AMT-DISPLAY
           MOVE ORDER-TAX TO OM-AMT-DISPLAY
           DISPLAY 'TAX ...........: ' OM-AMT-DISPLAY
           MOVE ORDER-SHIPPING TO OM-AMT-DISPLAY
           DISPLAY 'SHIPPING ......: ' OM-AMT-DISPLAY
           MOVE ORDER-AMOUNT-PAID TO OM-AMT-DISPLAY
           DISPLAY 'CASH APPLIED ..: ' OM-AMT-DISPLAY
           DISPLAY 'LINES .........: ' OM-LINE-COUNT.
       2150-EXIT.
           EXIT.

       2160-DISPLAY-ONE-LINE.
           PERFORM 2900-GET-LINE THRU 2900-EXIT
           MOVE OM-LN-PRICE TO OM-PRC-DISPLAY
           MOVE OM-LN-DISCOUNT TO OM-DSC-DISPLAY
           DISPLAY 'LINE ' OM-LN-SUB
                   ' ITEM ' OM-LN-ITEM-ID
                   ' QTY ' OM-LN-QTY
                   ' PRICE ' OM-PRC-DISPLAY
                   ' DISC ' OM-DSC-DISPLAY.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHANGE-QUANTITY - CHANGE ONE LINE'S QUANTITY. A QUANTITY  *
      *    OF ZERO IS REFUSED - DROPPING THE LINE IS ITS OWN FUNCTION  *
      *    SO THE JOURNAL SAYS WHICH THE CUSTOMER ASKED FOR.           *
      ******************************************************************
       2200-CHANGE-QUANTITY.
           PERFORM 2800-READ-PENDING-ORDER THRU 2800-EXIT
           IF NOT OM-ORDER-WAS-FOUND
               GO TO 2200-EXIT
           END-IF
           PERFORM 2850-PROMPT-LINE THRU 2850-EXIT
           IF NOT OM-LINE-IS-VALID
               GO TO 2200-EXIT
           END-IF
           DISPLAY 'CURRENT QTY ...: ' OM-LN-QTY
           DISPLAY 'NEW QTY .......: ' WITH NO ADVANCING
           ACCEPT OM-NEW-QTY
           IF OM-NEW-QTY = ZERO
               DISPLAY 'ZERO QUANTITY - USE R TO REMOVE THE LINE'
               GO TO 2200-EXIT
           END-IF
           IF OM-NEW-QTY = OM-LN-QTY
               DISPLAY 'QUANTITY UNCHANGED - NOTHING TO DO'
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-START-JOURNAL-RECORD THRU 2500-EXIT
           SET OJ-CHANGED-QTY TO TRUE
           MOVE OM-LN-QTY TO OJ-OLD-QTY
           MOVE OM-NEW-QTY TO OJ-NEW-QTY
           MOVE OM-NEW-QTY TO OM-LN-QTY
           PERFORM 2910-PUT-LINE THRU 2910-EXIT
           MOVE OM-LINE-COUNT TO OM-NEW-LINE-COUNT
           PERFORM 2550-REPRICE-ORDER THRU 2550-EXIT
           PERFORM 2600-FINISH-CHANGE THRU 2600-EXIT
           IF OM-CHANGE-IS-APPLIED
               ADD 1 TO OM-QTYS-CHANGED
           END-IF.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REMOVE-LINE - DROP ONE LINE. EVERY LINE AFTER IT MOVES UP *
      *    ONE PLACE - ACROSS BLOCK BOUNDARIES WHERE IT MUST - SO THE  *
      *    ORDER STAYS DENSE FOR ORDITMGT. THE LAST LINE OF AN ORDER   *
      *    CANNOT BE DROPPED: THAT IS A CANCEL.                        *
      ******************************************************************
       2300-REMOVE-LINE.
           PERFORM 2800-READ-PENDING-ORDER THRU 2800-EXIT
           IF NOT OM-ORDER-WAS-FOUND
               GO TO 2300-EXIT
           END-IF
           IF OM-LINE-COUNT = 1
               DISPLAY 'ONLY ONE LINE ON ORDER - USE C TO CANCEL IT'
               GO TO 2300-EXIT
           END-IF
           PERFORM 2850-PROMPT-LINE THRU 2850-EXIT
           IF NOT OM-LINE-IS-VALID
               GO TO 2300-EXIT
           END-IF
           PERFORM 2500-START-JOURNAL-RECORD THRU 2500-EXIT
           SET OJ-DROPPED-LINE TO TRUE
           MOVE OM-LN-QTY TO OJ-OLD-QTY
           MOVE ZERO TO OJ-NEW-QTY
           PERFORM 2310-CLOSE-UP-ONE-LINE THRU 2310-EXIT
               VARYING OM-LN-SUB FROM OM-LINE-NO BY 1
               UNTIL OM-LN-SUB NOT < OM-LINE-COUNT
           MOVE OM-LINE-COUNT TO OM-LN-SUB
           MOVE ZERO TO OM-LN-ITEM-ID OM-LN-QTY
                        OM-LN-PRICE OM-LN-DISCOUNT
           PERFORM 2910-PUT-LINE THRU 2910-EXIT
           SUBTRACT 1 FROM OM-LINE-COUNT GIVING OM-NEW-LINE-COUNT
           PERFORM 2550-REPRICE-ORDER THRU 2550-EXIT
           PERFORM 2600-FINISH-CHANGE THRU 2600-EXIT
           IF OM-CHANGE-IS-APPLIED
               ADD 1 TO OM-LINES-DROPPED
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-CLOSE-UP-ONE-LINE - MOVE LINE N+1 INTO LINE N.            *
      ******************************************************************
       2310-CLOSE-UP-ONE-LINE.
           ADD 1 TO OM-LN-SUB
           PERFORM 2900-GET-LINE THRU 2900-EXIT
           SUBTRACT 1 FROM OM-LN-SUB
           PERFORM 2910-PUT-LINE THRU 2910-EXIT.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CANCEL-ORDER - CANCEL ONE PENDING ORDER OUTRIGHT. THE     *
      *    WHOLE ORDER-TOTAL ORDENTRY CHARGED COMES OFF CUST-BALANCE   *
      *    AND THE WHOLE BILLING ENTRY (TOTAL, TAX, SHIPPING) IS       *
      *    REVERSED ON THE LEDGER. THE LINES ARE LEFT AS THEY WERE -   *
      *    ORDPURGE ARCHIVES THE CANCELLED ORDER, OVERFLOW DETAIL AND  *
      *    ALL, IN ITS OWN TIME.                                       *
      ******************************************************************
       2400-CANCEL-ORDER.
           PERFORM 2800-READ-PENDING-ORDER THRU 2800-EXIT
           IF NOT OM-ORDER-WAS-FOUND
               GO TO 2400-EXIT
           END-IF
           PERFORM 2150-DISPLAY-HEADER THRU 2150-EXIT
           DISPLAY 'CANCEL THIS ORDER (Y/N): ' WITH NO ADVANCING
           ACCEPT OM-CONFIRM
           IF OM-CONFIRM NOT = 'Y'
               DISPLAY 'ORDER NOT CANCELLED'
               GO TO 2400-EXIT
           END-IF
           PERFORM 2500-START-JOURNAL-RECORD THRU 2500-EXIT
           SET OJ-CANCELLED-ORDER TO TRUE
           MOVE OM-LINE-COUNT TO OM-NEW-LINE-COUNT
           SUBTRACT ORDER-TOTAL FROM ZERO GIVING OM-TOTAL-DELTA
           SUBTRACT ORDER-TAX FROM ZERO GIVING OM-TAX-DELTA
           SUBTRACT ORDER-SHIPPING FROM ZERO GIVING OM-SHIP-DELTA
           MOVE 'CN' TO ORDER-STATUS
           PERFORM 2600-FINISH-CHANGE THRU 2600-EXIT
           IF OM-CHANGE-IS-APPLIED
               ADD 1 TO OM-ORDERS-CANCELLED
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2500-START-JOURNAL-RECORD - STAMP A FRESH JOURNAL RECORD WITH  *
      *    DATE, TIME, OPERATOR, AUTH CODE, AND THE ORDER'S CURRENT    *
      *    IMAGE. THE CHANGE PARAGRAPHS FILL IN WHAT THEY TOUCH AND    *
      *    2600 FILLS IN THE AFTER IMAGE. THE DELTAS START AT ZERO     *
      *    FOR 2550 OR THE CANCEL TO SET.                              *
      ******************************************************************
       2500-START-JOURNAL-RECORD.
           INITIALIZE ORDER-JOURNAL-RECORD
           MOVE OM-RUN-DATE TO OJ-CHANGE-DATE
           ACCEPT OM-CHANGE-TIME FROM TIME
           MOVE OM-CHANGE-TIME (1:6) TO OJ-CHANGE-TIME
           MOVE OM-OPERATOR-ID TO OJ-OPERATOR-ID
           MOVE OM-AUTH-CODE TO OJ-AUTH-CODE
           MOVE ORDER-ID TO OJ-ORDER-ID
           MOVE ORDER-CUST-ID TO OJ-CUST-ID
           MOVE ORDER-STATUS TO OJ-OLD-STATUS
           MOVE OM-LINE-COUNT TO OJ-OLD-LINE-COUNT
           MOVE ORDER-TOTAL TO OJ-OLD-TOTAL
           MOVE ORDER-TAX TO OJ-OLD-TAX
           IF OM-LINE-IS-VALID
               MOVE OM-LINE-NO TO OJ-LINE-NO
               MOVE OM-LN-ITEM-ID TO OJ-ITEM-ID
           END-IF
           MOVE ZERO TO OM-TOTAL-DELTA OM-TAX-DELTA OM-SHIP-DELTA.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2550-REPRICE-ORDER - FOOT THE CHANGED LINES AND WORK OUT THE   *
      *    DELTAS. A TAXABLE ORDER STAMPED WITH A JURISDICTION IS      *
      *    RE-TAXED AT THAT JURISDICTION'S RATE, AS ORDENTRY TAXED IT; *
      *    OTHERWISE TAX MOVES WITH THE SUBTOTAL AT THE RATE THE ORDER *
      *    WAS TAXED AT ENTRY (AN EXEMPT ORDER STAYS AT ZERO);         *
      *    SHIPPING IS NOT TOUCHED HERE - ORDSHIP RE-RATES IT FROM     *
      *    THE SHIPPED WEIGHT. THE TOTAL MOVES BY THE DELTAS RATHER    *
      *    THAN BEING REBUILT, SO AN ORDER'S OWN ROUNDING STANDS.      *
      ******************************************************************
       2550-REPRICE-ORDER.
           MOVE ZERO TO OM-NEW-SUBTOTAL
           PERFORM 2560-FOOT-ONE-LINE THRU 2560-EXIT
               VARYING OM-LN-SUB FROM 1 BY 1
               UNTIL OM-LN-SUB > OM-NEW-LINE-COUNT
           PERFORM 2570-READ-TAX-RATE THRU 2570-EXIT
           EVALUATE TRUE
               WHEN ORDER-TAX-IS-EXEMPT
                   MOVE ZERO TO OM-NEW-TAX
               WHEN OM-TAX-RATE-WAS-FOUND
                   COMPUTE OM-NEW-TAX ROUNDED =
                       OM-NEW-SUBTOTAL * TXR-RATE-PCT / 100
               WHEN OM-OLD-SUBTOTAL > ZERO AND ORDER-TAX NOT = ZERO
                   COMPUTE OM-NEW-TAX ROUNDED =
                       ORDER-TAX * OM-NEW-SUBTOTAL / OM-OLD-SUBTOTAL
               WHEN OTHER
                   MOVE ORDER-TAX TO OM-NEW-TAX
           END-EVALUATE
           SUBTRACT ORDER-TAX FROM OM-NEW-TAX GIVING OM-TAX-DELTA
           SUBTRACT OM-OLD-SUBTOTAL FROM OM-NEW-SUBTOTAL
               GIVING OM-TOTAL-DELTA
           ADD OM-TAX-DELTA TO OM-TOTAL-DELTA.
       2550-EXIT.
           EXIT.

       2560-FOOT-ONE-LINE.
           PERFORM 2900-GET-LINE THRU 2900-EXIT
           MULTIPLY OM-LN-PRICE BY OM-LN-QTY GIVING OM-EXT-AMOUNT
           SUBTRACT OM-LN-DISCOUNT FROM OM-EXT-AMOUNT
           ADD OM-EXT-AMOUNT TO OM-NEW-SUBTOTAL.
       2560-EXIT.
           EXIT.

      ******************************************************************
      * 2570-READ-TAX-RATE - LOOK UP THE JURISDICTION ORDENTRY STAMPED *
      *    ON THE ORDER. AN ORDER WITH NONE (NO RATE WAS ON FILE AT    *
      *    ENTRY) OR WHOSE JURISDICTION HAS SINCE BEEN DELETED FALLS   *
      *    BACK TO PRORATING ITS OWN TAX.                              *
      ******************************************************************
       2570-READ-TAX-RATE.
           MOVE 'N' TO OM-TXR-FOUND-SW
           IF ORDER-TAX-STATE = SPACES
               GO TO 2570-EXIT
           END-IF
           MOVE ORDER-TAX-STATE TO TXR-STATE
           MOVE ORDER-TAX-ZIP-LOW TO TXR-ZIP-LOW
           READ TAX-RATE-TABLE
               INVALID KEY
                   MOVE 'N' TO OM-TXR-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OM-TXR-FOUND-SW
           END-READ.
       2570-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FINISH-CHANGE - REFUSE A CHANGE THAT WOULD LEAVE LESS ON  *
      *    THE ORDER THAN CASHPOST HAS ALREADY APPLIED TO IT. THEN     *
      *    WRITE THE JOURNAL RECORD FIRST; IF IT CANNOT BE WRITTEN     *
      *    THE CHANGE IS ABANDONED (NOTHING HAS REACHED A MASTER YET - *
      *    THE WORK IS ALL IN STORAGE). ONLY THEN ARE THE OVERFLOW     *
      *    BLOCKS, THE ORDER, AND THE CUSTOMER REWRITTEN, OPEN         *
      *    BACKORDERS CANCELLED, AND THE LEDGER ENTRY WRITTEN.         *
      ******************************************************************
       2600-FINISH-CHANGE.
           MOVE 'N' TO OM-CHANGE-OK-SW
           IF ORDER-AMOUNT-PAID > ZERO
               AND (ORDER-CANCELLED
                    OR ORDER-TOTAL + OM-TOTAL-DELTA
                       < ORDER-AMOUNT-PAID)
               MOVE ORDER-AMOUNT-PAID TO OM-AMT-DISPLAY
               DISPLAY 'CASH ALREADY APPLIED TO THIS ORDER '
                       OM-AMT-DISPLAY
               DISPLAY 'CHANGE REFUSED - REFER TO THE CASH DESK'
               GO TO 2600-EXIT
           END-IF
           MOVE ORDER-CUST-ID TO CUSTOMER-MASTER-KEY
           PERFORM 2950-READ-CUSTOMER THRU 2950-EXIT
           IF NOT OM-CUST-WAS-FOUND
               DISPLAY 'CUSTOMER NOT ON FILE - NO BALANCE TO ADJUST '
                       '- CHANGE REFUSED'
               GO TO 2600-EXIT
           END-IF
           IF OM-TOTAL-DELTA > ZERO
               ADD CUST-BALANCE OM-TOTAL-DELTA GIVING OM-OVERAGE
               SUBTRACT CUST-CREDIT-LIMIT FROM OM-OVERAGE
               IF OM-OVERAGE > ZERO
                   MOVE OM-OVERAGE TO OM-AMT-DISPLAY
                   DISPLAY 'NOTE - CHANGE PUTS CUSTOMER OVER LIMIT BY '
                           OM-AMT-DISPLAY
               END-IF
           END-IF
           ADD OM-TOTAL-DELTA TO ORDER-TOTAL
           ADD OM-TAX-DELTA TO ORDER-TAX
           ADD OM-SHIP-DELTA TO ORDER-SHIPPING
           IF NOT ORDER-CANCELLED
               MOVE OM-NEW-LINE-COUNT TO ORDER-ITEM-COUNT
               IF OM-NEW-LINE-COUNT > 50
                   SET ORDER-HAS-OVERFLOW TO TRUE
               ELSE
                   SET ORDER-NO-OVERFLOW TO TRUE
               END-IF
               IF ORDER-AMOUNT-PAID NOT < ORDER-TOTAL
                   AND ORDER-AMOUNT-PAID > ZERO
                   SET ORDER-IS-PAID TO TRUE
               ELSE
                   SET ORDER-IS-OPEN TO TRUE
               END-IF
           END-IF
           MOVE ORDER-STATUS TO OJ-NEW-STATUS
           MOVE OM-NEW-LINE-COUNT TO OJ-NEW-LINE-COUNT
           MOVE ORDER-TOTAL TO OJ-NEW-TOTAL
           MOVE ORDER-TAX TO OJ-NEW-TAX
           WRITE ORDER-JOURNAL-RECORD
           IF OM-JRNL-FS NOT = '00'
               DISPLAY 'JOURNAL WRITE FAILED - STATUS ' OM-JRNL-FS
                       ' - CHANGE NOT APPLIED'
               GO TO 2600-EXIT
           END-IF
           IF NOT ORDER-CANCELLED
               PERFORM 2650-REWRITE-OVERFLOW THRU 2650-EXIT
           END-IF
           REWRITE ORDER-MASTER-REC FROM ORDER-RECORD
               INVALID KEY
                   DISPLAY 'ORDER REWRITE FAILED - INVALID KEY'
                   GO TO 2600-EXIT
           END-REWRITE
           ADD OM-TOTAL-DELTA TO CUST-BALANCE
           REWRITE CUSTOMER-MASTER-REC FROM CUSTOMER-RECORD
           IF ORDER-CANCELLED
               PERFORM 2700-CANCEL-BACKORDER THRU 2700-EXIT
                   VARYING OM-LN-SUB FROM 1 BY 1
                   UNTIL OM-LN-SUB > OM-LINE-COUNT
           ELSE
               IF OJ-DROPPED-LINE
                   MOVE OJ-LINE-NO TO OM-LN-SUB
                   MOVE OJ-ITEM-ID TO OM-LN-ITEM-ID
                   PERFORM 2710-CANCEL-ONE-BACKORDER THRU 2710-EXIT
               END-IF
           END-IF
           PERFORM 2750-WRITE-GL-ACTIVITY THRU 2750-EXIT
           MOVE 'Y' TO OM-CHANGE-OK-SW
           MOVE ORDER-TOTAL TO OM-AMT-DISPLAY
           DISPLAY 'CHANGE APPLIED AND JOURNALED - ORDER TOTAL NOW '
                   OM-AMT-DISPLAY.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * 2650-REWRITE-OVERFLOW - PUT THE BUFFERED BLOCKS BACK ON        *
      *    ORDRDTL WITH THEIR LINE COUNTS RESET FOR THE NEW LINE       *
      *    COUNT. A BLOCK NO LONGER NEEDED AFTER A DROP IS DELETED.    *
      ******************************************************************
       2650-REWRITE-OVERFLOW.
           MOVE ZERO TO OM-BLOCKS-NEEDED
           IF OM-NEW-LINE-COUNT > 50
               SUBTRACT 51 FROM OM-NEW-LINE-COUNT GIVING OM-OFFSET
               DIVIDE OM-OFFSET BY 50 GIVING OM-BLOCKS-NEEDED
               ADD 1 TO OM-BLOCKS-NEEDED
           END-IF
           PERFORM 2660-REWRITE-ONE-BLOCK THRU 2660-EXIT
               VARYING OM-BLOCK-SUB FROM 1 BY 1
               UNTIL OM-BLOCK-SUB > OM-OVFL-BLOCK-COUNT.
       2650-EXIT.
           EXIT.

       2660-REWRITE-ONE-BLOCK.
           MOVE OM-OVFL-BLOCK (OM-BLOCK-SUB) TO ORDER-DETAIL-RECORD
           IF OM-BLOCK-SUB > OM-BLOCKS-NEEDED
               DELETE ORDER-DETAIL
                   INVALID KEY
                       DISPLAY 'OVERFLOW BLOCK DELETE FAILED - BLOCK '
                               ODTL-SEQ-NO
               END-DELETE
               GO TO 2660-EXIT
           END-IF
           COMPUTE OM-BLOCK-LINES =
               OM-NEW-LINE-COUNT - 50 - ((OM-BLOCK-SUB - 1) * 50)
           IF OM-BLOCK-LINES > 50
               MOVE 50 TO OM-BLOCK-LINES
           END-IF
           MOVE OM-BLOCK-LINES TO ODTL-ITEM-COUNT
           REWRITE ORDER-DETAIL-RECORD
               INVALID KEY
                   DISPLAY 'OVERFLOW BLOCK REWRITE FAILED - BLOCK '
                           ODTL-SEQ-NO
           END-REWRITE.
       2660-EXIT.
           EXIT.

      ******************************************************************
      * 2700-CANCEL-BACKORDER - A PENDING ORDER HAS NOT BEEN THROUGH   *
      *    ORDSHIP AND SHOULD HAVE NO BACKORDERS, BUT IF ONE IS OPEN   *
      *    FOR A LINE BEING CANCELLED OR DROPPED IT IS FLAGGED         *
      *    CANCELLED, AS ORDRETRN DOES, SO BORELSE NEVER SHIPS         *
      *    STOCK AGAINST IT.                                           *
      ******************************************************************
       2700-CANCEL-BACKORDER.
           PERFORM 2900-GET-LINE THRU 2900-EXIT
           PERFORM 2710-CANCEL-ONE-BACKORDER THRU 2710-EXIT.
       2700-EXIT.
           EXIT.

       2710-CANCEL-ONE-BACKORDER.
           MOVE OM-LN-ITEM-ID TO BO-PROD-ID
           MOVE ORDER-ID TO BO-ORDER-ID
           MOVE OM-LN-SUB TO BO-LINE-NO
           READ BACKORDER-FILE
               INVALID KEY
                   MOVE 'N' TO OM-BORD-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OM-BORD-FOUND-SW
           END-READ
           IF OM-BORD-WAS-FOUND AND BO-IS-OPEN
               SET BO-IS-CANCELLED TO TRUE
               REWRITE BACKORDER-RECORD
               ADD 1 TO OM-BACKORDERS-CANCELLED
               DISPLAY 'OPEN BACKORDER CANCELLED - LINE ' OM-LN-SUB
           END-IF.
       2710-EXIT.
           EXIT.

      ******************************************************************
      * 2750-WRITE-GL-ACTIVITY - JOURNAL THE BILLING ADJUSTMENT FOR    *
      *    THE NIGHTLY LEDGER EXTRACT (GLEXTRCT) AS AN 'OR' DELTA, THE *
      *    WAY ORDSHIP JOURNALS A FREIGHT CHANGE: A REDUCTION OR       *
      *    CANCEL CARRIES NEGATIVE AMOUNTS AND OFFSETS THE ENTRY       *
      *    ORDENTRY WROTE.                                             *
      ******************************************************************
       2750-WRITE-GL-ACTIVITY.
           IF OM-TOTAL-DELTA = ZERO AND OM-TAX-DELTA = ZERO
               AND OM-SHIP-DELTA = ZERO
               GO TO 2750-EXIT
           END-IF
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE OM-RUN-DATE TO GA-ACTIVITY-DATE
           MOVE 'ORDMAINT' TO GA-SOURCE-PROGRAM
           SET GA-TYPE-ORDER-BILLED TO TRUE
           MOVE ORDER-ID TO GA-REFERENCE-ID
           MOVE OM-TOTAL-DELTA TO GA-AMOUNT-1
           MOVE OM-TAX-DELTA TO GA-AMOUNT-2
           MOVE OM-SHIP-DELTA TO GA-AMOUNT-3
           WRITE GL-ACTIVITY-RECORD.
       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2800-READ-PENDING-ORDER - PROMPT FOR AN ORDER-ID, READ IT, AND *
      *    BUFFER ITS OVERFLOW BLOCKS. ONLY A PENDING ORDER QUALIFIES  *
      *    - ANYTHING ELSE IS REFUSED SO THIS PROGRAM CAN NEVER TOUCH  *
      *    AN ORDER ALREADY IN THE WAREHOUSE OR ON CREDIT HOLD. THE    *
      *    SUBTOTAL BEFORE ANY CHANGE IS FOOTED HERE FOR 2550.         *
      ******************************************************************
       2800-READ-PENDING-ORDER.
           MOVE 'N' TO OM-LINE-OK-SW
           DISPLAY 'ORDER ID: ' WITH NO ADVANCING
           ACCEPT ORDER-MASTER-KEY
           READ ORDER-MASTER INTO ORDER-RECORD
               INVALID KEY
                   MOVE 'N' TO OM-ORDER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OM-ORDER-FOUND-SW
           END-READ
           IF NOT OM-ORDER-WAS-FOUND
               DISPLAY 'ORDER NOT ON FILE'
               GO TO 2800-EXIT
           END-IF
           IF NOT ORDER-PENDING
               DISPLAY 'ORDER NOT PENDING - STATUS ' ORDER-STATUS
               IF ORDER-CREDIT-HOLD
                   DISPLAY 'WORK HELD ORDERS THROUGH CREDHOLD'
               END-IF
               MOVE 'N' TO OM-ORDER-FOUND-SW
               GO TO 2800-EXIT
           END-IF
      *    AN ITEM COUNT OF ZERO MEANS A FULL BASE TABLE ON THE OLDEST
      *    ORDERS - THE SAME CONVENTION ORDITMGT HONORS.
           IF ORDER-ITEM-COUNT = ZERO
               MOVE 50 TO OM-LINE-COUNT
           ELSE
               MOVE ORDER-ITEM-COUNT TO OM-LINE-COUNT
           END-IF
           MOVE ZERO TO OM-OVFL-BLOCK-COUNT
           IF OM-LINE-COUNT > 50
               SUBTRACT 51 FROM OM-LINE-COUNT GIVING OM-OFFSET
               DIVIDE OM-OFFSET BY 50 GIVING OM-BLOCKS-NEEDED
               ADD 1 TO OM-BLOCKS-NEEDED
               IF OM-BLOCKS-NEEDED > 20
                   DISPLAY 'ORDER EXCEEDS 1050 LINES - CANNOT BE '
                           'MAINTAINED HERE'
                   MOVE 'N' TO OM-ORDER-FOUND-SW
                   GO TO 2800-EXIT
               END-IF
               PERFORM 2810-LOAD-ONE-BLOCK THRU 2810-EXIT
                   VARYING OM-BLOCK-SUB FROM 1 BY 1
                   UNTIL OM-BLOCK-SUB > OM-BLOCKS-NEEDED
                      OR NOT OM-ORDER-WAS-FOUND
               IF NOT OM-ORDER-WAS-FOUND
                   GO TO 2800-EXIT
               END-IF
           END-IF
           MOVE ZERO TO OM-NEW-SUBTOTAL
           PERFORM 2560-FOOT-ONE-LINE THRU 2560-EXIT
               VARYING OM-LN-SUB FROM 1 BY 1
               UNTIL OM-LN-SUB > OM-LINE-COUNT
           MOVE OM-NEW-SUBTOTAL TO OM-OLD-SUBTOTAL.
       2800-EXIT.
           EXIT.

      ******************************************************************
      * 2810-LOAD-ONE-BLOCK - READ ONE OVERFLOW BLOCK INTO THE BUFFER. *
      *    A BLOCK MISSING FROM ORDRDTL LEAVES THE ORDER IMPOSSIBLE TO *
      *    FOOT, SO IT IS REFUSED RATHER THAN MAINTAINED SHORT.        *
      ******************************************************************
       2810-LOAD-ONE-BLOCK.
           MOVE ORDER-ID TO ODTL-ORDER-ID
           ADD 1 TO OM-BLOCK-SUB GIVING ODTL-SEQ-NO
           READ ORDER-DETAIL
               INVALID KEY
                   MOVE 'N' TO OM-ODTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OM-ODTL-FOUND-SW
           END-READ
           IF NOT OM-ODTL-WAS-FOUND
               DISPLAY 'OVERFLOW BLOCK ' ODTL-SEQ-NO
                       ' NOT ON ORDRDTL - ORDER CANNOT BE MAINTAINED'
               MOVE 'N' TO OM-ORDER-FOUND-SW
               GO TO 2810-EXIT
           END-IF
           MOVE ORDER-DETAIL-RECORD TO OM-OVFL-BLOCK (OM-BLOCK-SUB)
           MOVE OM-BLOCK-SUB TO OM-OVFL-BLOCK-COUNT.
       2810-EXIT.
           EXIT.

      ******************************************************************
      * 2850-PROMPT-LINE - ASK FOR A LINE NUMBER ON THE ORDER IN HAND  *
      *    AND LIFT THAT LINE INTO THE LINE WORK AREA.                 *
      ******************************************************************
       2850-PROMPT-LINE.
           MOVE 'N' TO OM-LINE-OK-SW
           DISPLAY 'LINE NO (1-' OM-LINE-COUNT '): ' WITH NO ADVANCING
           ACCEPT OM-LINE-NO
           IF OM-LINE-NO = ZERO OR OM-LINE-NO > OM-LINE-COUNT
               DISPLAY 'NO SUCH LINE ON THIS ORDER'
               GO TO 2850-EXIT
           END-IF
           MOVE OM-LINE-NO TO OM-LN-SUB
           PERFORM 2900-GET-LINE THRU 2900-EXIT
           MOVE OM-LN-PRICE TO OM-PRC-DISPLAY
           DISPLAY 'LINE ' OM-LN-SUB ' ITEM ' OM-LN-ITEM-ID
                   ' QTY ' OM-LN-QTY ' PRICE ' OM-PRC-DISPLAY
           MOVE 'Y' TO OM-LINE-OK-SW.
       2850-EXIT.
           EXIT.

      ******************************************************************
      * 2900-GET-LINE - LIFT LINE OM-LN-SUB INTO THE LINE WORK AREA.   *
      *    LINES 1-50 ARE THE BASE TABLE; A LINE PAST 50 IS FOUND IN   *
      *    ITS BUFFERED BLOCK WITH THE SAME BLOCK/OFFSET ARITHMETIC    *
      *    ORDITMGT USES.                                              *
      ******************************************************************
       2900-GET-LINE.
           IF OM-LN-SUB NOT > 50
               MOVE ITEM-ID (OM-LN-SUB) TO OM-LN-ITEM-ID
               MOVE ITEM-QTY (OM-LN-SUB) TO OM-LN-QTY
               MOVE ITEM-PRICE (OM-LN-SUB) TO OM-LN-PRICE
               MOVE ITEM-DISCOUNT (OM-LN-SUB) TO OM-LN-DISCOUNT
               GO TO 2900-EXIT
           END-IF
           PERFORM 2920-LOCATE-BLOCK-LINE THRU 2920-EXIT
           MOVE OM-OVFL-BLOCK (OM-BLOCK-SUB) TO ORDER-DETAIL-RECORD
           MOVE ODTL-ITEM-ID (OM-POSITION) TO OM-LN-ITEM-ID
           MOVE ODTL-ITEM-QTY (OM-POSITION) TO OM-LN-QTY
           MOVE ODTL-ITEM-PRICE (OM-POSITION) TO OM-LN-PRICE
           MOVE ODTL-ITEM-DISCOUNT (OM-POSITION) TO OM-LN-DISCOUNT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2910-PUT-LINE - STORE THE LINE WORK AREA BACK AS LINE          *
      *    OM-LN-SUB, IN THE BASE TABLE OR ITS BUFFERED BLOCK.         *
      ******************************************************************
       2910-PUT-LINE.
           IF OM-LN-SUB NOT > 50
               MOVE OM-LN-ITEM-ID TO ITEM-ID (OM-LN-SUB)
               MOVE OM-LN-QTY TO ITEM-QTY (OM-LN-SUB)
               MOVE OM-LN-PRICE TO ITEM-PRICE (OM-LN-SUB)
               MOVE OM-LN-DISCOUNT TO ITEM-DISCOUNT (OM-LN-SUB)
               GO TO 2910-EXIT
           END-IF
           PERFORM 2920-LOCATE-BLOCK-LINE THRU 2920-EXIT
           MOVE OM-OVFL-BLOCK (OM-BLOCK-SUB) TO ORDER-DETAIL-RECORD
           MOVE OM-LN-ITEM-ID TO ODTL-ITEM-ID (OM-POSITION)
           MOVE OM-LN-QTY TO ODTL-ITEM-QTY (OM-POSITION)
           MOVE OM-LN-PRICE TO ODTL-ITEM-PRICE (OM-POSITION)
           MOVE OM-LN-DISCOUNT TO ODTL-ITEM-DISCOUNT (OM-POSITION)
           MOVE ORDER-DETAIL-RECORD TO OM-OVFL-BLOCK (OM-BLOCK-SUB).
       2910-EXIT.
           EXIT.

       2920-LOCATE-BLOCK-LINE.
           SUBTRACT 51 FROM OM-LN-SUB GIVING OM-OFFSET
           DIVIDE OM-OFFSET BY 50 GIVING OM-NEEDED-BLOCK
               REMAINDER OM-REMAINDER
           ADD 1 TO OM-NEEDED-BLOCK GIVING OM-BLOCK-SUB
           ADD 1 TO OM-REMAINDER GIVING OM-POSITION.
       2920-EXIT.
           EXIT.

      ******************************************************************
      * 2950-READ-CUSTOMER - READ THE CUSTOMER FOR WHOEVER SET THE KEY.*
      ******************************************************************
       2950-READ-CUSTOMER.
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO OM-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OM-CUST-FOUND-SW
           END-READ.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY SESSION TOTALS.       *
      ******************************************************************
       9000-TERMINATE.
           CLOSE ORDER-MASTER
                 ORDER-DETAIL
                 CUSTOMER-MASTER
                 BACKORDER-FILE
                 GL-ACTIVITY
                 ORDER-JOURNAL
                 TAX-RATE-TABLE
           DISPLAY 'ORDMAINT - QUANTITIES CHANGED:   ' OM-QTYS-CHANGED
           DISPLAY 'ORDMAINT - LINES DROPPED:        '
                   OM-LINES-DROPPED
           DISPLAY 'ORDMAINT - ORDERS CANCELLED:     '
                   OM-ORDERS-CANCELLED
           DISPLAY 'ORDMAINT - BACKORDERS CANCELLED: '
                   OM-BACKORDERS-CANCELLED.
       9000-EXIT.
           EXIT.
