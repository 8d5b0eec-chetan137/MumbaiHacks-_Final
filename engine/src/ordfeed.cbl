      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-09-01 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  CARRY THE SHIP-TO CODE FROM THE ORDER       *
      *                    HEADER TO THE ORDER, REJECTING A CODE NOT   *
      *                    ON THE CUSTOMER'S SHIP-TO FILE (SHIPTO) OR  *
      *                    NOT ACTIVE. BLANK SHIPS TO THE BILL-TO.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FE-RPT-FS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS FE-STO-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-FEED
           LABEL RECORDS ARE STANDARD.
       01  FEED-EXCEPTION-LINE         PIC X(132).

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipto.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

           05  FE-ACK-FS               PIC X(2) VALUE '00'.
           05  FE-PEND-FS              PIC X(2) VALUE '00'.
           05  FE-RPT-FS               PIC X(2) VALUE '00'.
           05  FE-STO-FS               PIC X(2) VALUE '00'.

       01  FE-SWITCHES.
           05  FE-FEED-EOF-SW          PIC X(1) VALUE 'N'.
               88  FE-TRAILER-SEEN              VALUE 'Y'.
           05  FE-BLOCK-DIRTY-SW       PIC X(1) VALUE 'N'.
               88  FE-BLOCK-IS-DIRTY            VALUE 'Y'.
           05  FE-STO-FOUND-SW         PIC X(1) VALUE 'N'.
               88  FE-SHIP-TO-WAS-FOUND         VALUE 'Y'.

       01  FE-RUN-DATE                 PIC 9(8).

           OPEN OUTPUT ACK-FILE
           OPEN OUTPUT PENDING-ACK
           OPEN OUTPUT FEED-EXCEPTION-RPT
           OPEN INPUT SHIP-TO-FILE
           ACCEPT FE-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO FEED-EXCEPTION-LINE
           WRITE FEED-EXCEPTION-LINE FROM FE-HEADING-1

      ******************************************************************
      * 2110-EDIT-ORDER-HEADER - STRUCTURAL EDITS AND THE CUSTOMER     *
      *    AND SHIP-TO LOOKUPS (A BLANK SHIP-TO CODE MEANS THE         *
      *    BILL-TO), THEN THE START OF THE ORDER-RECORD IMAGE. ANY     *
      *    EDIT FAILURE MARKS THE ORDER REJECTED BUT ITS ITEM          *
      *    RECORDS ARE STILL CONSUMED SO THE FEED STAYS IN STEP.      *
      ******************************************************************
               MOVE 'N' TO FE-ORDER-OK-SW
               GO TO 2110-EXIT
           END-IF
           IF OF-OH-SHIP-TO-CODE NOT = SPACES
               MOVE OF-OH-CUST-ID TO STO-CUST-ID
               MOVE OF-OH-SHIP-TO-CODE TO STO-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE 'N' TO FE-STO-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO FE-STO-FOUND-SW
               END-READ
               IF NOT FE-SHIP-TO-WAS-FOUND
                   MOVE 'SHIP-TO CODE NOT ON FILE' TO FE-REASON
                   MOVE 'N' TO FE-ORDER-OK-SW
                   GO TO 2110-EXIT
               END-IF
               IF NOT STO-ACTIVE
                   MOVE 'SHIP-TO ADDRESS NOT ACTIVE' TO FE-REASON
                   MOVE 'N' TO FE-ORDER-OK-SW
                   GO TO 2110-EXIT
               END-IF
           END-IF
           MOVE OF-OH-ITEM-COUNT TO FE-EXPECTED-ITEMS
           INITIALIZE ORDER-RECORD
           MOVE OF-OH-ORDER-ID TO ORDER-ID
           MOVE 'PN' TO ORDER-STATUS
           MOVE OF-OH-TAX TO ORDER-TAX
           MOVE OF-OH-SHIPPING TO ORDER-SHIPPING
           MOVE OF-OH-SHIP-TO-CODE TO ORDER-SHIP-TO-CODE
           SET ORDER-TAX-IS-TAXABLE TO TRUE
           SET ORDER-IS-OPEN TO TRUE
           MOVE ZERO TO ORDER-AMOUNT-PAID.
                 ACK-FILE
                 PENDING-ACK
                 FEED-EXCEPTION-RPT
                 SHIP-TO-FILE
           DISPLAY 'ORDFEED - RECORDS READ:       ' FE-RECS-READ
           DISPLAY 'ORDFEED - ORDERS READ:        ' FE-ORDERS-READ
           DISPLAY 'ORDFEED - ORDERS TRANSLATED:  '
