      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-09-01 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  SHOW WHERE THE SHIPMENT WENT: THE SHIP-TO   *
      *                    CODE AND ZIP ORDSHIP RECORDED, WITH THE     *
      *                    ADDRESS FROM THE SHIP-TO FILE (SHIPTO), OR  *
      *                    THE BILL-TO ADDRESS FROM THE CUSTOMER       *
      *                    MASTER WHEN THE ORDER HAD NO SHIP-TO CODE.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS SHP-ORDER-ID
               FILE STATUS IS SQ-SHPF-FS.

           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS SQ-STO-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS SQ-CUST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipment.cpy'.

       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipto.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  SQ-FILE-STATUSES.
           05  SQ-SHPF-FS              PIC X(2) VALUE '00'.
           05  SQ-STO-FS               PIC X(2) VALUE '00'.
           05  SQ-CUST-FS              PIC X(2) VALUE '00'.

       01  SQ-SWITCHES.
           05  SQ-DONE-SW              PIC X(1) VALUE 'N'.
               88  SQ-SHIP-WAS-FOUND            VALUE 'Y'.
           05  SQ-SHPF-EOF-SW          PIC X(1) VALUE 'N'.
               88  SQ-SHPF-EOF                  VALUE 'Y'.
           05  SQ-STO-FOUND-SW         PIC X(1) VALUE 'N'.
               88  SQ-SHIP-TO-WAS-FOUND         VALUE 'Y'.
           05  SQ-CUST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  SQ-CUST-WAS-FOUND            VALUE 'Y'.

       01  SQ-FUNCTION                 PIC X(1).
           88  SQ-FN-ORDER             VALUE 'O'.
           05  SQ-MATCH-COUNT          PIC 9(5) COMP-3.
           05  SQ-WEIGHT-DISPLAY       PIC -ZZZ,ZZ9.99.
           05  SQ-FREIGHT-DISPLAY      PIC -ZZ,ZZ9.99.
           05  SQ-SHIP-TO-DISPLAY      PIC X(7).

       PROCEDURE DIVISION.
      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT SHIPMENT-FILE
           OPEN INPUT SHIP-TO-FILE
           OPEN INPUT CUSTOMER-MASTER.
       1000-EXIT.
           EXIT.

           IF SHP-NOT-RATED
               DISPLAY 'NOTE - FREIGHT WAS NOT RATED: THE KEYED '
                       'SHIPPING CHARGE STOOD'
           END-IF
           PERFORM 2160-DISPLAY-DESTINATION THRU 2160-EXIT.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2160-DISPLAY-DESTINATION - WHERE THE SHIPMENT WENT. A BLANK    *
      *    SHIP-TO CODE MEANS THE BILL-TO ADDRESS ON THE CUSTOMER      *
      *    MASTER. THE ZIP SHOWN IS THE ONE ORDSHIP RATED THE ZONE     *
      *    FROM; SHIPMENTS CONFIRMED BEFORE SHIP-TO ADDRESSES WERE     *
      *    KEPT CARRY NO ZIP AND SHOW THE BILL-TO.                     *
      ******************************************************************
       2160-DISPLAY-DESTINATION.
           MOVE 'N' TO SQ-STO-FOUND-SW
           MOVE 'N' TO SQ-CUST-FOUND-SW
           IF SHP-SHIP-TO-CODE = SPACES OR LOW-VALUES
               DISPLAY 'SHIP TO .......: BILL-TO ADDRESS'
           ELSE
               DISPLAY 'SHIP TO .......: ' SHP-SHIP-TO-CODE
               MOVE SHP-CUST-ID TO STO-CUST-ID
               MOVE SHP-SHIP-TO-CODE TO STO-SHIP-TO-CODE
               READ SHIP-TO-FILE
                   INVALID KEY
                       MOVE 'N' TO SQ-STO-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO SQ-STO-FOUND-SW
               END-READ
           END-IF
           IF SHP-SHIP-TO-ZIP IS NUMERIC
               DISPLAY 'SHIP-TO ZIP ...: ' SHP-SHIP-TO-ZIP
           END-IF
           IF SQ-SHIP-TO-WAS-FOUND
               DISPLAY 'DELIVERED TO ..: ' STO-NAME
               DISPLAY '                 ' STO-STREET
               DISPLAY '                 ' STO-CITY ' ' STO-STATE
                       ' ' STO-ZIP
               GO TO 2160-EXIT
           END-IF
           IF SHP-SHIP-TO-CODE NOT = SPACES
                               AND NOT = LOW-VALUES
               DISPLAY 'NOTE - SHIP-TO CODE NO LONGER ON FILE'
               GO TO 2160-EXIT
           END-IF
           MOVE SHP-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO SQ-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SQ-CUST-FOUND-SW
           END-READ
           IF SQ-CUST-WAS-FOUND
               DISPLAY 'DELIVERED TO ..: ' CUST-NAME
               DISPLAY '                 ' CUST-STREET
               DISPLAY '                 ' CUST-CITY ' ' CUST-STATE
                       ' ' CUST-ZIP
           ELSE
               DISPLAY 'NOTE - CUSTOMER NO LONGER ON FILE'
           END-IF.
       2160-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LIST-CUSTOMER - LIST EVERY SHIPMENT FOR ONE CUSTOMER.     *
      *    THE FILE IS KEYED BY ORDER-ID ONLY, SO THIS IS A FULL SCAN  *
               GO TO 2250-EXIT
           END-IF
           IF SHP-CUST-ID = SQ-WANTED-CUST-ID
               IF SHP-SHIP-TO-CODE = SPACES OR LOW-VALUES
                   MOVE 'BILL-TO' TO SQ-SHIP-TO-DISPLAY
               ELSE
                   MOVE SHP-SHIP-TO-CODE TO SQ-SHIP-TO-DISPLAY
               END-IF
               DISPLAY 'ORDER ' SHP-ORDER-ID
                       ' SHIPPED ' SHP-SHIP-DATE
                       ' VIA ' SHP-CARRIER-CODE
                       ' TRACKING ' SHP-TRACKING-NO
                       ' TO ' SQ-SHIP-TO-DISPLAY
               ADD 1 TO SQ-MATCH-COUNT
           END-IF.
       2250-EXIT.
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           CLOSE SHIPMENT-FILE
                 SHIP-TO-FILE
                 CUSTOMER-MASTER.
       9000-EXIT.
           EXIT.
