      *                    RUN IS STILL IN FLIGHT, AND STORE THE DAY   *
      *                    COUNTS AT END OF RUN FOR THE DAY-END        *
      *                    BALANCING REPORT (DAYENDRP).                *
      *    2026-10-15 RGM  WRITE A STOCK MOVEMENT (SEE STKMOVE         *
      *                    COPYBOOK) FOR EVERY RELEASE SO THE          *
      *                    MONTH-END ROLL-FORWARD (STKROLL) CAN        *
      *                    ACCOUNT FOR THE ON-HAND CHANGE.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-RPT-FS.

           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BR-STKM-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
       01  RELEASE-LINE                PIC X(132).

       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.
           05  BR-PROD-FS              PIC X(2) VALUE '00'.
           05  BR-RPT-FS               PIC X(2) VALUE '00'.
           05  BR-RCTL-FS              PIC X(2) VALUE '00'.
           05  BR-STKM-FS              PIC X(2) VALUE '00'.

       01  BR-SWITCHES.
           05  BR-BORD-EOF-SW          PIC X(1) VALUE 'N'.
           OPEN I-O BACKORDER-FILE
           OPEN I-O PRODUCT-MASTER
           OPEN OUTPUT RELEASE-REPORT
           OPEN EXTEND STOCK-MOVEMENT
           MOVE SPACES TO RELEASE-LINE
           WRITE RELEASE-LINE FROM BR-HEADING-1
           IF BR-BORD-FS NOT = '00'
           END-IF
           SUBTRACT BR-QTY-RELEASED FROM PROD-QTY-ON-HAND
           REWRITE PRODUCT-MASTER-REC FROM PRODUCT-RECORD
           PERFORM 2150-WRITE-STOCK-MOVEMENT THRU 2150-EXIT
           SUBTRACT BR-QTY-RELEASED FROM BO-QTY-OPEN
           IF BO-QTY-OPEN = ZERO
               SET BO-IS-FILLED TO TRUE
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2150-WRITE-STOCK-MOVEMENT - RECORD THE UNITS RELEASED AS A     *
      *    SHIPMENT MOVEMENT AGAINST THE BACKORDERED ORDER.            *
      ******************************************************************
       2150-WRITE-STOCK-MOVEMENT.
           INITIALIZE STOCK-MOVEMENT-RECORD
           MOVE BR-RUN-DATE TO SM-MOVE-DATE
           MOVE BO-PROD-ID TO SM-PROD-ID
           SET SM-TYPE-SHIPMENT TO TRUE
           COMPUTE SM-QTY = ZERO - BR-QTY-RELEASED
           MOVE 'BORELSE ' TO SM-SOURCE-PROGRAM
           SET SM-REF-IS-ORDER TO TRUE
           MOVE BO-ORDER-ID TO SM-REFERENCE-ID
           MOVE PROD-QTY-ON-HAND TO SM-QTY-ON-HAND-AFTER
           WRITE STOCK-MOVEMENT-RECORD.
       2150-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-RELEASE-LINE                                        *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE BACKORDER-FILE PRODUCT-MASTER RELEASE-REPORT
                 STOCK-MOVEMENT
           DISPLAY 'BORELSE - BACKORDERS READ:    '
                   BR-BACKORDERS-READ
           DISPLAY 'BORELSE - FILLED IN FULL:     '
