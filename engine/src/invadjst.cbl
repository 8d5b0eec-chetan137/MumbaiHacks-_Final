      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-09-01 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  WRITE A STOCK MOVEMENT (SEE STKMOVE         *
      *                    COPYBOOK) FOR EVERY POSTED CHANGE SO THE    *
      *                    MONTH-END ROLL-FORWARD (STKROLL) CAN        *
      *                    ACCOUNT FOR THE ON-HAND CHANGE.             *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IA-RPT-FS.

           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS IA-STKM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-TRANS
           LABEL RECORDS ARE STANDARD.
       01  ADJUST-EXCEPTION-LINE       PIC X(132).

       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

           05  IA-PROD-FS              PIC X(2) VALUE '00'.
           05  IA-JRNL-FS              PIC X(2) VALUE '00'.
           05  IA-RPT-FS               PIC X(2) VALUE '00'.
           05  IA-STKM-FS              PIC X(2) VALUE '00'.

       01  IA-SWITCHES.
           05  IA-ADJT-EOF-SW          PIC X(1) VALUE 'N'.
           OPEN I-O PRODUCT-MASTER
           OPEN EXTEND INVENTORY-JOURNAL
           OPEN OUTPUT ADJUST-EXCEPTION-RPT
           OPEN EXTEND STOCK-MOVEMENT
           ACCEPT IA-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO ADJUST-EXCEPTION-LINE
           WRITE ADJUST-EXCEPTION-LINE FROM IA-HEADING-1
           END-IF
           MOVE IA-QTY-AFTER TO PROD-QTY-ON-HAND
           REWRITE PRODUCT-MASTER-REC FROM PRODUCT-RECORD
           PERFORM 2400-WRITE-STOCK-MOVEMENT THRU 2400-EXIT
           ADD IA-QTY-CHANGE TO IA-UNITS-VARIANCE
           IF ADJ-IS-ADJUSTMENT
               ADD 1 TO IA-ADJUSTS-POSTED
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-STOCK-MOVEMENT - RECORD THE SIGNED CHANGE AS AN     *
      *    ADJUSTMENT MOVEMENT, CARRYING THE SAME REASON CODE AS THE   *
      *    AUDIT JOURNAL. A COUNT THAT AGREED WITH ON-HAND MOVED       *
      *    NOTHING AND WRITES NO MOVEMENT.                             *
      ******************************************************************
       2400-WRITE-STOCK-MOVEMENT.
           IF IA-QTY-CHANGE = ZERO
               GO TO 2400-EXIT
           END-IF
           INITIALIZE STOCK-MOVEMENT-RECORD
           MOVE IA-RUN-DATE TO SM-MOVE-DATE
           MOVE ADJ-PROD-ID TO SM-PROD-ID
           SET SM-TYPE-ADJUSTMENT TO TRUE
           MOVE IA-QTY-CHANGE TO SM-QTY
           MOVE 'INVADJST' TO SM-SOURCE-PROGRAM
           SET SM-REF-IS-NONE TO TRUE
           MOVE ZERO TO SM-REFERENCE-ID
           MOVE IJ-REASON-CODE TO SM-REASON-CODE
           MOVE PROD-QTY-ON-HAND TO SM-QTY-ON-HAND-AFTER
           WRITE STOCK-MOVEMENT-RECORD.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-EXCEPTION                                           *
      ******************************************************************
                 PRODUCT-MASTER
                 INVENTORY-JOURNAL
                 ADJUST-EXCEPTION-RPT
                 STOCK-MOVEMENT
           DISPLAY 'INVADJST - TRANS READ:        ' IA-TRANS-READ
           DISPLAY 'INVADJST - ADJUSTS POSTED:    ' IA-ADJUSTS-POSTED
           DISPLAY 'INVADJST - COUNTS POSTED:     ' IA-COUNTS-POSTED
