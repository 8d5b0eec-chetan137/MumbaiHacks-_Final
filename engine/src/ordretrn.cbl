      *    2026-09-01 RGM  JOURNAL EVERY CREDIT MEMO TO THE GL DAILY   *
      *                    ACTIVITY FILE (GLACTV) FOR THE NIGHTLY      *
      *                    LEDGER EXTRACT (GLEXTRCT).                  *
      *    2026-10-15 RGM  WRITE A STOCK MOVEMENT (SEE STKMOVE         *
      *                    COPYBOOK) FOR EVERY LINE RESTOCKED SO THE   *
      *                    MONTH-END ROLL-FORWARD (STKROLL) CAN        *
      *                    ACCOUNT FOR THE ON-HAND CHANGE.             *
      *    2026-10-15 RGM  STAMP THE CREDIT MEMO WITH THE CUSTOMER'S   *
      *                    SALES REP (CM-REP-ID) SO THE COMMISSION RUN *
      *                    (COMMCALC) CHARGES IT BACK TO THAT REP.     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RT-GLAC-FS.

           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RT-STKM-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

           05  RT-MEMO-FS              PIC X(2) VALUE '00'.
           05  RT-RPT-FS               PIC X(2) VALUE '00'.
           05  RT-GLAC-FS              PIC X(2) VALUE '00'.
           05  RT-STKM-FS              PIC X(2) VALUE '00'.

       01  RT-SWITCHES.
           05  RT-RETT-EOF-SW          PIC X(1) VALUE 'N'.
           OPEN I-O CREDIT-MEMO
           OPEN OUTPUT RETURN-EXCEPTION-RPT
           OPEN EXTEND GL-ACTIVITY
           OPEN EXTEND STOCK-MOVEMENT
           ACCEPT RT-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RETURN-EXCEPTION-LINE
           WRITE RETURN-EXCEPTION-LINE FROM RT-HEADING-1
                   IF RT-QTY-TO-RESTOCK > ZERO
                       ADD RT-QTY-TO-RESTOCK TO PROD-QTY-ON-HAND
                       REWRITE PRODUCT-MASTER-REC FROM PRODUCT-RECORD
                       PERFORM 2130-WRITE-STOCK-MOVEMENT THRU 2130-EXIT
                   END-IF
                   ADD 1 TO RT-ORDER-ITEMS-BACK
                   ADD 1 TO RT-ITEMS-RESTOCKED
       2120-EXIT.
           EXIT.

      ******************************************************************
      * 2130-WRITE-STOCK-MOVEMENT - RECORD THE UNITS PUT BACK ON THE   *
      *    SHELF AS A RETURN MOVEMENT AGAINST THE RETURNED ORDER.      *
      ******************************************************************
       2130-WRITE-STOCK-MOVEMENT.
           INITIALIZE STOCK-MOVEMENT-RECORD
           MOVE RT-RUN-DATE TO SM-MOVE-DATE
           MOVE RT-OIMG-ITEM-ID TO SM-PROD-ID
           SET SM-TYPE-RETURN TO TRUE
           MOVE RT-QTY-TO-RESTOCK TO SM-QTY
           MOVE 'ORDRETRN' TO SM-SOURCE-PROGRAM
           SET SM-REF-IS-ORDER TO TRUE
           MOVE ORDER-ID TO SM-REFERENCE-ID
           MOVE PROD-QTY-ON-HAND TO SM-QTY-ON-HAND-AFTER
           WRITE STOCK-MOVEMENT-RECORD.
       2130-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ISSUE-CREDIT - CREDIT THE CUSTOMER'S BALANCE FOR THE FULL *
      *    ORDER TOTAL, FLAG THE ORDER RETURNED, AND RECORD THE CREDIT *
           MOVE RET-REASON TO CM-REASON
           MOVE ORDER-TOTAL TO CM-CREDIT-AMOUNT
           MOVE RT-ORDER-ITEMS-BACK TO CM-ITEMS-RESTOCKED
           IF CUST-REP-ID NUMERIC
               MOVE CUST-REP-ID TO CM-REP-ID
           ELSE
               MOVE ZERO TO CM-REP-ID
           END-IF
      *    A DUPLICATE MEMO IS A WARNING LINE ONLY - THE CREDIT AND
      *    STATUS CHANGE HAVE ALREADY GONE THROUGH, SO THE RETURN
      *    COUNTS AS PROCESSED, NOT REJECTED.
                 CREDIT-MEMO
                 RETURN-EXCEPTION-RPT
                 GL-ACTIVITY
                 STOCK-MOVEMENT
           DISPLAY 'ORDRETRN - RETURNS READ:      ' RT-RETURNS-READ
           DISPLAY 'ORDRETRN - RETURNS PROCESSED: '
                   RT-RETURNS-PROCESSED
