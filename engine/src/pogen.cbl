      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-06-15 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  CARRY EACH PRODUCT'S PROD-COST THROUGH THE  *
      *                    SORT INTO POL-UNIT-COST AS THE AGREED COST  *
      *                    THE SUPPLIER INVOICE IS MATCHED AGAINST     *
      *                    (APMATCH), AND PRINT THE PO VALUE ON THE    *
      *                    REGISTER.                                   *
      *    2026-10-15 RGM  RECORD EACH RUN ON THE RUN CONTROL FILE     *
      *                    (RUNCNTL) SO THE MASTER RESTORE UTILITY     *
      *                    (MSTREST) CAN SEE POS CUT SINCE A SNAPSHOT. *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS POC-CONTROL-NAME
               FILE STATUS IS PG-POC-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS PG-RCTL-FS.

           SELECT SORT-WORK ASSIGN TO "SRTWORK1".

           SELECT PO-REGISTER ASSIGN TO "POREGRPT"
           LABEL RECORDS ARE STANDARD.
           COPY 'pocntl.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       SD  SORT-WORK.
       01  SORT-WORK-REC.
           05  SW-SUPPLIER-ID          PIC 9(6).
           05  SW-PROD-ID              PIC 9(8).
           05  SW-QTY-SHORT            PIC S9(7) COMP-3.
           05  SW-UNIT-COST            PIC S9(5)V99 COMP-3.

       FD  PO-REGISTER
           LABEL RECORDS ARE STANDARD.
           05  PG-PO-FS                PIC X(2) VALUE '00'.
           05  PG-POC-FS               PIC X(2) VALUE '00'.
           05  PG-RPT-FS               PIC X(2) VALUE '00'.
           05  PG-RCTL-FS              PIC X(2) VALUE '00'.

       01  PG-SWITCHES.
           05  PG-PROD-EOF-SW          PIC X(1) VALUE 'N'.
               88  PG-POC-WAS-FOUND             VALUE 'Y'.
           05  PG-PO-DIRTY-SW          PIC X(1) VALUE 'N'.
               88  PG-PO-IS-DIRTY               VALUE 'Y'.
           05  PG-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  PG-RCTL-WAS-FOUND            VALUE 'Y'.

       01  PG-JOB-NAME                 PIC X(8) VALUE 'POGEN   '.

           05  PG-POS-WRITTEN          PIC 9(5) COMP-3 VALUE ZERO.
           05  PG-LINES-WRITTEN        PIC 9(7) COMP-3 VALUE ZERO.
           05  PG-UNITS-ORDERED        PIC 9(9) COMP-3 VALUE ZERO.
           05  PG-VALUE-ORDERED        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  PG-SUPPLIERS-MISSING    PIC 9(5) COMP-3 VALUE ZERO.

       01  PG-BREAK-FIELDS.
           05  PG-R-LINES              PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE ' UNITS '.
           05  PG-R-UNITS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(7) VALUE ' VALUE '.
           05  PG-R-VALUE              PIC ZZZ,ZZZ,ZZ9.99.

       01  PG-MISSING-SUP-LINE.
           05  FILLER                  PIC X(9) VALUE 'SUPPLIER '.

       01  PG-PO-UNITS                 PIC 9(9) COMP-3 VALUE ZERO.

       01  PG-PO-VALUE                 PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  PG-LINE-VALUE               PIC S9(9)V99 COMP-3 VALUE ZERO.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - SORT THE SHORTFALL BY SUPPLIER AND CUT     *
               OUTPUT PROCEDURE IS 2000-GENERATE-POS
                   THRU 2000-EXIT
           PERFORM 8000-REWRITE-PO-CONTROL THRU 8000-EXIT
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, RECORD THE RUN ON RUNCNTL, AND   *
      *    LOAD (OR CREATE) THE PO NUMBER CONTROL RECORD.              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O RUN-CONTROL
           OPEN I-O PURCHASE-ORDER-FILE
           OPEN I-O PO-CONTROL
           OPEN INPUT SUPPLIER-MASTER
           OPEN OUTPUT PO-REGISTER
           ACCEPT PG-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-STAMP-RUN-CONTROL THRU 1100-EXIT
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE FROM PG-HEADING-1
           MOVE PG-JOB-NAME TO POC-CONTROL-NAME
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STAMP-RUN-CONTROL - FLAG THE RUN RUNNING ON RUNCNTL,      *
      *    DATED TODAY. NO RUN IS REFUSED ON IT - THE PO CONTROL       *
      *    RECORD KEEPS THE NUMBERING - BUT THE RESTORE UTILITY        *
      *    (MSTREST) READS THE LAST-RUN DATE TO SEE THAT PURCHORD HAS  *
      *    CHANGED SINCE A SNAPSHOT.                                   *
      ******************************************************************
       1100-STAMP-RUN-CONTROL.
           MOVE PG-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO PG-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO PG-RCTL-FOUND-SW
           END-READ
           INITIALIZE RUN-CONTROL-RECORD
           MOVE PG-JOB-NAME TO RC-JOB-NAME
           MOVE PG-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE PG-RUN-DATE TO RC-BATCH-ID
           IF PG-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1500-SELECT-BELOW-LEVEL - SORT INPUT PROCEDURE. RELEASE ONE    *
      *    RECORD PER PRODUCT AT OR BELOW ITS REORDER LEVEL, CARRYING  *
      *    THE SHORTFALL QUANTITY AND THE PRODUCT'S CURRENT COST - THE *
      *    SAME SELECTION INVRORPT PRINTS, SO THE POS TIE TO THE       *
      *    REORDER REPORT.                                             *
      ******************************************************************
       1500-SELECT-BELOW-LEVEL.
           OPEN INPUT PRODUCT-MASTER
               MOVE PROD-ID          TO SW-PROD-ID
               SUBTRACT PROD-QTY-ON-HAND FROM PROD-REORDER-LEVEL
                   GIVING SW-QTY-SHORT
               MOVE PROD-COST        TO SW-UNIT-COST
               RELEASE SORT-WORK-REC
           END-IF
           PERFORM 1600-READ-PRODUCT THRU 1600-EXIT.
           SET PO-IS-OPEN TO TRUE
           MOVE ZERO TO PO-LINE-COUNT
           MOVE ZERO TO PG-PO-UNITS
           MOVE ZERO TO PG-PO-VALUE
           MOVE 'Y' TO PG-PO-DIRTY-SW.
       2350-EXIT.
           EXIT.
      ******************************************************************
      * 2400-ADD-PO-LINE - FILE ONE SHORT PRODUCT INTO THE OPEN PO.    *
      *    A FULL PO (20 LINES) IS WRITTEN OUT AND A CONTINUATION PO   *
      *    OPENED UNDER ITS OWN NUMBER FOR THE SAME SUPPLIER. THE      *
      *    PRODUCT'S COST AT THE TIME THE PO IS CUT BECOMES THE LINE'S *
      *    AGREED UNIT COST.                                           *
      ******************************************************************
       2400-ADD-PO-LINE.
           IF PO-LINE-COUNT = 20
           MOVE SW-PROD-ID TO POL-PROD-ID (PO-LINE-COUNT)
           MOVE SW-QTY-SHORT TO POL-QTY-ORDERED (PO-LINE-COUNT)
           MOVE ZERO TO POL-QTY-RECEIVED (PO-LINE-COUNT)
           MOVE SW-UNIT-COST TO POL-UNIT-COST (PO-LINE-COUNT)
           MOVE ZERO TO POL-QTY-BILLED (PO-LINE-COUNT)
           MULTIPLY SW-QTY-SHORT BY SW-UNIT-COST GIVING PG-LINE-VALUE
           ADD PG-LINE-VALUE TO PG-PO-VALUE
           ADD SW-QTY-SHORT TO PG-PO-UNITS
           ADD 1 TO PG-LINES-WRITTEN.
       2400-EXIT.
           MOVE PO-DUE-DATE TO PG-R-DUE-DATE
           MOVE PO-LINE-COUNT TO PG-R-LINES
           MOVE PG-PO-UNITS TO PG-R-UNITS
           MOVE PG-PO-VALUE TO PG-R-VALUE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE FROM PG-REGISTER-LINE
           ADD PG-PO-UNITS TO PG-UNITS-ORDERED
           ADD PG-PO-VALUE TO PG-VALUE-ORDERED
           ADD 1 TO PG-POS-WRITTEN
           MOVE 'N' TO PG-PO-DIRTY-SW.
       2500-EXIT.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE RUN COUNTS ON THE RUN       *
      *    CONTROL RECORD AND FLAG THE RUN COMPLETE.                   *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE PG-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'POGEN - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE PG-POS-WRITTEN TO RC-CTL-COUNT-1
           MOVE PG-LINES-WRITTEN TO RC-CTL-COUNT-2
           MOVE PG-SUPPLIERS-MISSING TO RC-CTL-COUNT-3
           MOVE PG-VALUE-ORDERED TO RC-CTL-AMOUNT-1
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE PURCHASE-ORDER-FILE PO-CONTROL SUPPLIER-MASTER
                 PO-REGISTER
           DISPLAY 'POGEN - PURCHASE ORDERS CUT:  ' PG-POS-WRITTEN
           DISPLAY 'POGEN - PO LINES WRITTEN:     ' PG-LINES-WRITTEN
           DISPLAY 'POGEN - UNITS ORDERED:        ' PG-UNITS-ORDERED
           DISPLAY 'POGEN - VALUE ORDERED:        ' PG-VALUE-ORDERED
           DISPLAY 'POGEN - SUPPLIERS NOT ON FILE: '
                   PG-SUPPLIERS-MISSING.
       9000-EXIT.
