      ******************************************************************
      * PROGRAM-ID: APAGING                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APAGING.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  ACCOUNTS PAYABLE AGING BY SUPPLIER. READS THE    *
      *    A/P OPEN ITEMS WRITTEN BY THE INVOICE MATCH RUN (APMATCH)   *
      *    IN KEY ORDER - SUPPLIER, THEN INVOICE - AND PRINTS EVERY    *
      *    UNPAID INVOICE UNDER ITS SUPPLIER WITH ITS OPEN AMOUNT      *
      *    (INVOICE AMOUNT LESS AMOUNT PAID) IN THE BUCKET FOR HOW     *
      *    FAR PAST ITS DUE DATE IT STANDS ON THE RUN DATE: CURRENT    *
      *    (NOT YET DUE), 1-30, 31-60, 61-90, AND OVER 90 DAYS, USING  *
      *    THE STANDARD 30/360 DAY-COUNT CONVENTION (AS CUSTSTMT AGES  *
      *    RECEIVABLES). EACH SUPPLIER IS FOOTED, THEN THE REPORT.     *
      *    ITEMS MARKED PAID, OR WITH NOTHING LEFT OPEN, ARE SKIPPED.  *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AP-OPEN-ITEMS ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS AG-APO-FS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-MASTER-KEY
               FILE STATUS IS AG-SUP-FS.

           SELECT AGING-REPORT ASSIGN TO "APAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-ITEMS
           LABEL RECORDS ARE STANDARD.
           COPY 'apopen.cpy'.

       FD  SUPPLIER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  SUPPLIER-MASTER-REC.
           05  SUPPLIER-MASTER-KEY     PIC 9(6).
           05  FILLER                  PIC X(212).

       FD  AGING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AGING-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'supmast.cpy'.

       01  AG-FILE-STATUSES.
           05  AG-APO-FS               PIC X(2) VALUE '00'.
           05  AG-SUP-FS               PIC X(2) VALUE '00'.
           05  AG-RPT-FS               PIC X(2) VALUE '00'.

       01  AG-SWITCHES.
           05  AG-APO-EOF-SW           PIC X(1) VALUE 'N'.
               88  AG-APO-EOF                   VALUE 'Y'.
           05  AG-FIRST-SUPPLIER-SW    PIC X(1) VALUE 'Y'.
               88  AG-FIRST-SUPPLIER            VALUE 'Y'.

       01  AG-RUN-DATE.
           05  AG-RUN-YY               PIC 9(4).
           05  AG-RUN-MM               PIC 9(2).
           05  AG-RUN-DD               PIC 9(2).

       01  AG-DUE-DATE-WORK.
           05  AG-DD-YY                PIC 9(4).
           05  AG-DD-MM                PIC 9(2).
           05  AG-DD-DD                PIC 9(2).

       01  AG-AGE-WORK.
           05  AG-DAYS-LATE            PIC S9(7) COMP-3.
           05  AG-AGE-YY-PART          PIC S9(7) COMP-3.
           05  AG-AGE-MM-PART          PIC S9(7) COMP-3.
           05  AG-AGE-DD-PART          PIC S9(7) COMP-3.
           05  AG-OPEN-AMOUNT          PIC S9(9)V99 COMP-3.
           05  AG-BKT-SUB              PIC 9(3) COMP.

       01  AG-PRIOR-SUPPLIER           PIC 9(6) VALUE ZERO.

      ******************************************************************
      * BUCKETS 1-5 ARE CURRENT, 1-30, 31-60, 61-90, OVER 90 DAYS PAST *
      * DUE; BUCKET 6 IS THE TOTAL OPEN.                               *
      ******************************************************************
       01  AG-SUPPLIER-BUCKETS.
           05  AG-SUP-BKT              PIC S9(9)V99 COMP-3
                                       OCCURS 6 TIMES.

       01  AG-GRAND-BUCKETS.
           05  AG-GT-BKT               PIC S9(11)V99 COMP-3
                                       OCCURS 6 TIMES.

       01  AG-COUNTERS.
           05  AG-ITEMS-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  AG-ITEMS-AGED           PIC 9(7) COMP-3 VALUE ZERO.
           05  AG-SUPPLIERS-AGED       PIC 9(5) COMP-3 VALUE ZERO.

       01  AG-HEADING-1.
           05  FILLER                  PIC X(33) VALUE
               'ACCOUNTS PAYABLE AGING - AS OF '.
           05  AG-H1-DATE              PIC 9(8).

       01  AG-HEADING-2.
           05  FILLER                  PIC X(32) VALUE
               'SUPPLIER / INVOICE  INV DATE'.
           05  FILLER                  PIC X(9)  VALUE 'DUE DATE'.
           05  FILLER                  PIC X(6)  VALUE '  LATE'.
           05  FILLER                  PIC X(14) VALUE '      CURRENT'.
           05  FILLER                  PIC X(14) VALUE '    1-30 DAYS'.
           05  FILLER                  PIC X(14) VALUE '   31-60 DAYS'.
           05  FILLER                  PIC X(14) VALUE '   61-90 DAYS'.
           05  FILLER                  PIC X(14) VALUE ' OVER 90 DAYS'.
           05  FILLER                  PIC X(14) VALUE '   TOTAL OPEN'.

       01  AG-SUPPLIER-LINE.
           05  AG-S-SUPPLIER-ID        PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AG-S-SUPPLIER-NAME      PIC X(50).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AG-S-TERMS              PIC X(20).

       01  AG-INVOICE-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AG-D-INVOICE-NO         PIC X(15).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AG-D-INVOICE-DATE       PIC 9(8).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  AG-D-DUE-DATE           PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AG-D-DAYS-LATE          PIC -ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AG-D-BUCKET OCCURS 6 TIMES.
               10  AG-D-AMOUNT         PIC -Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACES.

       01  AG-SUPPLIER-TOTAL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(45) VALUE
               'SUPPLIER TOTAL'.
           05  AG-ST-BUCKET OCCURS 6 TIMES.
               10  AG-ST-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACES.

       01  AG-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(47) VALUE
               'GRAND TOTALS:'.
           05  AG-GT-BUCKET OCCURS 6 TIMES.
               10  AG-GT-AMOUNT        PIC -Z,ZZZ,ZZ9.99.
               10  FILLER              PIC X(1) VALUE SPACES.

       01  AG-COUNT-LINE.
           05  FILLER                  PIC X(17) VALUE
               'SUPPLIERS AGED: '.
           05  AG-C-SUPPLIERS          PIC ZZZZ9.
           05  FILLER                  PIC X(18) VALUE
               '   INVOICES AGED: '.
           05  AG-C-ITEMS              PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL                                              *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-OPEN-ITEM THRU 2000-EXIT
               UNTIL AG-APO-EOF
           IF NOT AG-FIRST-SUPPLIER
               PERFORM 2300-WRITE-SUPPLIER-TOTAL THRU 2300-EXIT
           END-IF
           PERFORM 8000-WRITE-GRAND-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT AP-OPEN-ITEMS
           OPEN INPUT SUPPLIER-MASTER
           OPEN OUTPUT AGING-REPORT
           ACCEPT AG-RUN-DATE FROM DATE YYYYMMDD
           MOVE AG-RUN-DATE TO AG-H1-DATE
           INITIALIZE AG-GRAND-BUCKETS
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-HEADING-1
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-HEADING-2
           IF AG-APO-FS NOT = '00'
               DISPLAY 'APAGING - COULD NOT OPEN APOPEN - STATUS '
                       AG-APO-FS
               MOVE 'Y' TO AG-APO-EOF-SW
           ELSE
               PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-OPEN-ITEM - CONTROL BREAK ON SUPPLIER, THEN AGE   *
      *    ONE UNPAID INVOICE.                                         *
      ******************************************************************
       2000-PROCESS-OPEN-ITEM.
           ADD 1 TO AG-ITEMS-READ
           SUBTRACT AP-AMOUNT-PAID FROM AP-INVOICE-AMOUNT
               GIVING AG-OPEN-AMOUNT
           IF NOT AP-IS-OPEN OR AG-OPEN-AMOUNT NOT > ZERO
               GO TO 2000-NEXT
           END-IF
           IF AG-FIRST-SUPPLIER
                   OR AP-SUPPLIER-ID NOT = AG-PRIOR-SUPPLIER
               IF NOT AG-FIRST-SUPPLIER
                   PERFORM 2300-WRITE-SUPPLIER-TOTAL THRU 2300-EXIT
               END-IF
               PERFORM 2100-START-SUPPLIER THRU 2100-EXIT
           END-IF
           PERFORM 2200-AGE-INVOICE THRU 2200-EXIT.
       2000-NEXT.
           PERFORM 2900-READ-OPEN-ITEM THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-START-SUPPLIER - PRINT THE SUPPLIER'S NAME AND TERMS AND  *
      *    CLEAR ITS BUCKETS. A SUPPLIER GONE FROM THE MASTER STILL    *
      *    AGES - THE DEBT IS OWED EITHER WAY.                         *
      ******************************************************************
       2100-START-SUPPLIER.
           MOVE 'N' TO AG-FIRST-SUPPLIER-SW
           MOVE AP-SUPPLIER-ID TO AG-PRIOR-SUPPLIER
           INITIALIZE AG-SUPPLIER-BUCKETS
           MOVE AP-SUPPLIER-ID TO SUPPLIER-MASTER-KEY
           READ SUPPLIER-MASTER INTO SUPPLIER-RECORD
               INVALID KEY
                   MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-NAME
                   MOVE SPACES TO SUP-TERMS
           END-READ
           MOVE AP-SUPPLIER-ID TO AG-S-SUPPLIER-ID
           MOVE SUP-NAME TO AG-S-SUPPLIER-NAME
           MOVE SUP-TERMS TO AG-S-TERMS
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-SUPPLIER-LINE
           ADD 1 TO AG-SUPPLIERS-AGED.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-AGE-INVOICE - DAYS PAST DUE IN 30/360, BUCKET THE OPEN    *
      *    AMOUNT, AND PRINT THE INVOICE LINE.                         *
      ******************************************************************
       2200-AGE-INVOICE.
           MOVE AP-DUE-DATE TO AG-DUE-DATE-WORK
           SUBTRACT AG-DD-YY FROM AG-RUN-YY GIVING AG-AGE-YY-PART
           SUBTRACT AG-DD-MM FROM AG-RUN-MM GIVING AG-AGE-MM-PART
           SUBTRACT AG-DD-DD FROM AG-RUN-DD GIVING AG-AGE-DD-PART
           MULTIPLY AG-AGE-YY-PART BY 360 GIVING AG-AGE-YY-PART
           MULTIPLY AG-AGE-MM-PART BY 30 GIVING AG-AGE-MM-PART
           ADD AG-AGE-YY-PART AG-AGE-MM-PART AG-AGE-DD-PART
               GIVING AG-DAYS-LATE
           EVALUATE TRUE
               WHEN AG-DAYS-LATE NOT > 0
                   MOVE 1 TO AG-BKT-SUB
               WHEN AG-DAYS-LATE NOT > 30
                   MOVE 2 TO AG-BKT-SUB
               WHEN AG-DAYS-LATE NOT > 60
                   MOVE 3 TO AG-BKT-SUB
               WHEN AG-DAYS-LATE NOT > 90
                   MOVE 4 TO AG-BKT-SUB
               WHEN OTHER
                   MOVE 5 TO AG-BKT-SUB
           END-EVALUATE
           ADD AG-OPEN-AMOUNT TO AG-SUP-BKT (AG-BKT-SUB)
           ADD AG-OPEN-AMOUNT TO AG-SUP-BKT (6)
           MOVE SPACES TO AG-INVOICE-LINE
           MOVE AP-INVOICE-NO TO AG-D-INVOICE-NO
           MOVE AP-INVOICE-DATE TO AG-D-INVOICE-DATE
           MOVE AP-DUE-DATE TO AG-D-DUE-DATE
           IF AG-DAYS-LATE > ZERO
               MOVE AG-DAYS-LATE TO AG-D-DAYS-LATE
           END-IF
           MOVE AG-OPEN-AMOUNT TO AG-D-AMOUNT (AG-BKT-SUB)
           MOVE AG-OPEN-AMOUNT TO AG-D-AMOUNT (6)
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-INVOICE-LINE
           ADD 1 TO AG-ITEMS-AGED.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-SUPPLIER-TOTAL - FOOT THE SUPPLIER AND ROLL ITS     *
      *    BUCKETS INTO THE GRAND TOTALS.                              *
      ******************************************************************
       2300-WRITE-SUPPLIER-TOTAL.
           PERFORM 2310-MOVE-SUPPLIER-BUCKET THRU 2310-EXIT
               VARYING AG-BKT-SUB FROM 1 BY 1
               UNTIL AG-BKT-SUB > 6
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-SUPPLIER-TOTAL-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE.
       2300-EXIT.
           EXIT.

       2310-MOVE-SUPPLIER-BUCKET.
           MOVE AG-SUP-BKT (AG-BKT-SUB) TO AG-ST-AMOUNT (AG-BKT-SUB)
           ADD AG-SUP-BKT (AG-BKT-SUB) TO AG-GT-BKT (AG-BKT-SUB).
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-OPEN-ITEM                                            *
      ******************************************************************
       2900-READ-OPEN-ITEM.
           READ AP-OPEN-ITEMS
               AT END
                   MOVE 'Y' TO AG-APO-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-GRAND-TOTALS                                        *
      ******************************************************************
       8000-WRITE-GRAND-TOTALS.
           PERFORM 8100-MOVE-GRAND-BUCKET THRU 8100-EXIT
               VARYING AG-BKT-SUB FROM 1 BY 1
               UNTIL AG-BKT-SUB > 6
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-GRAND-TOTAL-LINE
           MOVE AG-SUPPLIERS-AGED TO AG-C-SUPPLIERS
           MOVE AG-ITEMS-AGED TO AG-C-ITEMS
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE FROM AG-COUNT-LINE.
       8000-EXIT.
           EXIT.

       8100-MOVE-GRAND-BUCKET.
           MOVE AG-GT-BKT (AG-BKT-SUB) TO AG-GT-AMOUNT (AG-BKT-SUB).
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE AP-OPEN-ITEMS SUPPLIER-MASTER AGING-REPORT
           DISPLAY 'APAGING - OPEN ITEMS READ: ' AG-ITEMS-READ
           DISPLAY 'APAGING - INVOICES AGED:   ' AG-ITEMS-AGED
           DISPLAY 'APAGING - SUPPLIERS AGED:  ' AG-SUPPLIERS-AGED.
       9000-EXIT.
           EXIT.
