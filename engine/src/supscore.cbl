      ******************************************************************
      * PROGRAM-ID: SUPSCORE                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SUPSCORE.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  MONTHLY SUPPLIER DELIVERY SCORECARD. RUN AT      *
      *    MONTH END, IT COVERS THE CALENDAR MONTH OF THE RUN DATE.    *
      *    THE MONTH'S RECEIPTS ARE TAKEN FROM THE RECEIPT HISTORY     *
      *    PORECV WRITES (SEE RCVHIST COPYBOOK), SORTED BY SUPPLIER,   *
      *    AND EACH SUPPLIER GETS ONE SCORECARD LINE:                  *
      *      ON-TIME %  - RECEIPTS IN ON OR BEFORE THE PO DUE DATE,    *
      *                   OVER ALL RECEIPTS (EVERY DELIVERY COUNTS,    *
      *                   THE BALANCE OF A SHORT LINE INCLUDED).       *
      *      FILL RATE  - UNITS DELIVERED ON EACH PO LINE'S FIRST      *
      *                   DELIVERY (UP TO THE QUANTITY ORDERED), OVER  *
      *                   THE UNITS ORDERED ON THOSE LINES.            *
      *      LEAD TIME  - AVERAGE DAYS FROM PO ORDER DATE TO FIRST     *
      *                   DELIVERY, 30/360 (THE DAY COUNT POGEN USES   *
      *                   TO SET THE DUE DATE), AGAINST THE KEYED      *
      *                   SUP-LEAD-TIME-DAYS. A SUPPLIER WHOSE ACTUAL  *
      *                   AVERAGE RUNS PAST THE KEYED VALUE BY MORE    *
      *                   THAN THE DRIFT TOLERANCE IS FLAGGED FOR      *
      *                   REVIEW - POGEN'S DUE DATES AND RORCALC'S     *
      *                   REORDER LEVELS BOTH RELY ON THAT VALUE.      *
      *    A SUPPLIER GONE FROM THE MASTER STILL SCORES BUT CANNOT BE  *
      *    COMPARED. REPORT ONLY - NOTHING IS UPDATED.                 *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SS-RCVH-FS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-MASTER-KEY
               FILE STATUS IS SS-SUP-FS.

           SELECT SS-SORT-WORK ASSIGN TO "SRTWORK1".

           SELECT SCORECARD-REPORT ASSIGN TO "SUPSCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIPT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY 'rcvhist.cpy'.

       FD  SUPPLIER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  SUPPLIER-MASTER-REC.
           05  SUPPLIER-MASTER-KEY     PIC 9(6).
           05  FILLER                  PIC X(212).

       SD  SS-SORT-WORK.
       01  SS-SORT-REC.
           05  SS-SW-SUPPLIER-ID       PIC 9(6).
           05  SS-SW-PO-ID             PIC 9(8).
           05  SS-SW-RECEIPT-DATE      PIC 9(8).
           05  SS-SW-ORDER-DATE        PIC 9(8).
           05  SS-SW-DUE-DATE          PIC 9(8).
           05  SS-SW-QTY-ORDERED       PIC S9(7) COMP-3.
           05  SS-SW-PRIOR-RECEIVED    PIC S9(7) COMP-3.
           05  SS-SW-QTY-RECEIVED      PIC S9(7) COMP-3.

       FD  SCORECARD-REPORT
           LABEL RECORDS ARE STANDARD.
       01  SCORECARD-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'supmast.cpy'.

       01  SS-FILE-STATUSES.
           05  SS-RCVH-FS              PIC X(2) VALUE '00'.
           05  SS-SUP-FS               PIC X(2) VALUE '00'.
           05  SS-RPT-FS               PIC X(2) VALUE '00'.

       01  SS-SWITCHES.
           05  SS-RCVH-EOF-SW          PIC X(1) VALUE 'N'.
               88  SS-RCVH-EOF                  VALUE 'Y'.
           05  SS-SORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  SS-SORT-EOF                  VALUE 'Y'.
           05  SS-FIRST-GROUP-SW       PIC X(1) VALUE 'Y'.
               88  SS-FIRST-GROUP               VALUE 'Y'.
           05  SS-SUP-FOUND-SW         PIC X(1) VALUE 'N'.
               88  SS-SUP-WAS-FOUND             VALUE 'Y'.

       01  SS-RUN-DATE.
           05  SS-RUN-PERIOD.
               10  SS-RUN-YYYY         PIC 9(4).
               10  SS-RUN-MM           PIC 9(2).
           05  SS-RUN-DD               PIC 9(2).

       01  SS-EVENT-DATE.
           05  SS-EVENT-PERIOD         PIC 9(6).
           05  SS-EVENT-DD             PIC 9(2).

      ******************************************************************
      * LEAD-TIME DRIFT RULE - AGREED WITH PURCHASING. A SUPPLIER IS   *
      * FLAGGED WHEN ITS ACTUAL AVERAGE LEAD TIME EXCEEDS THE KEYED    *
      * SUP-LEAD-TIME-DAYS BY MORE THAN THIS PERCENTAGE OF THE KEYED   *
      * VALUE, AND NEVER FOR LESS THAN THE MINIMUM DAYS - A SUPPLIER   *
      * KEYED AT A FEW DAYS IS NOT FLAGGED FOR ONE DAY OVER.           *
      ******************************************************************
       01  SS-DRIFT-RULES.
           05  SS-DRIFT-TOLERANCE-PCT  PIC 9(3)V99 VALUE 25.00.
           05  SS-DRIFT-MIN-DAYS       PIC 9(3)V9 VALUE 5.0.

       01  SS-DATE-WORK.
           05  SS-FROM-DATE.
               10  SS-FROM-YY          PIC 9(4).
               10  SS-FROM-MM          PIC 9(2).
               10  SS-FROM-DD          PIC 9(2).
           05  SS-TO-DATE.
               10  SS-TO-YY            PIC 9(4).
               10  SS-TO-MM            PIC 9(2).
               10  SS-TO-DD            PIC 9(2).
           05  SS-DAY-COUNT            PIC S9(7) COMP-3.
           05  SS-AGE-YY-PART          PIC S9(7) COMP-3.
           05  SS-AGE-MM-PART          PIC S9(7) COMP-3.
           05  SS-AGE-DD-PART          PIC S9(7) COMP-3.

       01  SS-PRIOR-SUPPLIER           PIC 9(6) VALUE ZERO.

      *    ONE SUPPLIER'S MONTH, AND THE SAME FOR ALL SUPPLIERS.
       01  SS-SUPPLIER-TOTALS.
           05  SS-S-RECEIPTS           PIC 9(9) COMP-3.
           05  SS-S-ON-TIME            PIC 9(9) COMP-3.
           05  SS-S-FIRST-DELIVERIES   PIC 9(9) COMP-3.
           05  SS-S-UNITS-ORDERED      PIC 9(11) COMP-3.
           05  SS-S-UNITS-FILLED       PIC 9(11) COMP-3.
           05  SS-S-LEAD-DAYS          PIC 9(11) COMP-3.

       01  SS-GRAND-TOTALS.
           05  SS-G-RECEIPTS           PIC 9(9) COMP-3 VALUE ZERO.
           05  SS-G-ON-TIME            PIC 9(9) COMP-3 VALUE ZERO.
           05  SS-G-FIRST-DELIVERIES   PIC 9(9) COMP-3 VALUE ZERO.
           05  SS-G-UNITS-ORDERED      PIC 9(11) COMP-3 VALUE ZERO.
           05  SS-G-UNITS-FILLED       PIC 9(11) COMP-3 VALUE ZERO.
           05  SS-G-LEAD-DAYS          PIC 9(11) COMP-3 VALUE ZERO.

       01  SS-SCORE-WORK.
           05  SS-UNITS-FILLED         PIC S9(7) COMP-3.
           05  SS-ON-TIME-PCT          PIC 9(3)V9 COMP-3.
           05  SS-FILL-PCT             PIC 9(3)V9 COMP-3.
           05  SS-AVG-LEAD-DAYS        PIC 9(5)V9 COMP-3.
           05  SS-DRIFT-DAYS           PIC S9(5)V9 COMP-3.
           05  SS-DRIFT-LIMIT          PIC 9(5)V9 COMP-3.

       01  SS-COUNTERS.
           05  SS-HISTORY-READ         PIC 9(9) COMP-3 VALUE ZERO.
           05  SS-RECEIPTS-IN-PERIOD   PIC 9(9) COMP-3 VALUE ZERO.
           05  SS-SUPPLIERS-SCORED     PIC 9(5) COMP-3 VALUE ZERO.
           05  SS-SUPPLIERS-FLAGGED    PIC 9(5) COMP-3 VALUE ZERO.

       01  SS-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               'SUPPLIER DELIVERY SCORECARD - PERIOD'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SS-H1-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '   RUN ON '.
           05  SS-H1-DATE              PIC 9(8).

       01  SS-HEADING-2.
           05  FILLER                  PIC X(39) VALUE 'SUPPLIER'.
           05  FILLER                  PIC X(8)  VALUE 'RECEIPTS'.
           05  FILLER                  PIC X(8)  VALUE ' ON-TIME'.
           05  FILLER                  PIC X(7)  VALUE '  ON-T%'.
           05  FILLER                  PIC X(8)  VALUE '   LINES'.
           05  FILLER                  PIC X(11) VALUE '  UNITS ORD'.
           05  FILLER                  PIC X(11) VALUE '  UNITS DEL'.
           05  FILLER                  PIC X(7)  VALUE '  FILL%'.
           05  FILLER                  PIC X(9)  VALUE ' AVG LEAD'.
           05  FILLER                  PIC X(7)  VALUE '  KEYED'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE 'REVIEW'.

       01  SS-SCORE-LINE.
           05  SS-L-SUPPLIER-ID        PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SS-L-SUPPLIER-NAME      PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SS-L-RECEIPTS           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SS-L-ON-TIME            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SS-L-ON-TIME-PCT        PIC ZZ9.9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SS-L-LINES              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SS-L-UNITS-ORDERED      PIC ZZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  SS-L-UNITS-FILLED       PIC ZZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SS-L-FILL-PCT           PIC ZZ9.9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SS-L-AVG-LEAD           PIC ZZZZ9.9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SS-L-KEYED-LEAD         PIC ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SS-L-FLAG               PIC X(15).

       01  SS-COUNT-LINE.
           05  SS-CNT-LABEL            PIC X(40).
           05  SS-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - SORT THE MONTH'S RECEIPTS BY SUPPLIER AND  *
      *    SCORE EACH SUPPLIER.                                        *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT SS-SORT-WORK
               ON ASCENDING KEY SS-SW-SUPPLIER-ID
               ON ASCENDING KEY SS-SW-PO-ID
               INPUT PROCEDURE IS 1500-SELECT-RECEIPTS THRU 1500-EXIT
               OUTPUT PROCEDURE IS 3000-SCORE-SUPPLIERS THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - FIX THE PERIOD FROM THE RUN DATE AND OPEN    *
      *    FILES. WITHOUT A RECEIPT HISTORY THE SCORECARD PRINTS EMPTY.*
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT RECEIPT-HISTORY
           OPEN INPUT SUPPLIER-MASTER
           OPEN OUTPUT SCORECARD-REPORT
           ACCEPT SS-RUN-DATE FROM DATE YYYYMMDD
           IF SS-RCVH-FS NOT = '00'
               DISPLAY 'SUPSCORE - COULD NOT OPEN RCVHIST - STATUS '
                       SS-RCVH-FS
               MOVE 'Y' TO SS-RCVH-EOF-SW
           END-IF
           MOVE SS-RUN-PERIOD TO SS-H1-PERIOD
           MOVE SS-RUN-DATE TO SS-H1-DATE
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE FROM SS-HEADING-1
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           WRITE SCORECARD-LINE FROM SS-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1500-SELECT-RECEIPTS - SORT INPUT PROCEDURE: EVERY RECEIPT     *
      *    THAT CAME IN DURING THE MONTH.                              *
      ******************************************************************
       1500-SELECT-RECEIPTS.
           PERFORM 1510-SELECT-ONE-RECEIPT THRU 1510-EXIT
               UNTIL SS-RCVH-EOF.
       1500-EXIT.
           EXIT.

       1510-SELECT-ONE-RECEIPT.
           READ RECEIPT-HISTORY
               AT END
                   MOVE 'Y' TO SS-RCVH-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           ADD 1 TO SS-HISTORY-READ
           MOVE RH-RECEIPT-DATE TO SS-EVENT-DATE
           IF SS-EVENT-PERIOD NOT = SS-RUN-PERIOD
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO SS-RECEIPTS-IN-PERIOD
           INITIALIZE SS-SORT-REC
           MOVE RH-SUPPLIER-ID TO SS-SW-SUPPLIER-ID
           MOVE RH-PO-ID TO SS-SW-PO-ID
           MOVE RH-RECEIPT-DATE TO SS-SW-RECEIPT-DATE
           MOVE RH-PO-ORDER-DATE TO SS-SW-ORDER-DATE
           MOVE RH-PO-DUE-DATE TO SS-SW-DUE-DATE
           MOVE RH-QTY-ORDERED TO SS-SW-QTY-ORDERED
           MOVE RH-PRIOR-QTY-RECEIVED TO SS-SW-PRIOR-RECEIVED
           MOVE RH-QTY-RECEIVED TO SS-SW-QTY-RECEIVED
           RELEASE SS-SORT-REC.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 3000-SCORE-SUPPLIERS - SORT OUTPUT PROCEDURE. CONTROL BREAK ON *
      *    SUPPLIER, THEN THE ALL-SUPPLIER LINE.                       *
      ******************************************************************
       3000-SCORE-SUPPLIERS.
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT
           PERFORM 3100-PROCESS-SORT-REC THRU 3100-EXIT
               UNTIL SS-SORT-EOF
           IF NOT SS-FIRST-GROUP
               PERFORM 3400-WRITE-SUPPLIER-SCORE THRU 3400-EXIT
           END-IF
           PERFORM 3600-WRITE-TOTALS THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3050-RETURN-SORT-REC.
           RETURN SS-SORT-WORK INTO SS-SORT-REC
               AT END
                   MOVE 'Y' TO SS-SORT-EOF-SW
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-PROCESS-SORT-REC.
           EVALUATE TRUE
               WHEN SS-FIRST-GROUP
                   PERFORM 3200-START-SUPPLIER THRU 3200-EXIT
               WHEN SS-SW-SUPPLIER-ID NOT = SS-PRIOR-SUPPLIER
                   PERFORM 3400-WRITE-SUPPLIER-SCORE THRU 3400-EXIT
                   PERFORM 3200-START-SUPPLIER THRU 3200-EXIT
           END-EVALUATE
           PERFORM 3300-SCORE-RECEIPT THRU 3300-EXIT
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

       3200-START-SUPPLIER.
           MOVE 'N' TO SS-FIRST-GROUP-SW
           MOVE SS-SW-SUPPLIER-ID TO SS-PRIOR-SUPPLIER
           INITIALIZE SS-SUPPLIER-TOTALS.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-SCORE-RECEIPT - ON TIME WHEN IT CAME IN BY THE DUE DATE.  *
      *    A LINE'S FIRST DELIVERY ALSO COUNTS TOWARD FILL RATE AND    *
      *    LEAD TIME; AN OVER-DELIVERY FILLS ONLY WHAT WAS ORDERED,    *
      *    AND A RECEIPT DATED BEFORE ITS PO COUNTS ZERO DAYS.         *
      ******************************************************************
       3300-SCORE-RECEIPT.
           ADD 1 TO SS-S-RECEIPTS
           IF SS-SW-RECEIPT-DATE NOT > SS-SW-DUE-DATE
               ADD 1 TO SS-S-ON-TIME
           END-IF
           IF SS-SW-PRIOR-RECEIVED NOT = ZERO
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO SS-S-FIRST-DELIVERIES
           ADD SS-SW-QTY-ORDERED TO SS-S-UNITS-ORDERED
           IF SS-SW-QTY-RECEIVED > SS-SW-QTY-ORDERED
               MOVE SS-SW-QTY-ORDERED TO SS-UNITS-FILLED
           ELSE
               MOVE SS-SW-QTY-RECEIVED TO SS-UNITS-FILLED
           END-IF
           ADD SS-UNITS-FILLED TO SS-S-UNITS-FILLED
           MOVE SS-SW-ORDER-DATE TO SS-FROM-DATE
           MOVE SS-SW-RECEIPT-DATE TO SS-TO-DATE
           PERFORM 3350-COMPUTE-DAY-COUNT THRU 3350-EXIT
           IF SS-DAY-COUNT > ZERO
               ADD SS-DAY-COUNT TO SS-S-LEAD-DAYS
           END-IF.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3350-COMPUTE-DAY-COUNT - TO-DATE LESS FROM-DATE IN 30/360.     *
      ******************************************************************
       3350-COMPUTE-DAY-COUNT.
           SUBTRACT SS-FROM-YY FROM SS-TO-YY GIVING SS-AGE-YY-PART
           SUBTRACT SS-FROM-MM FROM SS-TO-MM GIVING SS-AGE-MM-PART
           SUBTRACT SS-FROM-DD FROM SS-TO-DD GIVING SS-AGE-DD-PART
           MULTIPLY SS-AGE-YY-PART BY 360 GIVING SS-AGE-YY-PART
           MULTIPLY SS-AGE-MM-PART BY 30 GIVING SS-AGE-MM-PART
           ADD SS-AGE-YY-PART SS-AGE-MM-PART SS-AGE-DD-PART
               GIVING SS-DAY-COUNT.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * 3400-WRITE-SUPPLIER-SCORE - WORK OUT THE SUPPLIER'S            *
      *    PERCENTAGES AND AVERAGE LEAD TIME, TEST IT FOR DRIFT        *
      *    AGAINST THE KEYED LEAD TIME, PRINT IT, AND ROLL IT INTO THE *
      *    ALL-SUPPLIER TOTALS.                                        *
      ******************************************************************
       3400-WRITE-SUPPLIER-SCORE.
           MOVE SS-PRIOR-SUPPLIER TO SUPPLIER-MASTER-KEY
           READ SUPPLIER-MASTER INTO SUPPLIER-RECORD
               INVALID KEY
                   MOVE 'N' TO SS-SUP-FOUND-SW
                   MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-NAME
                   MOVE ZERO TO SUP-LEAD-TIME-DAYS
               NOT INVALID KEY
                   MOVE 'Y' TO SS-SUP-FOUND-SW
           END-READ
           PERFORM 3450-COMPUTE-SCORES THRU 3450-EXIT
           MOVE SPACES TO SS-SCORE-LINE
           MOVE SS-PRIOR-SUPPLIER TO SS-L-SUPPLIER-ID
           MOVE SUP-NAME TO SS-L-SUPPLIER-NAME
           MOVE SS-S-RECEIPTS TO SS-L-RECEIPTS
           MOVE SS-S-ON-TIME TO SS-L-ON-TIME
           MOVE SS-ON-TIME-PCT TO SS-L-ON-TIME-PCT
           MOVE SS-S-FIRST-DELIVERIES TO SS-L-LINES
           MOVE SS-S-UNITS-ORDERED TO SS-L-UNITS-ORDERED
           MOVE SS-S-UNITS-FILLED TO SS-L-UNITS-FILLED
           MOVE SS-FILL-PCT TO SS-L-FILL-PCT
           MOVE SS-AVG-LEAD-DAYS TO SS-L-AVG-LEAD
           MOVE SUP-LEAD-TIME-DAYS TO SS-L-KEYED-LEAD
           MOVE SPACES TO SS-L-FLAG
           IF SS-SUP-WAS-FOUND AND SS-S-FIRST-DELIVERIES > ZERO
               PERFORM 3500-TEST-LEAD-DRIFT THRU 3500-EXIT
           END-IF
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE FROM SS-SCORE-LINE
           ADD 1 TO SS-SUPPLIERS-SCORED
           ADD SS-S-RECEIPTS TO SS-G-RECEIPTS
           ADD SS-S-ON-TIME TO SS-G-ON-TIME
           ADD SS-S-FIRST-DELIVERIES TO SS-G-FIRST-DELIVERIES
           ADD SS-S-UNITS-ORDERED TO SS-G-UNITS-ORDERED
           ADD SS-S-UNITS-FILLED TO SS-G-UNITS-FILLED
           ADD SS-S-LEAD-DAYS TO SS-G-LEAD-DAYS.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3450-COMPUTE-SCORES - FROM SS-SUPPLIER-TOTALS. A RATIO WITH    *
      *    NOTHING UNDER IT IS ZERO.                                   *
      ******************************************************************
       3450-COMPUTE-SCORES.
           MOVE ZERO TO SS-ON-TIME-PCT SS-FILL-PCT SS-AVG-LEAD-DAYS
           IF SS-S-RECEIPTS > ZERO
               COMPUTE SS-ON-TIME-PCT ROUNDED =
                   SS-S-ON-TIME * 100 / SS-S-RECEIPTS
           END-IF
           IF SS-S-UNITS-ORDERED > ZERO
               COMPUTE SS-FILL-PCT ROUNDED =
                   SS-S-UNITS-FILLED * 100 / SS-S-UNITS-ORDERED
           END-IF
           IF SS-S-FIRST-DELIVERIES > ZERO
               COMPUTE SS-AVG-LEAD-DAYS ROUNDED =
                   SS-S-LEAD-DAYS / SS-S-FIRST-DELIVERIES
           END-IF.
       3450-EXIT.
           EXIT.

      ******************************************************************
      * 3500-TEST-LEAD-DRIFT - FLAG A SUPPLIER RUNNING LATER THAN ITS  *
      *    KEYED LEAD TIME BY MORE THAN THE DRIFT RULE ALLOWS.         *
      ******************************************************************
       3500-TEST-LEAD-DRIFT.
           SUBTRACT SUP-LEAD-TIME-DAYS FROM SS-AVG-LEAD-DAYS
               GIVING SS-DRIFT-DAYS
           COMPUTE SS-DRIFT-LIMIT ROUNDED =
               SUP-LEAD-TIME-DAYS * SS-DRIFT-TOLERANCE-PCT / 100
           IF SS-DRIFT-LIMIT < SS-DRIFT-MIN-DAYS
               MOVE SS-DRIFT-MIN-DAYS TO SS-DRIFT-LIMIT
           END-IF
           IF SS-DRIFT-DAYS > SS-DRIFT-LIMIT
               MOVE '** LEAD TIME **' TO SS-L-FLAG
               ADD 1 TO SS-SUPPLIERS-FLAGGED
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-WRITE-TOTALS - THE ALL-SUPPLIER LINE AND RUN COUNTS.      *
      ******************************************************************
       3600-WRITE-TOTALS.
           MOVE SS-G-RECEIPTS TO SS-S-RECEIPTS
           MOVE SS-G-ON-TIME TO SS-S-ON-TIME
           MOVE SS-G-FIRST-DELIVERIES TO SS-S-FIRST-DELIVERIES
           MOVE SS-G-UNITS-ORDERED TO SS-S-UNITS-ORDERED
           MOVE SS-G-UNITS-FILLED TO SS-S-UNITS-FILLED
           MOVE SS-G-LEAD-DAYS TO SS-S-LEAD-DAYS
           PERFORM 3450-COMPUTE-SCORES THRU 3450-EXIT
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE SPACES TO SS-SCORE-LINE
           MOVE 'ALL SUPPLIERS' TO SS-L-SUPPLIER-NAME
           MOVE SS-G-RECEIPTS TO SS-L-RECEIPTS
           MOVE SS-G-ON-TIME TO SS-L-ON-TIME
           MOVE SS-ON-TIME-PCT TO SS-L-ON-TIME-PCT
           MOVE SS-G-FIRST-DELIVERIES TO SS-L-LINES
           MOVE SS-G-UNITS-ORDERED TO SS-L-UNITS-ORDERED
           MOVE SS-G-UNITS-FILLED TO SS-L-UNITS-FILLED
           MOVE SS-FILL-PCT TO SS-L-FILL-PCT
           MOVE SS-AVG-LEAD-DAYS TO SS-L-AVG-LEAD
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE FROM SS-SCORE-LINE
           MOVE SPACES TO SCORECARD-LINE
           WRITE SCORECARD-LINE
           MOVE 'SUPPLIERS SCORED' TO SS-CNT-LABEL
           MOVE SS-SUPPLIERS-SCORED TO SS-CNT-COUNT
           WRITE SCORECARD-LINE FROM SS-COUNT-LINE
           MOVE 'SUPPLIERS FLAGGED FOR LEAD TIME REVIEW' TO SS-CNT-LABEL
           MOVE SS-SUPPLIERS-FLAGGED TO SS-CNT-COUNT
           WRITE SCORECARD-LINE FROM SS-COUNT-LINE
           MOVE 'RECEIPTS IN PERIOD' TO SS-CNT-LABEL
           MOVE SS-RECEIPTS-IN-PERIOD TO SS-CNT-COUNT
           WRITE SCORECARD-LINE FROM SS-COUNT-LINE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RECEIPT-HISTORY SUPPLIER-MASTER SCORECARD-REPORT
           DISPLAY 'SUPSCORE - PERIOD:              ' SS-RUN-PERIOD
           DISPLAY 'SUPSCORE - HISTORY READ:        ' SS-HISTORY-READ
           DISPLAY 'SUPSCORE - RECEIPTS IN PERIOD:  '
                   SS-RECEIPTS-IN-PERIOD
           DISPLAY 'SUPSCORE - SUPPLIERS SCORED:    '
                   SS-SUPPLIERS-SCORED
           DISPLAY 'SUPSCORE - SUPPLIERS FLAGGED:   '
                   SS-SUPPLIERS-FLAGGED.
       9000-EXIT.
           EXIT.
