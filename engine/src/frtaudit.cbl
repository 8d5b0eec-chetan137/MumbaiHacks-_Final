      ******************************************************************
      * PROGRAM-ID: FRTAUDIT                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRTAUDIT.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  CARRIER FREIGHT BILL AUDIT. RUN WEEKLY WHEN THE  *
      *    CARRIERS' FREIGHT INVOICE FILES ARRIVE (SEE FRTBILL         *
      *    COPYBOOK - THE FILES ARE CONCATENATED INTO ONE INPUT), AND  *
      *    AT MONTH END FOR THE FREIGHT ACCRUAL. EVERY BILL LINE IS    *
      *    MATCHED BY TRACKING NUMBER TO THE SHIPMENT FILE ORDSHIP     *
      *    WRITES: THE BILL LINES AND THE SHIPMENTS ARE SORTED         *
      *    TOGETHER ON TRACKING NUMBER, SHIPMENT FIRST, SO EACH BILL   *
      *    LINE MEETS ITS SHIPMENT. THE EXCEPTION REPORT (FRTAUDRP)    *
      *    LISTS A TRACKING NUMBER WE NEVER SHIPPED, ONE ALREADY       *
      *    BILLED (TWICE ON THIS RUN OR ON AN EARLIER BILL), ONE       *
      *    BILLED BY A CARRIER OTHER THAN THE ONE IT SHIPPED WITH, A   *
      *    CHARGE OVER THE RATED SHP-FREIGHT-CHARGE BY MORE THAN THE   *
      *    AGREED TOLERANCE, AND A BILLED WEIGHT THAT DIFFERS FROM     *
      *    SHP-WEIGHT-LBS, THEN TOTALS BY CAR-CODE OF THE AMOUNTS      *
      *    BILLED, EXPECTED, AND DISPUTED FOR ACCOUNTS PAYABLE. A      *
      *    MATCHED SHIPMENT IS FLAGGED BILLED ON THE SHIPMENT FILE.    *
      *    EVERY SHIPMENT NOT YET BILLED IS LISTED ON THE UNBILLED     *
      *    FREIGHT REPORT (FRTUNBRP) AT ITS RATED CHARGE, WITH TOTALS  *
      *    BY CARRIER, FOR THE MONTH-END FREIGHT ACCRUAL.              *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREIGHT-BILL-FILE ASSIGN TO "FRTBILL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FA-BILL-FS.

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-ORDER-ID
               FILE STATUS IS FA-SHPF-FS.

           SELECT CARRIER-TABLE ASSIGN TO "CARRIER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAR-CODE
               FILE STATUS IS FA-CARR-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS FA-RCTL-FS.

           SELECT FA-SORT-WORK ASSIGN TO "SRTWORK1".

           SELECT AUDIT-REPORT ASSIGN TO "FRTAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-ARPT-FS.

           SELECT UNBILLED-REPORT ASSIGN TO "FRTUNBRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FA-URPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  FREIGHT-BILL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'frtbill.cpy'.

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipment.cpy'.

       FD  CARRIER-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY 'carrier.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       SD  FA-SORT-WORK.
       01  FA-SORT-REC.
           05  FA-SW-TRACKING-NO       PIC X(20).
           05  FA-SW-REC-TYPE          PIC X(1).
               88  FA-SW-IS-SHIPMENT            VALUE '1'.
               88  FA-SW-IS-BILL                VALUE '2'.
           05  FA-SW-SEQUENCE          PIC 9(10).
           05  FA-SW-CAR-CODE          PIC X(4).
           05  FA-SW-BILL-NO           PIC X(12).
           05  FA-SW-ORDER-ID          PIC 9(10).
           05  FA-SW-SHIP-DATE         PIC 9(8).
           05  FA-SW-WEIGHT            PIC S9(7)V99 COMP-3.
           05  FA-SW-AMOUNT            PIC S9(5)V99 COMP-3.
           05  FA-SW-BILLED-SW         PIC X(1).
               88  FA-SW-ALREADY-BILLED         VALUE 'Y'.

       FD  AUDIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE                  PIC X(132).

       FD  UNBILLED-REPORT
           LABEL RECORDS ARE STANDARD.
       01  UNBILLED-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  FA-FILE-STATUSES.
           05  FA-BILL-FS              PIC X(2) VALUE '00'.
           05  FA-SHPF-FS              PIC X(2) VALUE '00'.
           05  FA-CARR-FS              PIC X(2) VALUE '00'.
           05  FA-RCTL-FS              PIC X(2) VALUE '00'.
           05  FA-ARPT-FS              PIC X(2) VALUE '00'.
           05  FA-URPT-FS              PIC X(2) VALUE '00'.

       01  FA-SWITCHES.
           05  FA-BILL-EOF-SW          PIC X(1) VALUE 'N'.
               88  FA-BILL-EOF                  VALUE 'Y'.
           05  FA-SHPF-EOF-SW          PIC X(1) VALUE 'N'.
               88  FA-SHPF-EOF                  VALUE 'Y'.
           05  FA-CARR-EOF-SW          PIC X(1) VALUE 'N'.
               88  FA-CARR-EOF                  VALUE 'Y'.
           05  FA-SORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  FA-SORT-EOF                  VALUE 'Y'.
           05  FA-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  FA-RCTL-WAS-FOUND            VALUE 'Y'.
           05  FA-RUN-REFUSED-SW       PIC X(1) VALUE 'N'.
               88  FA-RUN-REFUSED               VALUE 'Y'.
           05  FA-FIRST-GROUP-SW       PIC X(1) VALUE 'Y'.
               88  FA-FIRST-GROUP               VALUE 'Y'.
           05  FA-CARR-FOUND-SW        PIC X(1) VALUE 'N'.
               88  FA-CARR-WAS-FOUND            VALUE 'Y'.
           05  FA-LINE-EXCEPTED-SW     PIC X(1) VALUE 'N'.
               88  FA-LINE-WAS-EXCEPTED         VALUE 'Y'.

       01  FA-RUN-DATE                 PIC 9(8).

       01  FA-JOB-NAME                 PIC X(8) VALUE 'FRTAUDIT'.

       01  FA-PREREQ-JOB               PIC X(8) VALUE 'ORDSHIP '.

       01  FA-BATCH-ID                 PIC X(20).

      ******************************************************************
      * AUDIT TOLERANCES - AGREED WITH ACCOUNTS PAYABLE. A BILLED      *
      * CHARGE MAY EXCEED THE RATED CHARGE BY UP TO THIS PERCENTAGE    *
      * (FUEL SURCHARGE ROUNDING) BEFORE IT IS DISPUTED; CARRIERS BILL *
      * WEIGHT ROUNDED UP TO THE NEXT POUND, SO A BILLED WEIGHT WITHIN *
      * THIS MANY POUNDS OF THE SHIPPED WEIGHT IS NOT REPORTED.        *
      ******************************************************************
       01  FA-AUDIT-RULES.
           05  FA-AMOUNT-TOLERANCE-PCT PIC 9(2)V99 VALUE 2.00.
           05  FA-WEIGHT-TOLERANCE-LBS PIC 9(3)V99 VALUE 1.00.

       01  FA-COUNTERS.
           05  FA-BILLS-READ           PIC 9(9) COMP-3 VALUE ZERO.
           05  FA-BILLS-CLEAN          PIC 9(9) COMP-3 VALUE ZERO.
           05  FA-BILLS-EXCEPTED       PIC 9(9) COMP-3 VALUE ZERO.
           05  FA-NOT-SHIPPED          PIC 9(7) COMP-3 VALUE ZERO.
           05  FA-DUPLICATES           PIC 9(7) COMP-3 VALUE ZERO.
           05  FA-WRONG-CARRIER        PIC 9(7) COMP-3 VALUE ZERO.
           05  FA-OVERCHARGES          PIC 9(7) COMP-3 VALUE ZERO.
           05  FA-WEIGHT-DIFFS         PIC 9(7) COMP-3 VALUE ZERO.
           05  FA-SHIPMENTS-READ       PIC 9(9) COMP-3 VALUE ZERO.
           05  FA-SHIPMENTS-UNBILLED   PIC 9(9) COMP-3 VALUE ZERO.
           05  FA-SHIP-NO-TRACKING     PIC 9(7) COMP-3 VALUE ZERO.
           05  FA-MARK-FAILURES        PIC 9(7) COMP-3 VALUE ZERO.

       01  FA-RUN-TOTALS.
           05  FA-TOT-BILLED           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  FA-TOT-EXPECTED         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  FA-TOT-DISPUTED         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  FA-TOT-UNBILLED         PIC S9(9)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * ONE ENTRY PER CARRIER ON THE CARRIER TABLE, LOADED IN KEY      *
      * ORDER. ENTRY 1 COLLECTS CARRIER CODES NOT ON THE TABLE; A      *
      * TABLE FULL CONDITION ALSO POSTS THERE.                         *
      ******************************************************************
       01  FA-CARRIER-TOTALS.
           05  FA-CARR-COUNT           PIC 9(4) COMP VALUE ZERO.
           05  FA-CARR-ENTRY OCCURS 100 TIMES.
               10  FA-CE-CODE          PIC X(4).
               10  FA-CE-NAME          PIC X(30).
               10  FA-CE-BILL-LINES    PIC 9(7) COMP-3.
               10  FA-CE-BILLED        PIC S9(9)V99 COMP-3.
               10  FA-CE-EXPECTED      PIC S9(9)V99 COMP-3.
               10  FA-CE-DISPUTED      PIC S9(9)V99 COMP-3.
               10  FA-CE-UNBILLED-CNT  PIC 9(7) COMP-3.
               10  FA-CE-UNBILLED-AMT  PIC S9(9)V99 COMP-3.

       01  FA-SUBSCRIPTS.
           05  FA-CX                   PIC 9(4) COMP.
           05  FA-POST-CX              PIC 9(4) COMP.

       01  FA-FIND-CODE                PIC X(4).

      *    THE SHIPMENT BEHIND THE TRACKING NUMBER IN HAND. A SECOND
      *    SHIPMENT CARRYING THE SAME TRACKING NUMBER (A KEYING ERROR
      *    ON THE SHIP-CONFIRM) IS NEVER MATCHED - IT STAYS ON THE
      *    UNBILLED REPORT, NOTED, UNTIL THE TRACKING NUMBER IS FIXED.
       01  FA-GROUP-WORK.
           05  FA-G-TRACKING-NO        PIC X(20).
           05  FA-G-SHIP-SW            PIC X(1).
               88  FA-G-HAS-SHIPMENT            VALUE 'Y'.
           05  FA-G-PRIOR-BILLED-SW    PIC X(1).
               88  FA-G-PRIOR-BILLED            VALUE 'Y'.
           05  FA-G-ORDER-ID           PIC 9(10).
           05  FA-G-CAR-CODE           PIC X(4).
           05  FA-G-SHIP-DATE          PIC 9(8).
           05  FA-G-WEIGHT             PIC S9(7)V99 COMP-3.
           05  FA-G-EXPECTED           PIC S9(5)V99 COMP-3.
           05  FA-G-BILL-COUNT         PIC 9(3) COMP-3.

      *    THE BILL LINE IN HAND.
       01  FA-LINE-WORK.
           05  FA-L-EXPECTED           PIC S9(5)V99 COMP-3.
           05  FA-L-DISPUTED           PIC S9(5)V99 COMP-3.
           05  FA-L-DIFFERENCE         PIC S9(7)V99 COMP-3.
           05  FA-L-LIMIT              PIC S9(7)V99 COMP-3.
           05  FA-L-WEIGHT-DIFF        PIC S9(7)V99 COMP-3.
           05  FA-L-PRINT-DISPUTED     PIC S9(5)V99 COMP-3.
           05  FA-L-REASON             PIC X(26).

      *    THE SHIPMENT BEING LISTED AS UNBILLED.
       01  FA-UNBILLED-WORK.
           05  FA-U-CAR-CODE           PIC X(4).
           05  FA-U-ORDER-ID           PIC 9(10).
           05  FA-U-SHIP-DATE          PIC 9(8).
           05  FA-U-TRACKING-NO        PIC X(20).
           05  FA-U-WEIGHT             PIC S9(7)V99 COMP-3.
           05  FA-U-EXPECTED           PIC S9(5)V99 COMP-3.
           05  FA-U-NOTE               PIC X(30).

       01  FA-AUDIT-HEADING-1.
           05  FILLER                  PIC X(35) VALUE
               'CARRIER FREIGHT BILL AUDIT - RUN ON'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AH1-DATE             PIC 9(8).

       01  FA-AUDIT-HEADING-2.
           05  FILLER                  PIC X(5)  VALUE 'CARR'.
           05  FILLER                  PIC X(13) VALUE 'BILL NO'.
           05  FILLER                  PIC X(21) VALUE 'TRACKING NO'.
           05  FILLER                  PIC X(11) VALUE '  ORDER ID'.
           05  FILLER                  PIC X(11) VALUE '    BILLED'.
           05  FILLER                  PIC X(11) VALUE '  EXPECTED'.
           05  FILLER                  PIC X(11) VALUE '   BILL WT'.
           05  FILLER                  PIC X(11) VALUE '   SHIP WT'.
           05  FILLER                  PIC X(11) VALUE '  DISPUTED'.
           05  FILLER                  PIC X(26) VALUE 'EXCEPTION'.

       01  FA-AUDIT-DETAIL.
           05  FA-AD-CAR-CODE          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-BILL-NO           PIC X(12).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-TRACKING-NO       PIC X(20).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-ORDER-ID          PIC Z(9)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-BILLED            PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-EXPECTED          PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-BILL-WT           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-SHIP-WT           PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-DISPUTED          PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-AD-REASON            PIC X(26).

       01  FA-CARRIER-HEADING.
           05  FILLER                  PIC X(5)  VALUE 'CARR'.
           05  FILLER                  PIC X(32) VALUE 'CARRIER NAME'.
           05  FILLER                  PIC X(9)  VALUE '    LINES'.
           05  FILLER                  PIC X(17) VALUE
               '           BILLED'.
           05  FILLER                  PIC X(17) VALUE
               '         EXPECTED'.
           05  FILLER                  PIC X(17) VALUE
               '         DISPUTED'.

       01  FA-CARRIER-LINE.
           05  FA-CL-CAR-CODE          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-CL-NAME              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-CL-LINES             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-CL-BILLED            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-CL-EXPECTED          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-CL-DISPUTED          PIC -ZZZ,ZZZ,ZZ9.99.

       01  FA-UNBILLED-HEADING-1.
           05  FILLER                  PIC X(38) VALUE
               'UNBILLED FREIGHT FOR ACCRUAL - RUN ON'.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-UH1-DATE             PIC 9(8).

       01  FA-UNBILLED-HEADING-2.
           05  FILLER                  PIC X(5)  VALUE 'CARR'.
           05  FILLER                  PIC X(12) VALUE '  ORDER ID'.
           05  FILLER                  PIC X(10) VALUE 'SHIP DATE'.
           05  FILLER                  PIC X(22) VALUE 'TRACKING NO'.
           05  FILLER                  PIC X(12) VALUE '    SHIP WT'.
           05  FILLER                  PIC X(12) VALUE '  RATED CHG'.
           05  FILLER                  PIC X(30) VALUE 'NOTE'.

       01  FA-UNBILLED-DETAIL.
           05  FA-UD-CAR-CODE          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-UD-ORDER-ID          PIC Z(9)9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UD-SHIP-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UD-TRACKING-NO       PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UD-WEIGHT            PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UD-EXPECTED          PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UD-NOTE              PIC X(30).

       01  FA-UNBILLED-CARR-HEADING.
           05  FILLER                  PIC X(5)  VALUE 'CARR'.
           05  FILLER                  PIC X(32) VALUE 'CARRIER NAME'.
           05  FILLER                  PIC X(9)  VALUE 'SHIPMENTS'.
           05  FILLER                  PIC X(17) VALUE
               '   UNBILLED RATED'.

       01  FA-UNBILLED-CARR-LINE.
           05  FA-UC-CAR-CODE          PIC X(4).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  FA-UC-NAME              PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UC-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FA-UC-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  FA-AMOUNT-LINE.
           05  FA-AL-LABEL             PIC X(40).
           05  FA-AL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  FA-COUNT-LINE.
           05  FA-CNT-LABEL            PIC X(40).
           05  FA-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - SORT THE SHIPMENTS AND THE BILL LINES      *
      *    TOGETHER BY TRACKING NUMBER AND AUDIT EACH ONE.             *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF FA-RUN-REFUSED
               CLOSE FREIGHT-BILL-FILE RUN-CONTROL
               STOP RUN
           END-IF
           SORT FA-SORT-WORK
               ON ASCENDING KEY FA-SW-TRACKING-NO
               ON ASCENDING KEY FA-SW-REC-TYPE
               ON ASCENDING KEY FA-SW-SEQUENCE
               INPUT PROCEDURE IS 1500-SELECT-RECORDS THRU 1500-EXIT
               OUTPUT PROCEDURE IS 3000-AUDIT-BILLS THRU 3000-EXIT
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - READ THE FIRST BILL LINE FOR THE BATCH       *
      *    IDENTITY, CHECK RUN CONTROL, THEN OPEN THE REST AND LOAD    *
      *    THE CARRIER TABLE. AN EMPTY BILL FILE IS ALLOWED - THE RUN  *
      *    THEN ONLY LISTS THE UNBILLED FREIGHT (THE MONTH-END RUN     *
      *    BETWEEN BILLS).                                             *
      ******************************************************************
      *    THE RUN CONTROL CHECK COMES BEFORE THE SHIPMENT FILE IS
      *    OPENED FOR UPDATE OR ANY REPORT IS OPENED - A REFUSED RUN
      *    MUST LEAVE EVERY FILE UNTOUCHED.
       1000-INITIALIZE.
           OPEN INPUT FREIGHT-BILL-FILE
           OPEN I-O RUN-CONTROL
           ACCEPT FA-RUN-DATE FROM DATE YYYYMMDD
           IF FA-BILL-FS NOT = '00'
               DISPLAY 'FRTAUDIT - COULD NOT OPEN FRTBILL - STATUS '
                       FA-BILL-FS ' - UNBILLED FREIGHT ONLY'
               MOVE 'Y' TO FA-BILL-EOF-SW
           ELSE
               PERFORM 2950-READ-BILL THRU 2950-EXIT
           END-IF
           PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
           IF FA-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SHIPMENT-FILE
           OPEN INPUT CARRIER-TABLE
           OPEN OUTPUT AUDIT-REPORT
           OPEN OUTPUT UNBILLED-REPORT
           PERFORM 1200-LOAD-CARRIERS THRU 1200-EXIT
           CLOSE CARRIER-TABLE
           MOVE FA-RUN-DATE TO FA-AH1-DATE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM FA-AUDIT-HEADING-1
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           WRITE AUDIT-LINE FROM FA-AUDIT-HEADING-2
           MOVE FA-RUN-DATE TO FA-UH1-DATE
           MOVE SPACES TO UNBILLED-LINE
           WRITE UNBILLED-LINE FROM FA-UNBILLED-HEADING-1
           MOVE SPACES TO UNBILLED-LINE
           WRITE UNBILLED-LINE
           WRITE UNBILLED-LINE FROM FA-UNBILLED-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-RUN-CONTROL - HOLD OFF WHILE ORDSHIP IS STILL       *
      *    WRITING SHIPMENTS, REFUSE A PRIOR AUDIT STILL IN FLIGHT     *
      *    (SOME OF ITS SHIPMENTS MAY ALREADY BE FLAGGED BILLED), AND  *
      *    REFUSE A RESUBMITTED BILL FILE - EVERY LINE WOULD COME BACK *
      *    AS A DUPLICATE. THE BATCH IDENTITY IS THE FIRST LINE'S      *
      *    CARRIER AND BILL NUMBER.                                    *
      ******************************************************************
       1100-CHECK-RUN-CONTROL.
           MOVE SPACES TO FA-BATCH-ID
           IF NOT FA-BILL-EOF
               STRING FB-CAR-CODE FB-BILL-NO
                   DELIMITED BY SIZE INTO FA-BATCH-ID
           END-IF
           MOVE FA-PREREQ-JOB TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO FA-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO FA-RCTL-FOUND-SW
           END-READ
           IF FA-RCTL-WAS-FOUND AND RC-JOB-RUNNING
               DISPLAY 'FRTAUDIT - ORDSHIP IS STILL RUNNING - '
                       'RUN REFUSED - RESUBMIT AFTER IT COMPLETES'
               MOVE 'Y' TO FA-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           MOVE FA-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO FA-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO FA-RCTL-FOUND-SW
           END-READ
           IF FA-RCTL-WAS-FOUND AND RC-JOB-RUNNING
               DISPLAY 'FRTAUDIT - PRIOR RUN DID NOT COMPLETE - '
                       'RUN REFUSED - INVESTIGATE AND RESET RUNCNTL'
               MOVE 'Y' TO FA-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           IF FA-RCTL-WAS-FOUND
               AND FA-BATCH-ID NOT = SPACES
               AND RC-BATCH-ID = FA-BATCH-ID
               DISPLAY 'FRTAUDIT - FREIGHT BILL ' FB-BILL-NO
                       ' ALREADY AUDITED ON ' RC-LAST-RUN-DATE
                       ' - RUN REFUSED'
               MOVE 'Y' TO FA-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE FA-JOB-NAME TO RC-JOB-NAME
           MOVE FA-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE FA-BATCH-ID TO RC-BATCH-ID
           IF FA-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LOAD-CARRIERS - ENTRY 1 IS THE CARRIER-NOT-ON-FILE LINE;  *
      *    THE CARRIER TABLE FOLLOWS IN KEY ORDER.                     *
      ******************************************************************
       1200-LOAD-CARRIERS.
           MOVE 1 TO FA-CARR-COUNT
           INITIALIZE FA-CARR-ENTRY (1)
           MOVE '****' TO FA-CE-CODE (1)
           MOVE 'CARRIER NOT ON FILE' TO FA-CE-NAME (1)
           IF FA-CARR-FS NOT = '00'
               DISPLAY 'FRTAUDIT - COULD NOT OPEN CARRIER - STATUS '
                       FA-CARR-FS
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-ONE-CARRIER THRU 1210-EXIT
               UNTIL FA-CARR-EOF.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-CARRIER.
           READ CARRIER-TABLE
               AT END
                   MOVE 'Y' TO FA-CARR-EOF-SW
                   GO TO 1210-EXIT
           END-READ
           IF FA-CARR-FS NOT = '00'
               MOVE 'Y' TO FA-CARR-EOF-SW
               GO TO 1210-EXIT
           END-IF
           IF FA-CARR-COUNT = 100
               DISPLAY 'FRTAUDIT - CARRIER TABLE FULL AT ' CAR-CODE
                       ' - REMAINDER TOTALS AS NOT ON FILE'
               MOVE 'Y' TO FA-CARR-EOF-SW
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO FA-CARR-COUNT
           INITIALIZE FA-CARR-ENTRY (FA-CARR-COUNT)
           MOVE CAR-CODE TO FA-CE-CODE (FA-CARR-COUNT)
           MOVE CAR-NAME TO FA-CE-NAME (FA-CARR-COUNT).
       1210-EXIT.
           EXIT.

      ******************************************************************
      * 1500-SELECT-RECORDS - SORT INPUT PROCEDURE: EVERY SHIPMENT     *
      *    WITH A TRACKING NUMBER, THEN EVERY BILL LINE. A SHIPMENT    *
      *    WITH NO TRACKING NUMBER CAN NEVER BE MATCHED TO A BILL; IT  *
      *    IS ONLY COUNTED, ON THE UNBILLED REPORT.                    *
      ******************************************************************
       1500-SELECT-RECORDS.
           PERFORM 1510-SELECT-SHIPMENT THRU 1510-EXIT
               UNTIL FA-SHPF-EOF
           PERFORM 1550-SELECT-BILL-LINE THRU 1550-EXIT
               UNTIL FA-BILL-EOF.
       1500-EXIT.
           EXIT.

       1510-SELECT-SHIPMENT.
           READ SHIPMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO FA-SHPF-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           IF FA-SHPF-FS NOT = '00'
               MOVE 'Y' TO FA-SHPF-EOF-SW
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO FA-SHIPMENTS-READ
           IF SHP-TRACKING-NO = SPACES
               IF NOT SHP-WAS-BILLED
                   ADD 1 TO FA-SHIP-NO-TRACKING
               END-IF
               GO TO 1510-EXIT
           END-IF
           INITIALIZE FA-SORT-REC
           MOVE SHP-TRACKING-NO TO FA-SW-TRACKING-NO
           SET FA-SW-IS-SHIPMENT TO TRUE
           MOVE SHP-ORDER-ID TO FA-SW-SEQUENCE
           MOVE SHP-CARRIER-CODE TO FA-SW-CAR-CODE
           MOVE SHP-ORDER-ID TO FA-SW-ORDER-ID
           MOVE SHP-SHIP-DATE TO FA-SW-SHIP-DATE
           MOVE SHP-WEIGHT-LBS TO FA-SW-WEIGHT
           MOVE SHP-FREIGHT-CHARGE TO FA-SW-AMOUNT
           IF SHP-WAS-BILLED
               MOVE 'Y' TO FA-SW-BILLED-SW
           ELSE
               MOVE 'N' TO FA-SW-BILLED-SW
           END-IF
           RELEASE FA-SORT-REC.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1550-SELECT-BILL-LINE - RELEASE THE BILL LINE IN HAND, KEEPING *
      *    FILE ORDER WITHIN A TRACKING NUMBER, AND READ THE NEXT.     *
      ******************************************************************
       1550-SELECT-BILL-LINE.
           ADD 1 TO FA-BILLS-READ
           INITIALIZE FA-SORT-REC
           MOVE FB-TRACKING-NO TO FA-SW-TRACKING-NO
           SET FA-SW-IS-BILL TO TRUE
           MOVE FA-BILLS-READ TO FA-SW-SEQUENCE
           MOVE FB-CAR-CODE TO FA-SW-CAR-CODE
           MOVE FB-BILL-NO TO FA-SW-BILL-NO
           MOVE FB-SHIP-DATE TO FA-SW-SHIP-DATE
           MOVE FB-BILLED-WEIGHT TO FA-SW-WEIGHT
           MOVE FB-BILLED-AMOUNT TO FA-SW-AMOUNT
           RELEASE FA-SORT-REC
           PERFORM 2950-READ-BILL THRU 2950-EXIT.
       1550-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FIND-CARRIER - THE TABLE ENTRY FOR FA-FIND-CODE; A CODE   *
      *    NOT ON THE TABLE POSTS TO ENTRY 1.                          *
      ******************************************************************
       2600-FIND-CARRIER.
           MOVE 1 TO FA-POST-CX
           MOVE 'N' TO FA-CARR-FOUND-SW
           PERFORM 2610-CHECK-ONE-CARRIER THRU 2610-EXIT
               VARYING FA-CX FROM 2 BY 1
               UNTIL FA-CX > FA-CARR-COUNT
                  OR FA-CARR-WAS-FOUND.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-CARRIER.
           IF FA-CE-CODE (FA-CX) = FA-FIND-CODE
               MOVE FA-CX TO FA-POST-CX
               MOVE 'Y' TO FA-CARR-FOUND-SW
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2950-READ-BILL                                                 *
      ******************************************************************
       2950-READ-BILL.
           READ FREIGHT-BILL-FILE
               AT END
                   MOVE 'Y' TO FA-BILL-EOF-SW
           END-READ.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AUDIT-BILLS - SORT OUTPUT PROCEDURE. CONTROL BREAK ON     *
      *    TRACKING NUMBER: THE SHIPMENT (IF ANY) ARRIVES FIRST, THEN  *
      *    THE BILL LINES AGAINST IT. THE CARRIER TOTALS AND THE       *
      *    UNBILLED TOTALS FOLLOW THE DETAIL.                          *
      ******************************************************************
       3000-AUDIT-BILLS.
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT
           PERFORM 3100-PROCESS-SORT-REC THRU 3100-EXIT
               UNTIL FA-SORT-EOF
           IF NOT FA-FIRST-GROUP
               PERFORM 3400-FINISH-TRACKING THRU 3400-EXIT
           END-IF
           PERFORM 3600-WRITE-CARRIER-TOTALS THRU 3600-EXIT
           PERFORM 3700-WRITE-UNBILLED-TOTALS THRU 3700-EXIT.
       3000-EXIT.
           EXIT.

       3050-RETURN-SORT-REC.
           RETURN FA-SORT-WORK INTO FA-SORT-REC
               AT END
                   MOVE 'Y' TO FA-SORT-EOF-SW
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-PROCESS-SORT-REC.
           EVALUATE TRUE
               WHEN FA-FIRST-GROUP
                   PERFORM 3200-START-TRACKING THRU 3200-EXIT
               WHEN FA-SW-TRACKING-NO NOT = FA-G-TRACKING-NO
                   PERFORM 3400-FINISH-TRACKING THRU 3400-EXIT
                   PERFORM 3200-START-TRACKING THRU 3200-EXIT
           END-EVALUATE
           IF FA-SW-IS-SHIPMENT
               PERFORM 3250-TAKE-SHIPMENT THRU 3250-EXIT
           ELSE
               PERFORM 3300-AUDIT-BILL-LINE THRU 3300-EXIT
           END-IF
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

       3200-START-TRACKING.
           INITIALIZE FA-GROUP-WORK
           MOVE 'N' TO FA-FIRST-GROUP-SW
           MOVE FA-SW-TRACKING-NO TO FA-G-TRACKING-NO
           MOVE 'N' TO FA-G-SHIP-SW
           MOVE 'N' TO FA-G-PRIOR-BILLED-SW.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3250-TAKE-SHIPMENT - HOLD THE SHIPMENT FOR THE BILL LINES THAT *
      *    FOLLOW. A SECOND SHIPMENT ON THE SAME TRACKING NUMBER IS    *
      *    LISTED UNBILLED STRAIGHT AWAY (UNLESS ALREADY BILLED).      *
      ******************************************************************
       3250-TAKE-SHIPMENT.
           IF FA-G-HAS-SHIPMENT
               IF NOT FA-SW-ALREADY-BILLED
                   PERFORM 3260-UNBILLED-FROM-SORT-REC THRU 3260-EXIT
                   MOVE 'TRACKING NO ON 2+ SHIPMENTS' TO FA-U-NOTE
                   PERFORM 3500-LIST-UNBILLED THRU 3500-EXIT
               END-IF
               GO TO 3250-EXIT
           END-IF
           MOVE 'Y' TO FA-G-SHIP-SW
           MOVE FA-SW-BILLED-SW TO FA-G-PRIOR-BILLED-SW
           MOVE FA-SW-ORDER-ID TO FA-G-ORDER-ID
           MOVE FA-SW-CAR-CODE TO FA-G-CAR-CODE
           MOVE FA-SW-SHIP-DATE TO FA-G-SHIP-DATE
           MOVE FA-SW-WEIGHT TO FA-G-WEIGHT
           MOVE FA-SW-AMOUNT TO FA-G-EXPECTED.
       3250-EXIT.
           EXIT.

       3260-UNBILLED-FROM-SORT-REC.
           MOVE FA-SW-CAR-CODE TO FA-U-CAR-CODE
           MOVE FA-SW-ORDER-ID TO FA-U-ORDER-ID
           MOVE FA-SW-SHIP-DATE TO FA-U-SHIP-DATE
           MOVE FA-SW-TRACKING-NO TO FA-U-TRACKING-NO
           MOVE FA-SW-WEIGHT TO FA-U-WEIGHT
           MOVE FA-SW-AMOUNT TO FA-U-EXPECTED
           MOVE SPACES TO FA-U-NOTE.
       3260-EXIT.
           EXIT.

      ******************************************************************
      * 3300-AUDIT-BILL-LINE - JUDGE ONE BILL LINE AGAINST THE HELD    *
      *    SHIPMENT AND POST IT TO THE BILLING CARRIER'S TOTALS. A     *
      *    LINE FOR NO SHIPMENT, FOR ONE ALREADY BILLED, OR FOR ONE    *
      *    SHIPPED WITH ANOTHER CARRIER IS DISPUTED IN FULL; A         *
      *    MATCHED LINE IS CHECKED FOR OVERCHARGE AND WEIGHT (3350).   *
      ******************************************************************
       3300-AUDIT-BILL-LINE.
           MOVE ZERO TO FA-L-EXPECTED FA-L-DISPUTED
           MOVE 'N' TO FA-LINE-EXCEPTED-SW
           EVALUATE TRUE
               WHEN NOT FA-G-HAS-SHIPMENT
                   MOVE 'TRACKING NO NEVER SHIPPED' TO FA-L-REASON
                   ADD 1 TO FA-NOT-SHIPPED
                   PERFORM 3320-DISPUTE-IN-FULL THRU 3320-EXIT
               WHEN FA-G-BILL-COUNT > ZERO
                   MOVE 'BILLED TWICE ON THIS RUN' TO FA-L-REASON
                   ADD 1 TO FA-DUPLICATES
                   PERFORM 3320-DISPUTE-IN-FULL THRU 3320-EXIT
               WHEN FA-G-PRIOR-BILLED
                   MOVE 'ALREADY BILLED EARLIER' TO FA-L-REASON
                   ADD 1 TO FA-DUPLICATES
                   PERFORM 3320-DISPUTE-IN-FULL THRU 3320-EXIT
               WHEN FA-SW-CAR-CODE NOT = FA-G-CAR-CODE
                   MOVE 'SHIPPED WITH OTHER CARRIER' TO FA-L-REASON
                   ADD 1 TO FA-WRONG-CARRIER
                   PERFORM 3320-DISPUTE-IN-FULL THRU 3320-EXIT
               WHEN OTHER
                   PERFORM 3350-CHECK-MATCHED-BILL THRU 3350-EXIT
           END-EVALUATE
           MOVE FA-SW-CAR-CODE TO FA-FIND-CODE
           PERFORM 2600-FIND-CARRIER THRU 2600-EXIT
           ADD 1 TO FA-CE-BILL-LINES (FA-POST-CX)
           ADD FA-SW-AMOUNT TO FA-CE-BILLED (FA-POST-CX)
           ADD FA-L-EXPECTED TO FA-CE-EXPECTED (FA-POST-CX)
           ADD FA-L-DISPUTED TO FA-CE-DISPUTED (FA-POST-CX)
           ADD FA-SW-AMOUNT TO FA-TOT-BILLED
           ADD FA-L-EXPECTED TO FA-TOT-EXPECTED
           ADD FA-L-DISPUTED TO FA-TOT-DISPUTED
           IF FA-LINE-WAS-EXCEPTED
               ADD 1 TO FA-BILLS-EXCEPTED
           ELSE
               ADD 1 TO FA-BILLS-CLEAN
           END-IF.
       3300-EXIT.
           EXIT.

       3320-DISPUTE-IN-FULL.
           MOVE FA-SW-AMOUNT TO FA-L-DISPUTED
           MOVE FA-L-DISPUTED TO FA-L-PRINT-DISPUTED
           PERFORM 3390-WRITE-EXCEPTION THRU 3390-EXIT.
       3320-EXIT.
           EXIT.

      ******************************************************************
      * 3350-CHECK-MATCHED-BILL - THE BILL LINE BELONGS TO THE HELD    *
      *    SHIPMENT. THE RATED CHARGE IS WHAT WE EXPECTED TO PAY; ANY  *
      *    EXCESS OVER THE TOLERANCE IS DISPUTED. A WEIGHT DIFFERENCE  *
      *    IS REPORTED FOR THE CARRIER REP BUT NOT DISPUTED ON ITS OWN *
      *    - THE CHARGE IS WHAT IS PAID. THE SHIPMENT IS FLAGGED       *
      *    BILLED EITHER WAY.                                          *
      ******************************************************************
       3350-CHECK-MATCHED-BILL.
           ADD 1 TO FA-G-BILL-COUNT
           MOVE FA-G-EXPECTED TO FA-L-EXPECTED
           SUBTRACT FA-G-EXPECTED FROM FA-SW-AMOUNT
               GIVING FA-L-DIFFERENCE
           COMPUTE FA-L-LIMIT ROUNDED =
               FA-G-EXPECTED * FA-AMOUNT-TOLERANCE-PCT / 100
           IF FA-L-DIFFERENCE > FA-L-LIMIT
               MOVE FA-L-DIFFERENCE TO FA-L-DISPUTED
               MOVE FA-L-DISPUTED TO FA-L-PRINT-DISPUTED
               MOVE 'OVER RATED CHARGE' TO FA-L-REASON
               ADD 1 TO FA-OVERCHARGES
               PERFORM 3390-WRITE-EXCEPTION THRU 3390-EXIT
           END-IF
           SUBTRACT FA-G-WEIGHT FROM FA-SW-WEIGHT
               GIVING FA-L-WEIGHT-DIFF
           IF FA-L-WEIGHT-DIFF < ZERO
               MULTIPLY -1 BY FA-L-WEIGHT-DIFF
           END-IF
           IF FA-L-WEIGHT-DIFF > FA-WEIGHT-TOLERANCE-LBS
               MOVE ZERO TO FA-L-PRINT-DISPUTED
               MOVE 'BILLED WEIGHT DIFFERS' TO FA-L-REASON
               ADD 1 TO FA-WEIGHT-DIFFS
               PERFORM 3390-WRITE-EXCEPTION THRU 3390-EXIT
           END-IF
           PERFORM 3380-MARK-SHIPMENT-BILLED THRU 3380-EXIT.
       3350-EXIT.
           EXIT.

       3380-MARK-SHIPMENT-BILLED.
           MOVE FA-G-ORDER-ID TO SHP-ORDER-ID
           READ SHIPMENT-FILE
               INVALID KEY
                   DISPLAY 'FRTAUDIT - SHIPMENT FOR ORDER '
                           FA-G-ORDER-ID ' NOT RE-READ - NOT '
                           'FLAGGED BILLED'
                   ADD 1 TO FA-MARK-FAILURES
                   GO TO 3380-EXIT
           END-READ
           SET SHP-WAS-BILLED TO TRUE
           MOVE FA-SW-AMOUNT TO SHP-BILLED-AMOUNT
           REWRITE SHIPMENT-RECORD
               INVALID KEY
                   DISPLAY 'FRTAUDIT - SHIPMENT FOR ORDER '
                           FA-G-ORDER-ID ' NOT FLAGGED BILLED'
                   ADD 1 TO FA-MARK-FAILURES
           END-REWRITE.
       3380-EXIT.
           EXIT.

      ******************************************************************
      * 3390-WRITE-EXCEPTION - ONE EXCEPTION LINE FOR THE BILL LINE IN *
      *    HAND. THE SHIPMENT COLUMNS ARE BLANK WHEN NONE WAS FOUND.   *
      ******************************************************************
       3390-WRITE-EXCEPTION.
           MOVE 'Y' TO FA-LINE-EXCEPTED-SW
           MOVE FA-SW-CAR-CODE TO FA-AD-CAR-CODE
           MOVE FA-SW-BILL-NO TO FA-AD-BILL-NO
           MOVE FA-SW-TRACKING-NO TO FA-AD-TRACKING-NO
           MOVE FA-SW-AMOUNT TO FA-AD-BILLED
           MOVE FA-L-EXPECTED TO FA-AD-EXPECTED
           MOVE FA-SW-WEIGHT TO FA-AD-BILL-WT
           MOVE FA-L-PRINT-DISPUTED TO FA-AD-DISPUTED
           MOVE FA-L-REASON TO FA-AD-REASON
           IF FA-G-HAS-SHIPMENT
               MOVE FA-G-ORDER-ID TO FA-AD-ORDER-ID
               MOVE FA-G-WEIGHT TO FA-AD-SHIP-WT
           ELSE
               MOVE ZERO TO FA-AD-ORDER-ID
               MOVE ZERO TO FA-AD-SHIP-WT
           END-IF
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM FA-AUDIT-DETAIL.
       3390-EXIT.
           EXIT.

      ******************************************************************
      * 3400-FINISH-TRACKING - A SHIPMENT NEITHER BILLED ON THIS RUN   *
      *    NOR ON AN EARLIER ONE IS UNBILLED FREIGHT. ONE WHOSE ONLY   *
      *    BILL CAME FROM ANOTHER CARRIER STAYS UNBILLED TOO.          *
      ******************************************************************
       3400-FINISH-TRACKING.
           IF NOT FA-G-HAS-SHIPMENT
                   OR FA-G-PRIOR-BILLED
                   OR FA-G-BILL-COUNT > ZERO
               GO TO 3400-EXIT
           END-IF
           MOVE FA-G-CAR-CODE TO FA-U-CAR-CODE
           MOVE FA-G-ORDER-ID TO FA-U-ORDER-ID
           MOVE FA-G-SHIP-DATE TO FA-U-SHIP-DATE
           MOVE FA-G-TRACKING-NO TO FA-U-TRACKING-NO
           MOVE FA-G-WEIGHT TO FA-U-WEIGHT
           MOVE FA-G-EXPECTED TO FA-U-EXPECTED
           MOVE SPACES TO FA-U-NOTE
           PERFORM 3500-LIST-UNBILLED THRU 3500-EXIT.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-LIST-UNBILLED - ONE LINE ON THE UNBILLED FREIGHT REPORT,  *
      *    POSTED TO THE SHIPPING CARRIER'S ACCRUAL TOTAL.             *
      ******************************************************************
       3500-LIST-UNBILLED.
           MOVE FA-U-CAR-CODE TO FA-FIND-CODE
           PERFORM 2600-FIND-CARRIER THRU 2600-EXIT
           ADD 1 TO FA-CE-UNBILLED-CNT (FA-POST-CX)
           ADD FA-U-EXPECTED TO FA-CE-UNBILLED-AMT (FA-POST-CX)
           ADD 1 TO FA-SHIPMENTS-UNBILLED
           ADD FA-U-EXPECTED TO FA-TOT-UNBILLED
           MOVE FA-U-CAR-CODE TO FA-UD-CAR-CODE
           MOVE FA-U-ORDER-ID TO FA-UD-ORDER-ID
           MOVE FA-U-SHIP-DATE TO FA-UD-SHIP-DATE
           MOVE FA-U-TRACKING-NO TO FA-UD-TRACKING-NO
           MOVE FA-U-WEIGHT TO FA-UD-WEIGHT
           MOVE FA-U-EXPECTED TO FA-UD-EXPECTED
           MOVE FA-U-NOTE TO FA-UD-NOTE
           MOVE SPACES TO UNBILLED-LINE
           WRITE UNBILLED-LINE FROM FA-UNBILLED-DETAIL.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3600-WRITE-CARRIER-TOTALS - BILLED, EXPECTED, AND DISPUTED BY  *
      *    BILLING CARRIER, THEN THE RUN TOTALS AND EXCEPTION COUNTS.  *
      *    BILLED LESS DISPUTED IS WHAT ACCOUNTS PAYABLE SHOULD PAY.   *
      ******************************************************************
       3600-WRITE-CARRIER-TOTALS.
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'TOTALS BY CARRIER' TO AUDIT-LINE
           WRITE AUDIT-LINE
           WRITE AUDIT-LINE FROM FA-CARRIER-HEADING
           PERFORM 3610-WRITE-ONE-CARRIER THRU 3610-EXIT
               VARYING FA-CX FROM 1 BY 1
               UNTIL FA-CX > FA-CARR-COUNT
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'FREIGHT BILLED' TO FA-AL-LABEL
           MOVE FA-TOT-BILLED TO FA-AL-AMOUNT
           WRITE AUDIT-LINE FROM FA-AMOUNT-LINE
           MOVE 'FREIGHT EXPECTED (RATED)' TO FA-AL-LABEL
           MOVE FA-TOT-EXPECTED TO FA-AL-AMOUNT
           WRITE AUDIT-LINE FROM FA-AMOUNT-LINE
           MOVE 'FREIGHT DISPUTED' TO FA-AL-LABEL
           MOVE FA-TOT-DISPUTED TO FA-AL-AMOUNT
           WRITE AUDIT-LINE FROM FA-AMOUNT-LINE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE
           MOVE 'BILL LINES READ' TO FA-CNT-LABEL
           MOVE FA-BILLS-READ TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE 'BILL LINES MATCHED CLEAN' TO FA-CNT-LABEL
           MOVE FA-BILLS-CLEAN TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE 'BILL LINES EXCEPTED' TO FA-CNT-LABEL
           MOVE FA-BILLS-EXCEPTED TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE '  TRACKING NO NEVER SHIPPED' TO FA-CNT-LABEL
           MOVE FA-NOT-SHIPPED TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE '  DUPLICATE BILLINGS' TO FA-CNT-LABEL
           MOVE FA-DUPLICATES TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE '  SHIPPED WITH ANOTHER CARRIER' TO FA-CNT-LABEL
           MOVE FA-WRONG-CARRIER TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE '  OVERCHARGES BEYOND TOLERANCE' TO FA-CNT-LABEL
           MOVE FA-OVERCHARGES TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE
           MOVE '  BILLED WEIGHT DIFFERENCES' TO FA-CNT-LABEL
           MOVE FA-WEIGHT-DIFFS TO FA-CNT-COUNT
           WRITE AUDIT-LINE FROM FA-COUNT-LINE.
       3600-EXIT.
           EXIT.

       3610-WRITE-ONE-CARRIER.
           IF FA-CE-BILL-LINES (FA-CX) = ZERO
               GO TO 3610-EXIT
           END-IF
           MOVE FA-CE-CODE (FA-CX) TO FA-CL-CAR-CODE
           MOVE FA-CE-NAME (FA-CX) TO FA-CL-NAME
           MOVE FA-CE-BILL-LINES (FA-CX) TO FA-CL-LINES
           MOVE FA-CE-BILLED (FA-CX) TO FA-CL-BILLED
           MOVE FA-CE-EXPECTED (FA-CX) TO FA-CL-EXPECTED
           MOVE FA-CE-DISPUTED (FA-CX) TO FA-CL-DISPUTED
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM FA-CARRIER-LINE.
       3610-EXIT.
           EXIT.

      ******************************************************************
      * 3700-WRITE-UNBILLED-TOTALS - THE ACCRUAL BY SHIPPING CARRIER   *
      *    AND IN TOTAL, WITH THE COUNT OF SHIPMENTS THAT HAVE NO      *
      *    TRACKING NUMBER AND SO CAN NEVER BE MATCHED TO A BILL.      *
      ******************************************************************
       3700-WRITE-UNBILLED-TOTALS.
           MOVE SPACES TO UNBILLED-LINE
           WRITE UNBILLED-LINE
           MOVE 'UNBILLED FREIGHT BY CARRIER' TO UNBILLED-LINE
           WRITE UNBILLED-LINE
           WRITE UNBILLED-LINE FROM FA-UNBILLED-CARR-HEADING
           PERFORM 3710-WRITE-ONE-UNBILLED THRU 3710-EXIT
               VARYING FA-CX FROM 1 BY 1
               UNTIL FA-CX > FA-CARR-COUNT
           MOVE SPACES TO UNBILLED-LINE
           WRITE UNBILLED-LINE
           MOVE 'UNBILLED FREIGHT TO ACCRUE' TO FA-AL-LABEL
           MOVE FA-TOT-UNBILLED TO FA-AL-AMOUNT
           WRITE UNBILLED-LINE FROM FA-AMOUNT-LINE
           MOVE 'SHIPMENTS UNBILLED' TO FA-CNT-LABEL
           MOVE FA-SHIPMENTS-UNBILLED TO FA-CNT-COUNT
           WRITE UNBILLED-LINE FROM FA-COUNT-LINE
           MOVE 'UNBILLED WITH NO TRACKING NO (NOT LISTED)'
               TO FA-CNT-LABEL
           MOVE FA-SHIP-NO-TRACKING TO FA-CNT-COUNT
           WRITE UNBILLED-LINE FROM FA-COUNT-LINE.
       3700-EXIT.
           EXIT.

       3710-WRITE-ONE-UNBILLED.
           IF FA-CE-UNBILLED-CNT (FA-CX) = ZERO
               GO TO 3710-EXIT
           END-IF
           MOVE FA-CE-CODE (FA-CX) TO FA-UC-CAR-CODE
           MOVE FA-CE-NAME (FA-CX) TO FA-UC-NAME
           MOVE FA-CE-UNBILLED-CNT (FA-CX) TO FA-UC-COUNT
           MOVE FA-CE-UNBILLED-AMT (FA-CX) TO FA-UC-AMOUNT
           MOVE SPACES TO UNBILLED-LINE
           WRITE UNBILLED-LINE FROM FA-UNBILLED-CARR-LINE.
       3710-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE RUN COUNTS AND TOTALS ON    *
      *    THE RUN CONTROL RECORD AND FLAG THE RUN COMPLETE.           *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE FA-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'FRTAUDIT - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE FA-BILLS-READ TO RC-CTL-COUNT-1
           MOVE FA-BILLS-CLEAN TO RC-CTL-COUNT-2
           MOVE FA-BILLS-EXCEPTED TO RC-CTL-COUNT-3
           MOVE FA-TOT-BILLED TO RC-CTL-AMOUNT-1
           MOVE FA-TOT-DISPUTED TO RC-CTL-AMOUNT-2
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE FREIGHT-BILL-FILE
                 SHIPMENT-FILE
                 AUDIT-REPORT
                 UNBILLED-REPORT
           DISPLAY 'FRTAUDIT - BILL LINES READ:      ' FA-BILLS-READ
           DISPLAY 'FRTAUDIT - MATCHED CLEAN:        ' FA-BILLS-CLEAN
           DISPLAY 'FRTAUDIT - EXCEPTED:             '
                   FA-BILLS-EXCEPTED
           DISPLAY 'FRTAUDIT - FREIGHT BILLED:       ' FA-TOT-BILLED
           DISPLAY 'FRTAUDIT - FREIGHT DISPUTED:     ' FA-TOT-DISPUTED
           DISPLAY 'FRTAUDIT - SHIPMENTS UNBILLED:   '
                   FA-SHIPMENTS-UNBILLED
           DISPLAY 'FRTAUDIT - SHIPMENTS NOT FLAGGED: '
                   FA-MARK-FAILURES.
       9000-EXIT.
           EXIT.
