      ******************************************************************
      * PROGRAM-ID: COMMCALC                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    COMMCALC.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  MONTHLY SALES COMMISSION RUN. RUN AT MONTH END,  *
      *    IT COVERS THE CALENDAR MONTH OF THE RUN DATE (AS STKROLL    *
      *    DOES). EACH SALES REP (SEE SLSREP COPYBOOK) IS CREDITED     *
      *    WITH THE CASH CASHPOST ACTUALLY APPLIED TO THEIR CUSTOMERS' *
      *    ORDERS DURING THE MONTH (THE CASH APPLICATION DETAIL, SEE   *
      *    CASHAPPL COPYBOOK) LESS THE CREDIT MEMOS ORDRETRN ISSUED    *
      *    AGAINST THEIR CUSTOMERS WITH A RETURN DATE IN THE MONTH     *
      *    (SEE CRDMEMO COPYBOOK), AND EARNS REP-COMM-RATE PERCENT OF  *
      *    THAT NET. THE REP IS THE ONE STAMPED ON THE CASH OR THE     *
      *    MEMO WHEN IT POSTED, SO REASSIGNING AN ACCOUNT IN CUSTCRED  *
      *    NEVER MOVES COMMISSION ALREADY EARNED; A MEMO WRITTEN       *
      *    BEFORE MEMOS CARRIED A REP IS CHARGED TO THE CUSTOMER'S     *
      *    CURRENT REP. THE CASH AND MEMOS ARE SORTED BY REP AND ORDER *
      *    AND ONE COMMISSION STATEMENT IS PRINTED PER REP, ONE LINE   *
      *    PER ORDER, WITH THE REP'S TOTALS AND COMMISSION. A REP      *
      *    WHOSE CREDITS EXCEED THEIR CASH HAS A NEGATIVE COMMISSION - *
      *    A CLAWBACK AGAINST EARLIER MONTHS. EACH REP'S COMMISSION IS *
      *    POSTED TO THE GL DAILY ACTIVITY FILE (GLACTV TYPE 'CO') FOR *
      *    THE NIGHTLY LEDGER EXTRACT (GLEXTRCT). CASH AND MEMOS FOR   *
      *    CUSTOMERS WITH NO REP PRINT ON THEIR OWN STATEMENT SO SALES *
      *    ADMINISTRATION CAN SEE WHAT WENT UNCOMMISSIONED; A REP NO   *
      *    LONGER ON THE REP MASTER IS PRINTED AND FLAGGED BUT NOT     *
      *    ACCRUED. THE RUN CONTROL FILE (RUNCNTL) HOLDS THE PERIOD    *
      *    LAST ACCRUED, AND A SECOND RUN FOR THE SAME MONTH IS        *
      *    REFUSED SO THE ACCRUAL NEVER POSTS TWICE.                   *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-APPLICATION ASSIGN TO "CASHAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO-CAPL-FS.

           SELECT CREDIT-MEMO-FILE ASSIGN TO "CRDMEMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ORDER-ID
               FILE STATUS IS CO-CRDM-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS CO-CUST-FS.

           SELECT SALES-REP-MASTER ASSIGN TO "SLSREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID
               FILE STATUS IS CO-REP-FS.

           SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CO-GLAC-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS CO-RCTL-FS.

           SELECT CO-SORT-WORK ASSIGN TO "SRTWORK1".

           SELECT COMMISSION-STATEMENT ASSIGN TO "COMMSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CO-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-APPLICATION
           LABEL RECORDS ARE STANDARD.
           COPY 'cashappl.cpy'.

       FD  CREDIT-MEMO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'crdmemo.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       FD  SALES-REP-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY 'slsrep.cpy'.

       FD  GL-ACTIVITY
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       SD  CO-SORT-WORK.
       01  CO-SORT-REC.
           05  CO-SW-REP-ID            PIC 9(5).
           05  CO-SW-ORDER-ID          PIC 9(10).
           05  CO-SW-REC-TYPE          PIC X(1).
               88  CO-SW-IS-CASH                VALUE '1'.
               88  CO-SW-IS-CREDIT              VALUE '2'.
           05  CO-SW-CUST-ID           PIC 9(8).
           05  CO-SW-AMOUNT            PIC S9(7)V99 COMP-3.

       FD  COMMISSION-STATEMENT
           LABEL RECORDS ARE STANDARD.
       01  COMMISSION-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  CO-FILE-STATUSES.
           05  CO-CAPL-FS              PIC X(2) VALUE '00'.
           05  CO-CRDM-FS              PIC X(2) VALUE '00'.
           05  CO-CUST-FS              PIC X(2) VALUE '00'.
           05  CO-REP-FS               PIC X(2) VALUE '00'.
           05  CO-GLAC-FS              PIC X(2) VALUE '00'.
           05  CO-RCTL-FS              PIC X(2) VALUE '00'.
           05  CO-RPT-FS               PIC X(2) VALUE '00'.

       01  CO-SWITCHES.
           05  CO-CAPL-EOF-SW          PIC X(1) VALUE 'N'.
               88  CO-CAPL-EOF                  VALUE 'Y'.
           05  CO-CRDM-EOF-SW          PIC X(1) VALUE 'N'.
               88  CO-CRDM-EOF                  VALUE 'Y'.
           05  CO-SORT-EOF-SW          PIC X(1) VALUE 'N'.
               88  CO-SORT-EOF                  VALUE 'Y'.
           05  CO-CUST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  CO-CUST-WAS-FOUND            VALUE 'Y'.
           05  CO-REP-FOUND-SW         PIC X(1) VALUE 'N'.
               88  CO-REP-WAS-FOUND             VALUE 'Y'.
           05  CO-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  CO-RCTL-WAS-FOUND            VALUE 'Y'.
           05  CO-RUN-REFUSED-SW       PIC X(1) VALUE 'N'.
               88  CO-RUN-REFUSED               VALUE 'Y'.
           05  CO-FIRST-GROUP-SW       PIC X(1) VALUE 'Y'.
               88  CO-FIRST-GROUP               VALUE 'Y'.
           05  CO-ACCRUE-SW            PIC X(1) VALUE 'N'.
               88  CO-REP-IS-ACCRUED            VALUE 'Y'.

       01  CO-RUN-DATE.
           05  CO-RUN-PERIOD.
               10  CO-RUN-YYYY         PIC 9(4).
               10  CO-RUN-MM           PIC 9(2).
           05  CO-RUN-DD               PIC 9(2).

       01  CO-EVENT-DATE.
           05  CO-EVENT-PERIOD         PIC 9(6).
           05  CO-EVENT-DD             PIC 9(2).

       01  CO-JOB-NAME                 PIC X(8) VALUE 'COMMCALC'.

       01  CO-PREREQ-JOB               PIC X(8) VALUE 'CASHPOST'.

       01  CO-BATCH-ID                 PIC X(20).

       01  CO-COUNTERS.
           05  CO-CASH-READ            PIC 9(9) COMP-3 VALUE ZERO.
           05  CO-CASH-IN-PERIOD       PIC 9(9) COMP-3 VALUE ZERO.
           05  CO-MEMOS-READ           PIC 9(9) COMP-3 VALUE ZERO.
           05  CO-MEMOS-IN-PERIOD      PIC 9(9) COMP-3 VALUE ZERO.
           05  CO-STATEMENTS           PIC 9(7) COMP-3 VALUE ZERO.
           05  CO-REPS-ACCRUED         PIC 9(7) COMP-3 VALUE ZERO.
           05  CO-REPS-NOT-ON-FILE     PIC 9(7) COMP-3 VALUE ZERO.
           05  CO-ORDERS-REPORTED      PIC 9(9) COMP-3 VALUE ZERO.

       01  CO-RUN-TOTALS.
           05  CO-TOT-CASH             PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CO-TOT-CREDITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CO-TOT-NET-ACCRUED      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CO-TOT-COMMISSION       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CO-TOT-UNASSIGNED       PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    ONE REP'S STATEMENT, BUILT UP ACROSS THEIR SORTED RECORDS.
       01  CO-REP-WORK.
           05  CO-R-REP-ID             PIC 9(5).
           05  CO-R-NAME               PIC X(30).
           05  CO-R-TERRITORY          PIC X(10).
           05  CO-R-RATE               PIC 9(2)V9(3) COMP-3.
           05  CO-R-ORDERS             PIC 9(7) COMP-3.
           05  CO-R-CASH               PIC S9(9)V99 COMP-3.
           05  CO-R-CREDITS            PIC S9(9)V99 COMP-3.
           05  CO-R-NET                PIC S9(9)V99 COMP-3.
           05  CO-R-COMMISSION         PIC S9(9)V99 COMP-3.
           05  CO-R-NOTE               PIC X(30).

      *    ONE ORDER'S LINE - AN ORDER PAID IN INSTALMENTS DURING THE
      *    MONTH PRINTS ONCE WITH ITS CASH SUMMED.
       01  CO-ORDER-WORK.
           05  CO-O-ORDER-ID           PIC 9(10).
           05  CO-O-CUST-ID            PIC 9(8).
           05  CO-O-CASH               PIC S9(9)V99 COMP-3.
           05  CO-O-CREDIT             PIC S9(9)V99 COMP-3.
           05  CO-O-NET                PIC S9(9)V99 COMP-3.

       01  CO-HEADING-1.
           05  FILLER                  PIC X(38) VALUE
               'SALES COMMISSION STATEMENTS - PERIOD '.
           05  CO-H1-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '   RUN ON '.
           05  CO-H1-DATE              PIC 9(8).

       01  CO-STMT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE
               'COMMISSION STATEMENT - PERIOD '.
           05  CO-SH1-PERIOD           PIC 9(6).

       01  CO-STMT-HEADING-2.
           05  FILLER                  PIC X(11) VALUE 'SALES REP: '.
           05  CO-SH2-REP-ID           PIC 9(5).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CO-SH2-NAME             PIC X(30).
           05  FILLER                  PIC X(12) VALUE ' TERRITORY: '.
           05  CO-SH2-TERRITORY        PIC X(10).
           05  FILLER                  PIC X(7) VALUE ' RATE: '.
           05  CO-SH2-RATE             PIC Z9.999.
           05  FILLER                  PIC X(3) VALUE ' % '.
           05  CO-SH2-NOTE             PIC X(30).

       01  CO-STMT-HEADING-3.
           05  FILLER                  PIC X(16) VALUE
               '    ORDER ID'.
           05  FILLER                  PIC X(10) VALUE 'CUST ID'.
           05  FILLER                  PIC X(31) VALUE 'CUSTOMER NAME'.
           05  FILLER                  PIC X(13) VALUE ' CASH APPLIED'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '  CREDIT MEMO'.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE '          NET'.

       01  CO-DETAIL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CO-D-ORDER-ID           PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-D-CUST-ID            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-D-CUST-NAME          PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  CO-D-CASH               PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-D-CREDIT             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-D-NET                PIC -Z,ZZZ,ZZ9.99.

       01  CO-REP-TOTAL-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               'STATEMENT TOTAL'.
           05  CO-RT-ORDERS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(27) VALUE ' ORDERS'.
           05  CO-RT-CASH              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-RT-CREDITS           PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-RT-NET               PIC -Z,ZZZ,ZZ9.99.

       01  CO-COMMISSION-LINE.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               'COMMISSION AT '.
           05  CO-CL-RATE              PIC Z9.999.
           05  FILLER                  PIC X(13) VALUE ' % OF NET'.
           05  FILLER                  PIC X(50) VALUE SPACES.
           05  CO-CL-COMMISSION        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CO-CL-NOTE              PIC X(30).

       01  CO-AMOUNT-LINE.
           05  CO-AL-LABEL             PIC X(40).
           05  CO-AL-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.

       01  CO-COUNT-LINE.
           05  CO-CNT-LABEL            PIC X(40).
           05  CO-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - GATHER THE MONTH'S CASH AND CREDIT MEMOS,  *
      *    SORT BY REP AND ORDER, AND PRINT ONE STATEMENT PER REP.     *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CO-RUN-REFUSED
               CLOSE RUN-CONTROL
               STOP RUN
           END-IF
           SORT CO-SORT-WORK
               ON ASCENDING KEY CO-SW-REP-ID
               ON ASCENDING KEY CO-SW-ORDER-ID
               ON ASCENDING KEY CO-SW-REC-TYPE
               INPUT PROCEDURE IS 1500-SELECT-ACTIVITY THRU 1500-EXIT
               OUTPUT PROCEDURE IS 3000-PRODUCE-STATEMENTS
                   THRU 3000-EXIT
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - FIX THE PERIOD FROM THE RUN DATE, CHECK RUN  *
      *    CONTROL, THEN OPEN FILES. WITHOUT THE CASH APPLICATION OR   *
      *    CREDIT MEMO FILE THE RUN STILL PRINTS FROM WHAT IT HAS.     *
      ******************************************************************
      *    THE RUN CONTROL CHECK COMES BEFORE ANY OUTPUT OR EXTEND
      *    FILE IS OPENED - A REFUSED RUN MUST LEAVE EVERY FILE
      *    UNTOUCHED.
       1000-INITIALIZE.
           OPEN I-O RUN-CONTROL
           ACCEPT CO-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
           IF CO-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CASH-APPLICATION
           OPEN INPUT CREDIT-MEMO-FILE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT SALES-REP-MASTER
           OPEN EXTEND GL-ACTIVITY
           OPEN OUTPUT COMMISSION-STATEMENT
           IF CO-CAPL-FS NOT = '00'
               DISPLAY 'COMMCALC - COULD NOT OPEN CASHAPPL - STATUS '
                       CO-CAPL-FS ' - NO CASH CREDITED'
               MOVE 'Y' TO CO-CAPL-EOF-SW
           END-IF
           IF CO-CRDM-FS NOT = '00'
               DISPLAY 'COMMCALC - COULD NOT OPEN CRDMEMO - STATUS '
                       CO-CRDM-FS ' - NO CREDITS CHARGED'
               MOVE 'Y' TO CO-CRDM-EOF-SW
           END-IF
           MOVE CO-RUN-PERIOD TO CO-H1-PERIOD
           MOVE CO-RUN-DATE TO CO-H1-DATE
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-HEADING-1.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-RUN-CONTROL - HOLD OFF WHILE CASHPOST IS STILL      *
      *    RUNNING (ITS CASH WOULD BE HALF IN), AND REFUSE A MONTH     *
      *    ALREADY ACCRUED (RC-BATCH-ID CARRIES THE PERIOD). A PRIOR   *
      *    COMMCALC STILL FLAGGED RUNNING MAY HAVE POSTED SOME OF ITS  *
      *    ACCRUALS, SO IT IS REFUSED TOO - THE 'CO' ENTRIES ON GLACTV *
      *    FOR THE RUN DATE MUST BE REVIEWED AND THE RUN CONTROL       *
      *    RECORD RESET BEFORE THE MONTH IS RESUBMITTED.               *
      ******************************************************************
       1100-CHECK-RUN-CONTROL.
           MOVE SPACES TO CO-BATCH-ID
           MOVE CO-RUN-PERIOD TO CO-BATCH-ID
           MOVE CO-PREREQ-JOB TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO CO-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CO-RCTL-FOUND-SW
           END-READ
           IF CO-RCTL-WAS-FOUND AND RC-JOB-RUNNING
               DISPLAY 'COMMCALC - CASHPOST IS STILL RUNNING - '
                       'RUN REFUSED - RESUBMIT AFTER IT COMPLETES'
               MOVE 'Y' TO CO-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           MOVE CO-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO CO-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CO-RCTL-FOUND-SW
           END-READ
           IF CO-RCTL-WAS-FOUND AND RC-JOB-COMPLETE
               AND RC-BATCH-ID = CO-BATCH-ID
               DISPLAY 'COMMCALC - PERIOD ' CO-RUN-PERIOD
                       ' ALREADY ACCRUED ON ' RC-LAST-RUN-DATE
                       ' - RUN REFUSED'
               MOVE 'Y' TO CO-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           IF CO-RCTL-WAS-FOUND AND RC-JOB-RUNNING
               DISPLAY 'COMMCALC - PRIOR RUN FOR PERIOD ' RC-BATCH-ID
                       ' DID NOT COMPLETE - RUN REFUSED - CHECK ITS '
                       'GLACTV ACCRUALS AND RESET RUNCNTL'
               MOVE 'Y' TO CO-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE CO-JOB-NAME TO RC-JOB-NAME
           MOVE CO-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE CO-BATCH-ID TO RC-BATCH-ID
           IF CO-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1500-SELECT-ACTIVITY - SORT INPUT PROCEDURE: THE MONTH'S CASH  *
      *    APPLICATIONS, THEN THE MONTH'S CREDIT MEMOS.                *
      ******************************************************************
       1500-SELECT-ACTIVITY.
           PERFORM 1510-SELECT-CASH THRU 1510-EXIT
               UNTIL CO-CAPL-EOF
           PERFORM 1550-SELECT-CREDIT-MEMO THRU 1550-EXIT
               UNTIL CO-CRDM-EOF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      * 1510-SELECT-CASH - RELEASE ONE ORDER'S CASH IF IT WAS APPLIED  *
      *    IN THE MONTH, UNDER THE REP STAMPED WHEN IT POSTED.         *
      ******************************************************************
       1510-SELECT-CASH.
           READ CASH-APPLICATION
               AT END
                   MOVE 'Y' TO CO-CAPL-EOF-SW
                   GO TO 1510-EXIT
           END-READ
           ADD 1 TO CO-CASH-READ
           MOVE CAP-APPLY-DATE TO CO-EVENT-DATE
           IF CO-EVENT-PERIOD NOT = CO-RUN-PERIOD
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO CO-CASH-IN-PERIOD
           INITIALIZE CO-SORT-REC
           IF CAP-REP-ID NUMERIC
               MOVE CAP-REP-ID TO CO-SW-REP-ID
           ELSE
               MOVE ZERO TO CO-SW-REP-ID
           END-IF
           MOVE CAP-ORDER-ID TO CO-SW-ORDER-ID
           SET CO-SW-IS-CASH TO TRUE
           MOVE CAP-CUST-ID TO CO-SW-CUST-ID
           MOVE CAP-AMOUNT TO CO-SW-AMOUNT
           RELEASE CO-SORT-REC.
       1510-EXIT.
           EXIT.

      ******************************************************************
      * 1550-SELECT-CREDIT-MEMO - RELEASE ONE CREDIT MEMO IF ITS       *
      *    RETURN DATE FALLS IN THE MONTH, UNDER THE REP STAMPED ON    *
      *    THE MEMO. AN OLDER MEMO WITH NO REP STAMPED IS CHARGED TO   *
      *    THE CUSTOMER'S CURRENT REP.                                 *
      ******************************************************************
       1550-SELECT-CREDIT-MEMO.
           READ CREDIT-MEMO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CO-CRDM-EOF-SW
                   GO TO 1550-EXIT
           END-READ
           IF CO-CRDM-FS NOT = '00'
               MOVE 'Y' TO CO-CRDM-EOF-SW
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO CO-MEMOS-READ
           MOVE CM-RETURN-DATE TO CO-EVENT-DATE
           IF CO-EVENT-PERIOD NOT = CO-RUN-PERIOD
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO CO-MEMOS-IN-PERIOD
           INITIALIZE CO-SORT-REC
           IF CM-REP-ID NUMERIC
               MOVE CM-REP-ID TO CO-SW-REP-ID
           ELSE
               PERFORM 1560-CURRENT-REP THRU 1560-EXIT
           END-IF
           MOVE CM-ORDER-ID TO CO-SW-ORDER-ID
           SET CO-SW-IS-CREDIT TO TRUE
           MOVE CM-CUST-ID TO CO-SW-CUST-ID
           MOVE CM-CREDIT-AMOUNT TO CO-SW-AMOUNT
           RELEASE CO-SORT-REC.
       1550-EXIT.
           EXIT.

       1560-CURRENT-REP.
           MOVE ZERO TO CO-SW-REP-ID
           MOVE CM-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO CO-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CO-CUST-FOUND-SW
           END-READ
           IF CO-CUST-WAS-FOUND AND CUST-REP-ID NUMERIC
               MOVE CUST-REP-ID TO CO-SW-REP-ID
           END-IF.
       1560-EXIT.
           EXIT.

      ******************************************************************
      * 3000-PRODUCE-STATEMENTS - SORT OUTPUT PROCEDURE. CONTROL       *
      *    BREAKS: ORDER WITHIN REP, REP STATEMENT TOTALS, RUN TOTALS. *
      ******************************************************************
       3000-PRODUCE-STATEMENTS.
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT
           PERFORM 3100-PROCESS-SORT-REC THRU 3100-EXIT
               UNTIL CO-SORT-EOF
           IF NOT CO-FIRST-GROUP
               PERFORM 3400-FINISH-ORDER THRU 3400-EXIT
               PERFORM 3500-FINISH-REP THRU 3500-EXIT
           END-IF
           PERFORM 3600-WRITE-RUN-TOTALS THRU 3600-EXIT.
       3000-EXIT.
           EXIT.

       3050-RETURN-SORT-REC.
           RETURN CO-SORT-WORK INTO CO-SORT-REC
               AT END
                   MOVE 'Y' TO CO-SORT-EOF-SW
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-PROCESS-SORT-REC.
           EVALUATE TRUE
               WHEN CO-FIRST-GROUP
                   PERFORM 3300-START-REP THRU 3300-EXIT
                   PERFORM 3200-START-ORDER THRU 3200-EXIT
               WHEN CO-SW-REP-ID NOT = CO-R-REP-ID
                   PERFORM 3400-FINISH-ORDER THRU 3400-EXIT
                   PERFORM 3500-FINISH-REP THRU 3500-EXIT
                   PERFORM 3300-START-REP THRU 3300-EXIT
                   PERFORM 3200-START-ORDER THRU 3200-EXIT
               WHEN CO-SW-ORDER-ID NOT = CO-O-ORDER-ID
                   PERFORM 3400-FINISH-ORDER THRU 3400-EXIT
                   PERFORM 3200-START-ORDER THRU 3200-EXIT
           END-EVALUATE
           IF CO-SW-IS-CASH
               ADD CO-SW-AMOUNT TO CO-O-CASH
           ELSE
               ADD CO-SW-AMOUNT TO CO-O-CREDIT
           END-IF
           PERFORM 3050-RETURN-SORT-REC THRU 3050-EXIT.
       3100-EXIT.
           EXIT.

       3200-START-ORDER.
           INITIALIZE CO-ORDER-WORK
           MOVE CO-SW-ORDER-ID TO CO-O-ORDER-ID
           MOVE CO-SW-CUST-ID TO CO-O-CUST-ID.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * 3300-START-REP - LOOK UP THE REP AND PRINT THE STATEMENT       *
      *    HEADING. REP ZERO IS THE NO-REP STATEMENT; A REP NOT ON THE *
      *    MASTER IS PRINTED WITH NO RATE AND IS NOT ACCRUED. AN       *
      *    INACTIVE REP IS STILL PAID ON THE ACCOUNTS THEY HELD.       *
      ******************************************************************
       3300-START-REP.
           MOVE 'N' TO CO-FIRST-GROUP-SW
           INITIALIZE CO-REP-WORK
           MOVE CO-SW-REP-ID TO CO-R-REP-ID
           MOVE 'N' TO CO-ACCRUE-SW
           IF CO-SW-REP-ID = ZERO
               MOVE 'NO REP ASSIGNED' TO CO-R-NAME
               MOVE 'NOT ACCRUED - NO REP' TO CO-R-NOTE
           ELSE
               MOVE CO-SW-REP-ID TO REP-ID
               READ SALES-REP-MASTER
                   INVALID KEY
                       MOVE 'N' TO CO-REP-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO CO-REP-FOUND-SW
               END-READ
               IF CO-REP-WAS-FOUND
                   MOVE 'Y' TO CO-ACCRUE-SW
                   MOVE REP-NAME TO CO-R-NAME
                   MOVE REP-TERRITORY TO CO-R-TERRITORY
                   MOVE REP-COMM-RATE TO CO-R-RATE
                   IF REP-INACTIVE
                       MOVE 'REP INACTIVE' TO CO-R-NOTE
                   END-IF
               ELSE
                   MOVE '*** NOT ON SLSREP' TO CO-R-NAME
                   MOVE 'NOT ACCRUED - REP NOT ON FILE' TO CO-R-NOTE
                   ADD 1 TO CO-REPS-NOT-ON-FILE
               END-IF
           END-IF
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           MOVE CO-RUN-PERIOD TO CO-SH1-PERIOD
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-STMT-HEADING-1
           MOVE CO-R-REP-ID TO CO-SH2-REP-ID
           MOVE CO-R-NAME TO CO-SH2-NAME
           MOVE CO-R-TERRITORY TO CO-SH2-TERRITORY
           MOVE CO-R-RATE TO CO-SH2-RATE
           MOVE CO-R-NOTE TO CO-SH2-NOTE
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-STMT-HEADING-2
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-STMT-HEADING-3
           ADD 1 TO CO-STATEMENTS.
       3300-EXIT.
           EXIT.

      ******************************************************************
      * 3400-FINISH-ORDER - PRINT ONE ORDER'S LINE AND ROLL IT INTO    *
      *    THE REP'S TOTALS.                                           *
      ******************************************************************
       3400-FINISH-ORDER.
           SUBTRACT CO-O-CREDIT FROM CO-O-CASH GIVING CO-O-NET
           MOVE CO-O-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO CO-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CO-CUST-FOUND-SW
           END-READ
           IF CO-CUST-WAS-FOUND
               MOVE CUST-NAME TO CO-D-CUST-NAME
           ELSE
               MOVE '*** NOT ON CUSTMAST' TO CO-D-CUST-NAME
           END-IF
           MOVE CO-O-ORDER-ID TO CO-D-ORDER-ID
           MOVE CO-O-CUST-ID TO CO-D-CUST-ID
           MOVE CO-O-CASH TO CO-D-CASH
           MOVE CO-O-CREDIT TO CO-D-CREDIT
           MOVE CO-O-NET TO CO-D-NET
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-DETAIL-LINE
           ADD 1 TO CO-R-ORDERS
           ADD CO-O-CASH TO CO-R-CASH
           ADD CO-O-CREDIT TO CO-R-CREDITS
           ADD 1 TO CO-ORDERS-REPORTED.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-FINISH-REP - PRINT THE STATEMENT TOTALS AND COMMISSION,   *
      *    AND POST THE ACCRUAL. A NEGATIVE NET IS A CLAWBACK AND      *
      *    POSTS NEGATIVE. NOTHING IS POSTED FOR A ZERO COMMISSION OR  *
      *    A REP THAT IS NOT ACCRUED.                                  *
      ******************************************************************
       3500-FINISH-REP.
           SUBTRACT CO-R-CREDITS FROM CO-R-CASH GIVING CO-R-NET
           MOVE ZERO TO CO-R-COMMISSION
           IF CO-REP-IS-ACCRUED
               COMPUTE CO-R-COMMISSION ROUNDED =
                   CO-R-NET * CO-R-RATE / 100
               IF CO-R-COMMISSION < ZERO
                   MOVE 'CLAWBACK - CREDITS EXCEED CASH' TO CO-R-NOTE
               END-IF
           END-IF
           MOVE CO-R-ORDERS TO CO-RT-ORDERS
           MOVE CO-R-CASH TO CO-RT-CASH
           MOVE CO-R-CREDITS TO CO-RT-CREDITS
           MOVE CO-R-NET TO CO-RT-NET
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-REP-TOTAL-LINE
           MOVE CO-R-RATE TO CO-CL-RATE
           MOVE CO-R-COMMISSION TO CO-CL-COMMISSION
           MOVE CO-R-NOTE TO CO-CL-NOTE
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE FROM CO-COMMISSION-LINE
           ADD CO-R-CASH TO CO-TOT-CASH
           ADD CO-R-CREDITS TO CO-TOT-CREDITS
           IF CO-REP-IS-ACCRUED
               ADD CO-R-NET TO CO-TOT-NET-ACCRUED
               ADD CO-R-COMMISSION TO CO-TOT-COMMISSION
               IF CO-R-COMMISSION NOT = ZERO
                   PERFORM 3550-WRITE-GL-ACTIVITY THRU 3550-EXIT
               END-IF
           ELSE
               ADD CO-R-NET TO CO-TOT-UNASSIGNED
           END-IF.
       3500-EXIT.
           EXIT.

      ******************************************************************
      * 3550-WRITE-GL-ACTIVITY - JOURNAL ONE REP'S COMMISSION ACCRUAL  *
      *    FOR THE NIGHTLY LEDGER EXTRACT (GLEXTRCT), STAMPED WITH THE *
      *    RUN DATE.                                                   *
      ******************************************************************
       3550-WRITE-GL-ACTIVITY.
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE CO-RUN-DATE TO GA-ACTIVITY-DATE
           MOVE 'COMMCALC' TO GA-SOURCE-PROGRAM
           SET GA-TYPE-COMMISSION TO TRUE
           MOVE CO-R-REP-ID TO GA-REFERENCE-ID
           MOVE CO-R-COMMISSION TO GA-AMOUNT-1
           WRITE GL-ACTIVITY-RECORD
           ADD 1 TO CO-REPS-ACCRUED.
       3550-EXIT.
           EXIT.

      ******************************************************************
      * 3600-WRITE-RUN-TOTALS - THE COMMISSION TOTAL HERE IS WHAT WAS  *
      *    POSTED TO GLACTV FOR THE MONTH.                             *
      ******************************************************************
       3600-WRITE-RUN-TOTALS.
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           MOVE 'RUN TOTALS' TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           MOVE 'CASH APPLIED IN THE MONTH' TO CO-AL-LABEL
           MOVE CO-TOT-CASH TO CO-AL-AMOUNT
           WRITE COMMISSION-LINE FROM CO-AMOUNT-LINE
           MOVE 'CREDIT MEMOS IN THE MONTH' TO CO-AL-LABEL
           MOVE CO-TOT-CREDITS TO CO-AL-AMOUNT
           WRITE COMMISSION-LINE FROM CO-AMOUNT-LINE
           MOVE 'NET COMMISSIONED' TO CO-AL-LABEL
           MOVE CO-TOT-NET-ACCRUED TO CO-AL-AMOUNT
           WRITE COMMISSION-LINE FROM CO-AMOUNT-LINE
           MOVE 'NET NOT COMMISSIONED (NO REP ON FILE)' TO CO-AL-LABEL
           MOVE CO-TOT-UNASSIGNED TO CO-AL-AMOUNT
           WRITE COMMISSION-LINE FROM CO-AMOUNT-LINE
           MOVE 'COMMISSION ACCRUED' TO CO-AL-LABEL
           MOVE CO-TOT-COMMISSION TO CO-AL-AMOUNT
           WRITE COMMISSION-LINE FROM CO-AMOUNT-LINE
           MOVE SPACES TO COMMISSION-LINE
           WRITE COMMISSION-LINE
           MOVE 'STATEMENTS PRINTED' TO CO-CNT-LABEL
           MOVE CO-STATEMENTS TO CO-CNT-COUNT
           WRITE COMMISSION-LINE FROM CO-COUNT-LINE
           MOVE 'REPS ACCRUED' TO CO-CNT-LABEL
           MOVE CO-REPS-ACCRUED TO CO-CNT-COUNT
           WRITE COMMISSION-LINE FROM CO-COUNT-LINE
           MOVE 'REPS NOT ON SLSREP' TO CO-CNT-LABEL
           MOVE CO-REPS-NOT-ON-FILE TO CO-CNT-COUNT
           WRITE COMMISSION-LINE FROM CO-COUNT-LINE
           MOVE 'ORDERS REPORTED' TO CO-CNT-LABEL
           MOVE CO-ORDERS-REPORTED TO CO-CNT-COUNT
           WRITE COMMISSION-LINE FROM CO-COUNT-LINE
           MOVE 'CASH APPLICATIONS IN THE MONTH' TO CO-CNT-LABEL
           MOVE CO-CASH-IN-PERIOD TO CO-CNT-COUNT
           WRITE COMMISSION-LINE FROM CO-COUNT-LINE
           MOVE 'CREDIT MEMOS IN THE MONTH' TO CO-CNT-LABEL
           MOVE CO-MEMOS-IN-PERIOD TO CO-CNT-COUNT
           WRITE COMMISSION-LINE FROM CO-COUNT-LINE.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE MONTH'S COUNTS AND TOTALS   *
      *    ON THE RUN CONTROL RECORD AND FLAG THE PERIOD ACCRUED.      *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE CO-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'COMMCALC - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE CO-REPS-ACCRUED TO RC-CTL-COUNT-1
           MOVE CO-CASH-IN-PERIOD TO RC-CTL-COUNT-2
           MOVE CO-MEMOS-IN-PERIOD TO RC-CTL-COUNT-3
           MOVE CO-TOT-COMMISSION TO RC-CTL-AMOUNT-1
           MOVE CO-TOT-NET-ACCRUED TO RC-CTL-AMOUNT-2
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE CASH-APPLICATION
                 CREDIT-MEMO-FILE
                 CUSTOMER-MASTER
                 SALES-REP-MASTER
                 GL-ACTIVITY
                 COMMISSION-STATEMENT
           DISPLAY 'COMMCALC - PERIOD:                ' CO-RUN-PERIOD
           DISPLAY 'COMMCALC - CASH RECORDS READ:     ' CO-CASH-READ
           DISPLAY 'COMMCALC - CREDIT MEMOS READ:     ' CO-MEMOS-READ
           DISPLAY 'COMMCALC - STATEMENTS PRINTED:    ' CO-STATEMENTS
           DISPLAY 'COMMCALC - REPS ACCRUED:          '
                   CO-REPS-ACCRUED
           DISPLAY 'COMMCALC - COMMISSION ACCRUED:    '
                   CO-TOT-COMMISSION.
       9000-EXIT.
           EXIT.
