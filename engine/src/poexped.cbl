      ******************************************************************
      * PROGRAM-ID: POEXPED                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POEXPED.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  DAILY PURCHASE ORDER EXPEDITING LIST. READS THE  *
      *    PURCHASE ORDER FILE IN PO ORDER AND LISTS EVERY OPEN OR     *
      *    PART-RECEIVED PO WHOSE DUE DATE (PO-DUE-DATE, STAMPED BY    *
      *    POGEN FROM THE SUPPLIER'S LEAD TIME) HAS PASSED, WITH THE   *
      *    SUPPLIER'S NAME, CONTACT AND PHONE FOR PURCHASING TO CHASE, *
      *    HOW MANY DAYS LATE IT STANDS ON THE RUN DATE, AND EACH LINE *
      *    STILL SHORT - ORDERED, RECEIVED SO FAR, AND STILL TO COME.  *
      *    DAYS LATE USE THE 30/360 DAY COUNT POGEN USES TO SET THE    *
      *    DUE DATE. RUN AFTER THE RECEIVING RUN (PORECV) SO THE DAY'S *
      *    RECEIPTS ARE OFF THE LIST.                                  *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PO-ID
               FILE STATUS IS PX-PO-FS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-MASTER-KEY
               FILE STATUS IS PX-SUP-FS.

           SELECT EXPEDITING-REPORT ASSIGN TO "POEXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'purchord.cpy'.

       FD  SUPPLIER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  SUPPLIER-MASTER-REC.
           05  SUPPLIER-MASTER-KEY     PIC 9(6).
           05  FILLER                  PIC X(212).

       FD  EXPEDITING-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXPEDITING-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'supmast.cpy'.

       01  PX-FILE-STATUSES.
           05  PX-PO-FS                PIC X(2) VALUE '00'.
           05  PX-SUP-FS               PIC X(2) VALUE '00'.
           05  PX-RPT-FS               PIC X(2) VALUE '00'.

       01  PX-SWITCHES.
           05  PX-PO-EOF-SW            PIC X(1) VALUE 'N'.
               88  PX-PO-EOF                    VALUE 'Y'.

       01  PX-RUN-DATE.
           05  PX-RUN-YY               PIC 9(4).
           05  PX-RUN-MM               PIC 9(2).
           05  PX-RUN-DD               PIC 9(2).

       01  PX-DUE-DATE-WORK.
           05  PX-DD-YY                PIC 9(4).
           05  PX-DD-MM                PIC 9(2).
           05  PX-DD-DD                PIC 9(2).

       01  PX-LATE-WORK.
           05  PX-DAYS-LATE            PIC S9(7) COMP-3.
           05  PX-AGE-YY-PART          PIC S9(7) COMP-3.
           05  PX-AGE-MM-PART          PIC S9(7) COMP-3.
           05  PX-AGE-DD-PART          PIC S9(7) COMP-3.
           05  PX-QTY-SHORT            PIC S9(7) COMP-3.
           05  PX-LINE-SUB             PIC 9(3) COMP.

       01  PX-COUNTERS.
           05  PX-POS-READ             PIC 9(7) COMP-3 VALUE ZERO.
           05  PX-POS-OUTSTANDING      PIC 9(7) COMP-3 VALUE ZERO.
           05  PX-POS-LATE             PIC 9(7) COMP-3 VALUE ZERO.
           05  PX-LINES-SHORT          PIC 9(7) COMP-3 VALUE ZERO.
           05  PX-UNITS-SHORT          PIC 9(9) COMP-3 VALUE ZERO.

       01  PX-HEADING-1.
           05  FILLER                  PIC X(33) VALUE
               'PURCHASE ORDER EXPEDITING LIST - '.
           05  FILLER                  PIC X(6) VALUE 'AS OF '.
           05  PX-H1-DATE              PIC 9(8).

       01  PX-HEADING-2.
           05  FILLER                  PIC X(10) VALUE 'PO NO'.
           05  FILLER                  PIC X(38) VALUE 'SUPPLIER'.
           05  FILLER                  PIC X(27) VALUE 'CONTACT'.
           05  FILLER                  PIC X(12) VALUE 'PHONE'.
           05  FILLER                  PIC X(10) VALUE 'ORDERED'.
           05  FILLER                  PIC X(10) VALUE 'DUE'.
           05  FILLER                  PIC X(6)  VALUE '  LATE'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE 'STATUS'.

       01  PX-HEADING-3.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'ITEM'.
           05  FILLER                  PIC X(11) VALUE '    ORDERED'.
           05  FILLER                  PIC X(11) VALUE '   RECEIVED'.
           05  FILLER                  PIC X(11) VALUE '      SHORT'.

       01  PX-PO-LINE.
           05  PX-P-PO-ID              PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PX-P-SUPPLIER-ID        PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PX-P-SUPPLIER-NAME      PIC X(30).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PX-P-CONTACT            PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PX-P-PHONE              PIC 9(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PX-P-ORDER-DATE         PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PX-P-DUE-DATE           PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PX-P-DAYS-LATE          PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PX-P-STATUS             PIC X(13).

       01  PX-SHORT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  PX-S-PROD-ID            PIC 9(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  PX-S-ORDERED            PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PX-S-RECEIVED           PIC -Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  PX-S-SHORT              PIC -Z,ZZZ,ZZ9.

       01  PX-COUNT-LINE.
           05  PX-CNT-LABEL            PIC X(40).
           05  PX-CNT-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL                                              *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-PO THRU 2000-EXIT
               UNTIL PX-PO-EOF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PURCHASE-ORDER-FILE
           OPEN INPUT SUPPLIER-MASTER
           OPEN OUTPUT EXPEDITING-REPORT
           ACCEPT PX-RUN-DATE FROM DATE YYYYMMDD
           MOVE PX-RUN-DATE TO PX-H1-DATE
           MOVE SPACES TO EXPEDITING-LINE
           WRITE EXPEDITING-LINE FROM PX-HEADING-1
           MOVE SPACES TO EXPEDITING-LINE
           WRITE EXPEDITING-LINE
           WRITE EXPEDITING-LINE FROM PX-HEADING-2
           WRITE EXPEDITING-LINE FROM PX-HEADING-3
           IF PX-PO-FS NOT = '00'
               DISPLAY 'POEXPED - COULD NOT OPEN PURCHORD - STATUS '
                       PX-PO-FS
               MOVE 'Y' TO PX-PO-EOF-SW
           ELSE
               PERFORM 2900-READ-PO THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-PO - LIST AN OUTSTANDING PO PAST ITS DUE DATE     *
      *    WITH ITS SHORT LINES. A PO WITH NO DUE DATE IS NOT LISTED.  *
      ******************************************************************
       2000-PROCESS-PO.
           ADD 1 TO PX-POS-READ
           IF NOT PO-IS-OPEN AND NOT PO-PART-RECEIVED
               GO TO 2000-NEXT
           END-IF
           ADD 1 TO PX-POS-OUTSTANDING
           IF PO-DUE-DATE NOT NUMERIC
                   OR PO-DUE-DATE = ZERO
                   OR PO-DUE-DATE NOT < PX-RUN-DATE
               GO TO 2000-NEXT
           END-IF
           PERFORM 2100-COMPUTE-DAYS-LATE THRU 2100-EXIT
           ADD 1 TO PX-POS-LATE
           PERFORM 2200-WRITE-PO-LINE THRU 2200-EXIT
           PERFORM 2300-WRITE-SHORT-LINE THRU 2300-EXIT
               VARYING PX-LINE-SUB FROM 1 BY 1
               UNTIL PX-LINE-SUB > PO-LINE-COUNT
           MOVE SPACES TO EXPEDITING-LINE
           WRITE EXPEDITING-LINE.
       2000-NEXT.
           PERFORM 2900-READ-PO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-COMPUTE-DAYS-LATE - RUN DATE LESS DUE DATE IN 30/360.     *
      *    A PO PAST ITS DUE DATE IS AT LEAST ONE DAY LATE EVEN WHEN   *
      *    30/360 COUNTS NONE (DUE THE 31ST, RUN THE 1ST).             *
      ******************************************************************
       2100-COMPUTE-DAYS-LATE.
           MOVE PO-DUE-DATE TO PX-DUE-DATE-WORK
           SUBTRACT PX-DD-YY FROM PX-RUN-YY GIVING PX-AGE-YY-PART
           SUBTRACT PX-DD-MM FROM PX-RUN-MM GIVING PX-AGE-MM-PART
           SUBTRACT PX-DD-DD FROM PX-RUN-DD GIVING PX-AGE-DD-PART
           MULTIPLY PX-AGE-YY-PART BY 360 GIVING PX-AGE-YY-PART
           MULTIPLY PX-AGE-MM-PART BY 30 GIVING PX-AGE-MM-PART
           ADD PX-AGE-YY-PART PX-AGE-MM-PART PX-AGE-DD-PART
               GIVING PX-DAYS-LATE
           IF PX-DAYS-LATE < 1
               MOVE 1 TO PX-DAYS-LATE
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-WRITE-PO-LINE - THE PO WITH ITS SUPPLIER'S CONTACT        *
      *    DETAILS. A SUPPLIER GONE FROM THE MASTER STILL LISTS.       *
      ******************************************************************
       2200-WRITE-PO-LINE.
           MOVE PO-SUPPLIER-ID TO SUPPLIER-MASTER-KEY
           READ SUPPLIER-MASTER INTO SUPPLIER-RECORD
               INVALID KEY
                   MOVE '*** NOT ON SUPPLIER MASTER ***' TO SUP-NAME
                   MOVE SPACES TO SUP-CONTACT
                   MOVE ZERO TO SUP-PHONE
           END-READ
           MOVE PO-ID TO PX-P-PO-ID
           MOVE PO-SUPPLIER-ID TO PX-P-SUPPLIER-ID
           MOVE SUP-NAME TO PX-P-SUPPLIER-NAME
           MOVE SUP-CONTACT TO PX-P-CONTACT
           MOVE SUP-PHONE TO PX-P-PHONE
           MOVE PO-ORDER-DATE TO PX-P-ORDER-DATE
           MOVE PO-DUE-DATE TO PX-P-DUE-DATE
           MOVE PX-DAYS-LATE TO PX-P-DAYS-LATE
           IF PO-PART-RECEIVED
               MOVE 'PART RECEIVED' TO PX-P-STATUS
           ELSE
               MOVE 'OPEN' TO PX-P-STATUS
           END-IF
           MOVE SPACES TO EXPEDITING-LINE
           WRITE EXPEDITING-LINE FROM PX-PO-LINE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-SHORT-LINE - ONE LINE STILL TO COME IN.             *
      ******************************************************************
       2300-WRITE-SHORT-LINE.
           SUBTRACT POL-QTY-RECEIVED (PX-LINE-SUB)
               FROM POL-QTY-ORDERED (PX-LINE-SUB)
               GIVING PX-QTY-SHORT
           IF PX-QTY-SHORT NOT > ZERO
               GO TO 2300-EXIT
           END-IF
           MOVE POL-PROD-ID (PX-LINE-SUB) TO PX-S-PROD-ID
           MOVE POL-QTY-ORDERED (PX-LINE-SUB) TO PX-S-ORDERED
           MOVE POL-QTY-RECEIVED (PX-LINE-SUB) TO PX-S-RECEIVED
           MOVE PX-QTY-SHORT TO PX-S-SHORT
           MOVE SPACES TO EXPEDITING-LINE
           WRITE EXPEDITING-LINE FROM PX-SHORT-LINE
           ADD 1 TO PX-LINES-SHORT
           ADD PX-QTY-SHORT TO PX-UNITS-SHORT.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-PO                                                   *
      ******************************************************************
       2900-READ-PO.
           READ PURCHASE-ORDER-FILE
               AT END
                   MOVE 'Y' TO PX-PO-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-TOTALS                                              *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE SPACES TO EXPEDITING-LINE
           WRITE EXPEDITING-LINE
           MOVE 'POS OPEN OR PART RECEIVED' TO PX-CNT-LABEL
           MOVE PX-POS-OUTSTANDING TO PX-CNT-COUNT
           WRITE EXPEDITING-LINE FROM PX-COUNT-LINE
           MOVE 'POS PAST DUE' TO PX-CNT-LABEL
           MOVE PX-POS-LATE TO PX-CNT-COUNT
           WRITE EXPEDITING-LINE FROM PX-COUNT-LINE
           MOVE 'LINES SHORT' TO PX-CNT-LABEL
           MOVE PX-LINES-SHORT TO PX-CNT-COUNT
           WRITE EXPEDITING-LINE FROM PX-COUNT-LINE
           MOVE 'UNITS SHORT' TO PX-CNT-LABEL
           MOVE PX-UNITS-SHORT TO PX-CNT-COUNT
           WRITE EXPEDITING-LINE FROM PX-COUNT-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PURCHASE-ORDER-FILE SUPPLIER-MASTER EXPEDITING-REPORT
           DISPLAY 'POEXPED - POS READ:      ' PX-POS-READ
           DISPLAY 'POEXPED - POS PAST DUE:  ' PX-POS-LATE
           DISPLAY 'POEXPED - LINES SHORT:   ' PX-LINES-SHORT.
       9000-EXIT.
           EXIT.
