      ******************************************************************
      * PROGRAM-ID: ORDAUDT                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    ORDAUDT.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  DAILY ORDER MAINTENANCE AUDIT REPORT. READS THE  *
      *    ORDER MAINTENANCE JOURNAL WRITTEN BY ORDMAINT AND PRINTS    *
      *    ONE LINE PER CHANGE MADE ON THE RUN DATE - WHO CHANGED OR   *
      *    CANCELLED WHICH PENDING ORDER, UNDER WHAT AUTHORIZATION     *
      *    CODE, WITH THE LINE, QUANTITY, STATUS, AND ORDER TOTAL      *
      *    BEFORE AND AFTER (IN THE STYLE OF CREDAUDT). THE NET CHANGE *
      *    IN ORDER TOTALS IS FOOTED AT THE END SO IT CAN BE TIED TO   *
      *    THE DAY'S ORDMAINT BILLING ENTRIES ON THE LEDGER EXTRACT.   *
      *    THE JOURNAL IS EXTEND-ONLY AND NEVER PRUNED BY THIS RUN.    *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-JOURNAL ASSIGN TO "ORDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OA-JRNL-FS.

           SELECT AUDIT-REPORT ASSIGN TO "ORDAURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY 'ordjrnl.cpy'.

       FD  AUDIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  OA-FILE-STATUSES.
           05  OA-JRNL-FS              PIC X(2) VALUE '00'.
           05  OA-RPT-FS               PIC X(2) VALUE '00'.

       01  OA-SWITCHES.
           05  OA-JRNL-EOF-SW          PIC X(1) VALUE 'N'.
               88  OA-JRNL-EOF                  VALUE 'Y'.

       01  OA-RUN-DATE                 PIC 9(8).

       01  OA-COUNTERS.
           05  OA-RECORDS-READ         PIC 9(7) COMP-3 VALUE ZERO.
           05  OA-RECORDS-SELECTED     PIC 9(7) COMP-3 VALUE ZERO.
           05  OA-NET-CHANGE           PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  OA-HEADING-1.
           05  FILLER                  PIC X(33) VALUE
               'DAILY ORDER MAINTENANCE AUDIT - '.
           05  OA-H1-DATE              PIC 9(8).

       01  OA-HEADING-2.
           05  FILLER                  PIC X(7)  VALUE 'TIME'.
           05  FILLER                  PIC X(9)  VALUE 'OPERATOR'.
           05  FILLER                  PIC X(7)  VALUE 'AUTH'.
           05  FILLER                  PIC X(11) VALUE 'ORDER ID'.
           05  FILLER                  PIC X(7)  VALUE 'CHANGE'.
           05  FILLER                  PIC X(5)  VALUE 'LINE'.
           05  FILLER                  PIC X(9)  VALUE 'ITEM'.
           05  FILLER                  PIC X(8)  VALUE 'QTY B/A'.
           05  FILLER                  PIC X(7)  VALUE 'STAT'.
           05  FILLER                  PIC X(14) VALUE 'TOTAL BEFORE'.
           05  FILLER                  PIC X(14) VALUE 'TOTAL AFTER'.

       01  OA-DETAIL-LINE.
           05  OA-D-TIME               PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-OPERATOR           PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-AUTH               PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-ORDER-ID           PIC 9(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-CHANGE             PIC X(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-LINE-NO            PIC ZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-ITEM-ID            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-OLD-QTY            PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE '/'.
           05  OA-D-NEW-QTY            PIC ZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-OLD-STATUS         PIC X(2).
           05  FILLER                  PIC X(1) VALUE '/'.
           05  OA-D-NEW-STATUS         PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  OA-D-OLD-TOTAL          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  OA-D-NEW-TOTAL          PIC -Z,ZZZ,ZZ9.99.

       01  OA-TOTAL-LINE.
           05  FILLER                  PIC X(19) VALUE
               'CHANGES THIS DATE: '.
           05  OA-T-SELECTED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(25) VALUE
               '   JOURNAL RECORDS READ: '.
           05  OA-T-READ               PIC ZZZZZZ9.
           05  FILLER                  PIC X(27) VALUE
               '   NET ORDER TOTAL CHANGE: '.
           05  OA-T-NET                PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL                                              *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-JOURNAL-REC THRU 2000-EXIT
               UNTIL OA-JRNL-EOF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT ORDER-JOURNAL
           OPEN OUTPUT AUDIT-REPORT
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD
           MOVE OA-RUN-DATE TO OA-H1-DATE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM OA-HEADING-1
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM OA-HEADING-2
           IF OA-JRNL-FS NOT = '00'
               DISPLAY 'ORDAUDT - COULD NOT OPEN JOURNAL - STATUS '
                       OA-JRNL-FS
               MOVE 'Y' TO OA-JRNL-EOF-SW
           ELSE
               PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-JOURNAL-REC - PRINT ONE JOURNAL RECORD IF IT WAS  *
      *    WRITTEN ON THE RUN DATE.                                    *
      ******************************************************************
       2000-PROCESS-JOURNAL-REC.
           ADD 1 TO OA-RECORDS-READ
           IF OJ-CHANGE-DATE = OA-RUN-DATE
               PERFORM 2100-WRITE-AUDIT-LINE THRU 2100-EXIT
               ADD 1 TO OA-RECORDS-SELECTED
           END-IF
           PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-WRITE-AUDIT-LINE - WHO CHANGED WHAT, WITH THE BEFORE AND  *
      *    AFTER QUANTITY, STATUS, AND ORDER TOTAL.                    *
      ******************************************************************
       2100-WRITE-AUDIT-LINE.
           MOVE OJ-CHANGE-TIME TO OA-D-TIME
           MOVE OJ-OPERATOR-ID TO OA-D-OPERATOR
           MOVE OJ-AUTH-CODE TO OA-D-AUTH
           MOVE OJ-ORDER-ID TO OA-D-ORDER-ID
           EVALUATE TRUE
               WHEN OJ-CHANGED-QTY
                   MOVE 'QTY   ' TO OA-D-CHANGE
               WHEN OJ-DROPPED-LINE
                   MOVE 'DROP  ' TO OA-D-CHANGE
               WHEN OJ-CANCELLED-ORDER
                   MOVE 'CANCEL' TO OA-D-CHANGE
               WHEN OTHER
                   MOVE '?     ' TO OA-D-CHANGE
           END-EVALUATE
           MOVE OJ-LINE-NO TO OA-D-LINE-NO
           MOVE OJ-ITEM-ID TO OA-D-ITEM-ID
           MOVE OJ-OLD-QTY TO OA-D-OLD-QTY
           MOVE OJ-NEW-QTY TO OA-D-NEW-QTY
           MOVE OJ-OLD-STATUS TO OA-D-OLD-STATUS
           MOVE OJ-NEW-STATUS TO OA-D-NEW-STATUS
           MOVE OJ-OLD-TOTAL TO OA-D-OLD-TOTAL
           MOVE OJ-NEW-TOTAL TO OA-D-NEW-TOTAL
           ADD OJ-NEW-TOTAL TO OA-NET-CHANGE
           SUBTRACT OJ-OLD-TOTAL FROM OA-NET-CHANGE
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM OA-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-JOURNAL                                              *
      ******************************************************************
       2900-READ-JOURNAL.
           READ ORDER-JOURNAL
               AT END
                   MOVE 'Y' TO OA-JRNL-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-TOTALS                                              *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE OA-RECORDS-SELECTED TO OA-T-SELECTED
           MOVE OA-RECORDS-READ TO OA-T-READ
           MOVE OA-NET-CHANGE TO OA-T-NET
           MOVE SPACES TO AUDIT-LINE
           WRITE AUDIT-LINE FROM OA-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE ORDER-JOURNAL AUDIT-REPORT
           DISPLAY 'ORDAUDT - JOURNAL RECORDS READ: '
                   OA-RECORDS-READ
           DISPLAY 'ORDAUDT - CHANGES REPORTED:     '
                   OA-RECORDS-SELECTED.
       9000-EXIT.
           EXIT.
