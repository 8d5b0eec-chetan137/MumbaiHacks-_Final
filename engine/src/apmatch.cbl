      ******************************************************************
      * PROGRAM-ID: APMATCH                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    APMATCH.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  SUPPLIER INVOICE INTAKE AND THREE-WAY MATCH.     *
      *    READS THE BATCH OF SUPPLIER INVOICE LINES KEYED BY ACCOUNTS *
      *    PAYABLE (SEE SUPINV COPYBOOK) AND MATCHES EVERY LINE        *
      *    AGAINST ITS PURCHASE ORDER LINE:                            *
      *      QUANTITY - THE UNITS BILLED MAY NOT EXCEED THE UNITS      *
      *                 RECEIVED AT THE DOCK (POL-QTY-RECEIVED) LESS   *
      *                 THE UNITS ALREADY BILLED ON EARLIER INVOICES   *
      *                 (POL-QTY-BILLED) OR EARLIER LINES OF THIS ONE. *
      *      PRICE    - THE UNIT PRICE BILLED MUST BE WITHIN THE       *
      *                 AGREED TOLERANCE OF THE PO LINE'S AGREED COST  *
      *                 (POL-UNIT-COST).                               *
      *    AN INVOICE IS MATCHED ONLY WHEN EVERY ONE OF ITS LINES      *
      *    MATCHES. A MATCHED INVOICE BECOMES AN A/P OPEN ITEM (SEE    *
      *    APOPEN COPYBOOK) DUE ON THE INVOICE DATE PLUS THE NET DAYS  *
      *    OF THE SUPPLIER'S TERMS, ITS UNITS ARE MARKED BILLED ON THE *
      *    PO, AND ITS AMOUNT IS JOURNALED TO THE GL DAILY ACTIVITY    *
      *    FILE (GLACTV) AS AN 'AP' RECORD FOR THE LEDGER EXTRACT      *
      *    (GLEXTRCT), WHICH MOVES IT OUT OF ACCRUED PAYABLES INTO     *
      *    TRADE PAYABLES. AN INVOICE THAT FAILS ANY CHECK - OR NAMES  *
      *    A SUPPLIER NOT ON FILE, OR WAS ALREADY POSTED - IS NOT      *
      *    POSTED AT ALL; EVERY FAILING LINE PRINTS ON THE EXCEPTIONS  *
      *    REPORT FOR PURCHASING TO TAKE UP WITH THE SUPPLIER. SO DOES *
      *    AN INVOICE WHOSE PRICE VARIANCE IS TOO LARGE FOR GLACTV TO  *
      *    CARRY. THE ONE EXCEPTION TO POSTING WHOLE IS A PO THAT      *
      *    CANNOT BE UPDATED AT POSTING TIME: THE REST OF THE INVOICE  *
      *    POSTS AND THE INVOICE IS REPORTED 'PARTLY POSTED' WITH THE  *
      *    LINE THAT WAS LEFT OUT.                                     *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  RE-CHECK APOPEN AT POSTING SO A DUPLICATE   *
      *                    INVOICE IS EXCEPTED BEFORE ANY PO, GL OR    *
      *                    TOTAL IS TOUCHED; REPORT AND COUNT A PO     *
      *                    LINE WHOSE REWRITE FAILS AT POSTING.        *
      *    2026-10-15 RGM  EXCEPT AN INVOICE WHOSE PRICE VARIANCE WILL *
      *                    NOT FIT GA-AMOUNT-2; REPORT AN INVOICE LEFT *
      *                    PARTLY POSTED BY A FAILED PO UPDATE AS      *
      *                    EXCEPTED, NOT MATCHED.                      *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE ASSIGN TO "SUPINV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AM-SINV-FS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ID
               FILE STATUS IS AM-PO-FS.

           SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUPPLIER-MASTER-KEY
               FILE STATUS IS AM-SUP-FS.

           SELECT AP-OPEN-ITEMS ASSIGN TO "APOPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS AM-APO-FS.

           SELECT MATCH-EXCEPTION-RPT ASSIGN TO "APMTCHRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-RPT-FS.

           SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AM-GLAC-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS AM-RCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE
           LABEL RECORDS ARE STANDARD.
           COPY 'supinv.cpy'.

       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'purchord.cpy'.

       FD  SUPPLIER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  SUPPLIER-MASTER-REC.
           05  SUPPLIER-MASTER-KEY     PIC 9(6).
           05  FILLER                  PIC X(212).

       FD  AP-OPEN-ITEMS
           LABEL RECORDS ARE STANDARD.
           COPY 'apopen.cpy'.

       FD  MATCH-EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  MATCH-EXCEPTION-LINE        PIC X(132).

       FD  GL-ACTIVITY
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'supmast.cpy'.

       01  AM-FILE-STATUSES.
           05  AM-SINV-FS              PIC X(2) VALUE '00'.
           05  AM-PO-FS                PIC X(2) VALUE '00'.
           05  AM-SUP-FS               PIC X(2) VALUE '00'.
           05  AM-APO-FS               PIC X(2) VALUE '00'.
           05  AM-RPT-FS               PIC X(2) VALUE '00'.
           05  AM-GLAC-FS              PIC X(2) VALUE '00'.
           05  AM-RCTL-FS              PIC X(2) VALUE '00'.

       01  AM-SWITCHES.
           05  AM-SINV-EOF-SW          PIC X(1) VALUE 'N'.
               88  AM-SINV-EOF                  VALUE 'Y'.
           05  AM-INVOICE-OK-SW        PIC X(1) VALUE 'Y'.
               88  AM-INVOICE-IS-OK             VALUE 'Y'.
           05  AM-PO-FOUND-SW          PIC X(1) VALUE 'N'.
               88  AM-PO-WAS-FOUND              VALUE 'Y'.
           05  AM-SUP-FOUND-SW         PIC X(1) VALUE 'N'.
               88  AM-SUP-WAS-FOUND             VALUE 'Y'.
           05  AM-APO-FOUND-SW         PIC X(1) VALUE 'N'.
               88  AM-APO-WAS-FOUND             VALUE 'Y'.
           05  AM-LINE-FOUND-SW        PIC X(1) VALUE 'N'.
               88  AM-LINE-WAS-FOUND            VALUE 'Y'.
           05  AM-TERMS-KNOWN-SW       PIC X(1) VALUE 'Y'.
               88  AM-TERMS-ARE-KNOWN           VALUE 'Y'.
           05  AM-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  AM-RCTL-WAS-FOUND            VALUE 'Y'.
           05  AM-RUN-REFUSED-SW       PIC X(1) VALUE 'N'.
               88  AM-RUN-REFUSED               VALUE 'Y'.
           05  AM-PART-POSTED-SW       PIC X(1) VALUE 'N'.
               88  AM-LINE-NOT-POSTED           VALUE 'Y'.

       01  AM-COUNTERS.
           05  AM-LINES-READ           PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-INVOICES-READ        PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-INVOICES-MATCHED     PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-INVOICES-EXCEPTED    PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-LINES-EXCEPTED       PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-PO-UPDATE-FAILURES   PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-TERMS-DEFAULTED      PIC 9(7) COMP-3 VALUE ZERO.
           05  AM-AMOUNT-POSTED        PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.
           05  AM-VARIANCE-POSTED      PIC S9(11)V99 COMP-3
                                                   VALUE ZERO.

       01  AM-RUN-DATE                 PIC 9(8).

       01  AM-JOB-NAME                 PIC X(8) VALUE 'APMATCH '.

       01  AM-BATCH-ID                 PIC X(20).

      ******************************************************************
      * MATCH TOLERANCE - AGREED WITH PURCHASING. THE UNIT PRICE       *
      * BILLED MAY DIFFER FROM THE PO'S AGREED COST BY UP TO THIS      *
      * PERCENTAGE EITHER WAY. TERMS THAT CARRY NO RECOGNIZABLE NET    *
      * DAYS ARE POSTED AT THE DEFAULT NET DAYS AND NOTED ON THE       *
      * REPORT SO PURCHASING CAN CORRECT SUP-TERMS THROUGH SUPMAINT.   *
      ******************************************************************
       01  AM-MATCH-RULES.
           05  AM-PRICE-TOLERANCE-PCT  PIC 9(2)V99 VALUE 2.00.
           05  AM-DEFAULT-TERMS-DAYS   PIC 9(3)    VALUE 30.
           05  AM-MAX-INVOICE-LINES    PIC 9(3)    VALUE 50.
      *    THE LARGEST PRICE VARIANCE THE 'AP' GLACTV ENTRY CAN CARRY
      *    (GA-AMOUNT-2 IS S9(5)V99).
           05  AM-MAX-VARIANCE         PIC 9(5)V99 VALUE 99999.99.

      ******************************************************************
      * THE INVOICE NOW BEING MATCHED - HEADER FROM ITS FIRST LINE,    *
      * THEN EVERY LINE HELD UNTIL THE WHOLE INVOICE HAS BEEN CHECKED. *
      ******************************************************************
       01  AM-INVOICE-HEADER.
           05  AM-CUR-SUPPLIER-ID      PIC 9(6).
           05  AM-CUR-INVOICE-NO       PIC X(15).
           05  AM-CUR-INVOICE-DATE     PIC 9(8).
           05  AM-INVOICE-REASON       PIC X(40).
           05  AM-LINES-DROPPED        PIC 9(5) COMP-3.

       01  AM-INVOICE-LINES.
           05  AM-LINE-COUNT           PIC 9(3) COMP VALUE ZERO.
           05  AM-IL-ENTRY OCCURS 50 TIMES.
               10  AM-IL-PO-ID         PIC 9(8).
               10  AM-IL-PROD-ID       PIC 9(8).
               10  AM-IL-QTY-BILLED    PIC 9(7).
               10  AM-IL-UNIT-PRICE    PIC 9(5)V99.
               10  AM-IL-QTY-OPEN      PIC S9(7) COMP-3.
               10  AM-IL-PO-COST       PIC S9(5)V99 COMP-3.
               10  AM-IL-REASON        PIC X(40).

       01  AM-WORK-FIELDS.
           05  AM-LINE-SUB             PIC 9(3) COMP.
           05  AM-CHECK-SUB            PIC 9(3) COMP.
           05  AM-PO-LINE-SUB          PIC 9(3) COMP.
           05  AM-FIND-PO-ID           PIC 9(8).
           05  AM-FIND-PROD-ID         PIC 9(8).
           05  AM-QTY-CLAIMED          PIC S9(7) COMP-3.
           05  AM-PRICE-DIFFERENCE     PIC S9(5)V99 COMP-3.
           05  AM-PRICE-LIMIT          PIC S9(5)V99 COMP-3.
           05  AM-LINE-BILLED          PIC S9(9)V99 COMP-3.
           05  AM-LINE-COST            PIC S9(9)V99 COMP-3.
           05  AM-INVOICE-TOTAL        PIC S9(9)V99 COMP-3.
           05  AM-INVOICE-COST         PIC S9(9)V99 COMP-3.
           05  AM-INVOICE-VARIANCE     PIC S9(9)V99 COMP-3.
           05  AM-LINES-POSTED         PIC 9(3) COMP.

       01  AM-TERMS-WORK.
           05  AM-TERMS-DAYS           PIC 9(3).
           05  AM-NET-TALLY            PIC 9(3) COMP.
           05  AM-RECEIPT-TALLY        PIC 9(3) COMP.
           05  AM-TERMS-BEFORE         PIC X(20).
           05  AM-TERMS-AFTER          PIC X(20).
           05  AM-NET-TEXT             PIC X(3) JUSTIFIED RIGHT.
           05  AM-NET-NUMBER REDEFINES AM-NET-TEXT
                                       PIC 9(3).

       01  AM-INVOICE-DATE-WORK.
           05  AM-INV-YY               PIC 9(4).
           05  AM-INV-MM               PIC 9(2).
           05  AM-INV-DD               PIC 9(2).

       01  AM-DUE-DATE-WORK.
           05  AM-DUE-YY               PIC 9(4).
           05  AM-DUE-MM               PIC 9(3).
           05  AM-DUE-DD               PIC 9(4).

       01  AM-DUE-DATE-OUT.
           05  AM-DOUT-YY              PIC 9(4).
           05  AM-DOUT-MM              PIC 9(2).
           05  AM-DOUT-DD              PIC 9(2).

       01  AM-HEADING-1.
           05  FILLER                  PIC X(36) VALUE
               'SUPPLIER INVOICE MATCH EXCEPTIONS - '.
           05  AM-H1-DATE              PIC 9(8).

       01  AM-HEADING-2.
           05  FILLER                  PIC X(7)  VALUE 'SUPPL'.
           05  FILLER                  PIC X(16) VALUE 'INVOICE NO'.
           05  FILLER                  PIC X(9)  VALUE 'PO ID'.
           05  FILLER                  PIC X(9)  VALUE 'ITEM'.
           05  FILLER                  PIC X(8)  VALUE 'BILLED'.
           05  FILLER                  PIC X(9)  VALUE 'OPEN QTY'.
           05  FILLER                  PIC X(10) VALUE 'PRICE'.
           05  FILLER                  PIC X(10) VALUE 'PO COST'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.

       01  AM-LINE-EXC-LINE.
           05  AM-D-SUPPLIER-ID        PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-INVOICE-NO         PIC X(15).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-PO-ID              PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-PROD-ID            PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-QTY-BILLED         PIC ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-QTY-OPEN           PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-UNIT-PRICE         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-PO-COST            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-D-REASON             PIC X(40).

       01  AM-INVOICE-EXC-LINE.
           05  AM-I-SUPPLIER-ID        PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-I-INVOICE-NO         PIC X(15).
           05  FILLER                  PIC X(3) VALUE ' - '.
           05  AM-I-REASON             PIC X(40).

       01  AM-TERMS-NOTE-LINE.
           05  AM-N-SUPPLIER-ID        PIC 9(6).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  AM-N-INVOICE-NO         PIC X(15).
           05  FILLER                  PIC X(10) VALUE ' - TERMS '''.
           05  AM-N-TERMS              PIC X(20).
           05  FILLER                  PIC X(36) VALUE
               ''' NOT RECOGNIZED - POSTED AT NET '.
           05  AM-N-DAYS               PIC ZZ9.

       01  AM-TOTAL-LINE-1.
           05  FILLER                  PIC X(15) VALUE
               'INVOICES READ: '.
           05  AM-T-READ               PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE
               '   MATCHED: '.
           05  AM-T-MATCHED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               '   EXCEPTED: '.
           05  AM-T-EXCEPTED           PIC ZZZZZZ9.
           05  FILLER                  PIC X(19) VALUE
               '   LINES EXCEPTED: '.
           05  AM-T-LINES-EXCEPTED     PIC ZZZZZZ9.
           05  FILLER                  PIC X(22) VALUE
               '   PO UPDATES FAILED: '.
           05  AM-T-PO-FAILURES        PIC ZZZZZZ9.

       01  AM-TOTAL-LINE-2.
           05  FILLER                  PIC X(23) VALUE
               'AMOUNT POSTED TO A/P: '.
           05  AM-T-AMOUNT             PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(21) VALUE
               '   PRICE VARIANCE:  '.
           05  AM-T-VARIANCE           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - MATCH AND POST EVERY INVOICE IN THE BATCH. *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF AM-RUN-REFUSED
               CLOSE SUPPLIER-INVOICE RUN-CONTROL
               STOP RUN
           END-IF
           PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
               UNTIL AM-SINV-EOF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
      *    THE RUN CONTROL CHECK COMES BEFORE ANY OUTPUT OR EXTEND
      *    FILE IS OPENED - A REFUSED RUN MUST LEAVE EVERY FILE
      *    UNTOUCHED.
       1000-INITIALIZE.
           OPEN INPUT SUPPLIER-INVOICE
           OPEN I-O RUN-CONTROL
           ACCEPT AM-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 2900-READ-INVOICE-LINE THRU 2900-EXIT
           PERFORM 1100-CHECK-RUN-CONTROL THRU 1100-EXIT
           IF AM-RUN-REFUSED
               GO TO 1000-EXIT
           END-IF
           OPEN I-O PURCHASE-ORDER-FILE
           OPEN INPUT SUPPLIER-MASTER
           OPEN I-O AP-OPEN-ITEMS
           OPEN OUTPUT MATCH-EXCEPTION-RPT
           OPEN EXTEND GL-ACTIVITY
           MOVE AM-RUN-DATE TO AM-H1-DATE
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE FROM AM-HEADING-1
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE FROM AM-HEADING-2.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-RUN-CONTROL - REFUSE A PRIOR RUN STILL IN FLIGHT    *
      *    OR A RESUBMITTED SUPINV BATCH (IDENTIFIED BY ITS FIRST      *
      *    LINE - SUPPLIER AND INVOICE NUMBER), THEN FLAG THIS RUN AS  *
      *    RUNNING.                                                    *
      ******************************************************************
       1100-CHECK-RUN-CONTROL.
           MOVE SPACES TO AM-BATCH-ID
           IF NOT AM-SINV-EOF
               STRING SI-SUPPLIER-ID SI-INVOICE-NO (1:14)
                   DELIMITED BY SIZE INTO AM-BATCH-ID
           END-IF
           MOVE AM-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO AM-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AM-RCTL-FOUND-SW
           END-READ
           IF AM-RCTL-WAS-FOUND AND RC-JOB-RUNNING
               DISPLAY 'APMATCH - PRIOR RUN DID NOT COMPLETE - '
                       'RUN REFUSED - INVESTIGATE AND RESET RUNCNTL'
               MOVE 'Y' TO AM-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           IF AM-RCTL-WAS-FOUND
               AND AM-BATCH-ID NOT = SPACES
               AND RC-BATCH-ID = AM-BATCH-ID
               DISPLAY 'APMATCH - SUPINV BATCH ALREADY POSTED ON '
                       RC-LAST-RUN-DATE ' - RUN REFUSED'
               MOVE 'Y' TO AM-RUN-REFUSED-SW
               GO TO 1100-EXIT
           END-IF
           INITIALIZE RUN-CONTROL-RECORD
           MOVE AM-JOB-NAME TO RC-JOB-NAME
           MOVE AM-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE AM-BATCH-ID TO RC-BATCH-ID
           IF AM-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-INVOICE - GATHER ONE INVOICE'S LINES, CHECK THE   *
      *    INVOICE AND EVERY LINE, THEN POST IT WHOLE OR REPORT IT     *
      *    WHOLE. ONLY A PO UPDATE FAILING AT POSTING (SEE 2500) CAN   *
      *    LEAVE AN INVOICE PART-POSTED.                               *
      ******************************************************************
       2000-PROCESS-INVOICE.
           ADD 1 TO AM-INVOICES-READ
           MOVE SI-SUPPLIER-ID TO AM-CUR-SUPPLIER-ID
           MOVE SI-INVOICE-NO TO AM-CUR-INVOICE-NO
           MOVE SI-INVOICE-DATE TO AM-CUR-INVOICE-DATE
           MOVE SPACES TO AM-INVOICE-REASON
           MOVE ZERO TO AM-LINES-DROPPED
           MOVE ZERO TO AM-LINE-COUNT
           MOVE 'Y' TO AM-INVOICE-OK-SW
           PERFORM 2100-LOAD-INVOICE-LINE THRU 2100-EXIT
               UNTIL AM-SINV-EOF
                  OR SI-SUPPLIER-ID NOT = AM-CUR-SUPPLIER-ID
                  OR SI-INVOICE-NO NOT = AM-CUR-INVOICE-NO
           PERFORM 2200-CHECK-INVOICE THRU 2200-EXIT
           IF AM-INVOICE-IS-OK
               PERFORM 2300-MATCH-LINE THRU 2300-EXIT
                   VARYING AM-LINE-SUB FROM 1 BY 1
                   UNTIL AM-LINE-SUB > AM-LINE-COUNT
           END-IF
           IF AM-INVOICE-IS-OK
               PERFORM 2450-CHECK-VARIANCE THRU 2450-EXIT
           END-IF
           IF AM-INVOICE-IS-OK
               PERFORM 2500-POST-INVOICE THRU 2500-EXIT
           ELSE
               PERFORM 2600-REPORT-INVOICE THRU 2600-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-LOAD-INVOICE-LINE - HOLD ONE LINE OF THE CURRENT INVOICE. *
      *    LINES PAST THE TABLE LIMIT ARE COUNTED AND THE INVOICE      *
      *    REFUSED SO IT CAN BE SPLIT AND RE-KEYED.                    *
      ******************************************************************
       2100-LOAD-INVOICE-LINE.
           ADD 1 TO AM-LINES-READ
           IF AM-LINE-COUNT NOT < AM-MAX-INVOICE-LINES
               ADD 1 TO AM-LINES-DROPPED
           ELSE
               ADD 1 TO AM-LINE-COUNT
               MOVE SI-PO-ID TO AM-IL-PO-ID (AM-LINE-COUNT)
               MOVE SI-PROD-ID TO AM-IL-PROD-ID (AM-LINE-COUNT)
               MOVE SI-QTY-BILLED TO AM-IL-QTY-BILLED (AM-LINE-COUNT)
               MOVE SI-UNIT-PRICE TO AM-IL-UNIT-PRICE (AM-LINE-COUNT)
               MOVE ZERO TO AM-IL-QTY-OPEN (AM-LINE-COUNT)
               MOVE ZERO TO AM-IL-PO-COST (AM-LINE-COUNT)
               MOVE SPACES TO AM-IL-REASON (AM-LINE-COUNT)
           END-IF
           PERFORM 2900-READ-INVOICE-LINE THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-INVOICE - INVOICE-LEVEL CHECKS: A USABLE INVOICE    *
      *    DATE, NOT TOO MANY LINES, A SUPPLIER ON THE MASTER, AND NO  *
      *    OPEN ITEM ALREADY POSTED UNDER THE SAME INVOICE NUMBER.     *
      ******************************************************************
       2200-CHECK-INVOICE.
           IF AM-CUR-INVOICE-DATE NOT NUMERIC
                   OR AM-CUR-INVOICE-DATE = ZERO
               MOVE 'INVOICE DATE MISSING OR INVALID'
                   TO AM-INVOICE-REASON
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2200-EXIT
           END-IF
           IF AM-LINES-DROPPED > ZERO
               MOVE 'MORE THAN 50 LINES - SPLIT THE INVOICE'
                   TO AM-INVOICE-REASON
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2200-EXIT
           END-IF
           MOVE AM-CUR-SUPPLIER-ID TO SUPPLIER-MASTER-KEY
           READ SUPPLIER-MASTER INTO SUPPLIER-RECORD
               INVALID KEY
                   MOVE 'N' TO AM-SUP-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AM-SUP-FOUND-SW
           END-READ
           IF NOT AM-SUP-WAS-FOUND
               MOVE 'SUPPLIER NOT ON SUPPLIER MASTER'
                   TO AM-INVOICE-REASON
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-CHECK-AP-OPEN THRU 2250-EXIT.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2250-CHECK-AP-OPEN - REFUSE THE INVOICE WHEN AN A/P OPEN ITEM  *
      *    IS ALREADY ON FILE UNDER THE SAME SUPPLIER AND INVOICE NO.  *
      ******************************************************************
       2250-CHECK-AP-OPEN.
           MOVE AM-CUR-SUPPLIER-ID TO AP-SUPPLIER-ID
           MOVE AM-CUR-INVOICE-NO TO AP-INVOICE-NO
           READ AP-OPEN-ITEMS
               INVALID KEY
                   MOVE 'N' TO AM-APO-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AM-APO-FOUND-SW
           END-READ
           IF AM-APO-WAS-FOUND
               MOVE 'INVOICE ALREADY POSTED TO A/P'
                   TO AM-INVOICE-REASON
               MOVE 'N' TO AM-INVOICE-OK-SW
           END-IF.
       2250-EXIT.
           EXIT.

      ******************************************************************
      * 2300-MATCH-LINE - THREE-WAY MATCH OF ONE INVOICE LINE: THE PO  *
      *    MUST BE THIS SUPPLIER'S AND CARRY THE PRODUCT, THE UNITS    *
      *    BILLED MUST HAVE BEEN RECEIVED AND NOT YET BILLED, AND THE  *
      *    PRICE MUST BE WITHIN TOLERANCE OF THE AGREED COST. THE      *
      *    FIRST FAILURE FOUND IS THE REASON REPORTED.                 *
      ******************************************************************
       2300-MATCH-LINE.
           MOVE AM-IL-PO-ID (AM-LINE-SUB) TO AM-FIND-PO-ID
           MOVE AM-IL-PROD-ID (AM-LINE-SUB) TO AM-FIND-PROD-ID
           PERFORM 2400-READ-PO-LINE THRU 2400-EXIT
           IF NOT AM-PO-WAS-FOUND
               MOVE 'PURCHASE ORDER NOT ON FILE'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2300-EXIT
           END-IF
           IF PO-SUPPLIER-ID NOT = AM-CUR-SUPPLIER-ID
               MOVE 'PO WAS RAISED ON ANOTHER SUPPLIER'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2300-EXIT
           END-IF
           IF NOT AM-LINE-WAS-FOUND
               MOVE 'PRODUCT NOT ON THIS PURCHASE ORDER'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2300-EXIT
           END-IF
           MOVE POL-UNIT-COST (AM-PO-LINE-SUB)
               TO AM-IL-PO-COST (AM-LINE-SUB)
           MOVE ZERO TO AM-QTY-CLAIMED
           PERFORM 2310-ADD-EARLIER-CLAIM THRU 2310-EXIT
               VARYING AM-CHECK-SUB FROM 1 BY 1
               UNTIL AM-CHECK-SUB NOT < AM-LINE-SUB
           COMPUTE AM-IL-QTY-OPEN (AM-LINE-SUB) =
               POL-QTY-RECEIVED (AM-PO-LINE-SUB)
             - POL-QTY-BILLED (AM-PO-LINE-SUB)
             - AM-QTY-CLAIMED
           IF AM-IL-QTY-BILLED (AM-LINE-SUB)
                   > AM-IL-QTY-OPEN (AM-LINE-SUB)
               MOVE 'QTY BILLED EXCEEDS QTY RECEIVED'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2300-EXIT
           END-IF
           IF POL-UNIT-COST (AM-PO-LINE-SUB) NOT > ZERO
               MOVE 'NO AGREED COST ON THE PO LINE'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'N' TO AM-INVOICE-OK-SW
               GO TO 2300-EXIT
           END-IF
           SUBTRACT POL-UNIT-COST (AM-PO-LINE-SUB)
               FROM AM-IL-UNIT-PRICE (AM-LINE-SUB)
               GIVING AM-PRICE-DIFFERENCE
           IF AM-PRICE-DIFFERENCE < ZERO
               MULTIPLY -1 BY AM-PRICE-DIFFERENCE
           END-IF
           COMPUTE AM-PRICE-LIMIT ROUNDED =
               POL-UNIT-COST (AM-PO-LINE-SUB)
             * AM-PRICE-TOLERANCE-PCT / 100
           IF AM-PRICE-DIFFERENCE > AM-PRICE-LIMIT
               MOVE 'PRICE BILLED OUTSIDE TOLERANCE OF PO COST'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'N' TO AM-INVOICE-OK-SW
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2310-ADD-EARLIER-CLAIM - UNITS AN EARLIER LINE OF THIS SAME    *
      *    INVOICE ALREADY BILLED AGAINST THE SAME PO LINE.            *
      ******************************************************************
       2310-ADD-EARLIER-CLAIM.
           IF AM-IL-PO-ID (AM-CHECK-SUB) = AM-FIND-PO-ID
                   AND AM-IL-PROD-ID (AM-CHECK-SUB) = AM-FIND-PROD-ID
               ADD AM-IL-QTY-BILLED (AM-CHECK-SUB) TO AM-QTY-CLAIMED
           END-IF.
       2310-EXIT.
           EXIT.

      ******************************************************************
      * 2400-READ-PO-LINE - READ THE PO AND LOCATE THE PRODUCT AMONG   *
      *    ITS LINES (AM-PO-LINE-SUB).                                 *
      ******************************************************************
       2400-READ-PO-LINE.
           MOVE 'N' TO AM-LINE-FOUND-SW
           MOVE ZERO TO AM-PO-LINE-SUB
           MOVE AM-FIND-PO-ID TO PO-ID
           READ PURCHASE-ORDER-FILE
               INVALID KEY
                   MOVE 'N' TO AM-PO-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO AM-PO-FOUND-SW
           END-READ
           IF NOT AM-PO-WAS-FOUND
               GO TO 2400-EXIT
           END-IF
           PERFORM 2410-CHECK-PO-LINE THRU 2410-EXIT
               VARYING AM-CHECK-SUB FROM 1 BY 1
               UNTIL AM-CHECK-SUB > PO-LINE-COUNT
                  OR AM-LINE-WAS-FOUND.
       2400-EXIT.
           EXIT.

       2410-CHECK-PO-LINE.
           IF POL-PROD-ID (AM-CHECK-SUB) = AM-FIND-PROD-ID
               MOVE 'Y' TO AM-LINE-FOUND-SW
               MOVE AM-CHECK-SUB TO AM-PO-LINE-SUB
           END-IF.
       2410-EXIT.
           EXIT.

      ******************************************************************
      * 2450-CHECK-VARIANCE - THE PRICE VARIANCE THE MATCHED INVOICE   *
      *    WILL POST (BILLED LESS PO COST OVER ALL ITS LINES) MUST FIT *
      *    THE GLACTV ENTRY, OR THE LEDGER EXTRACT WOULD POST A WRONG  *
      *    FIGURE. A LARGER ONE IS EXCEPTED BEFORE ANYTHING IS POSTED. *
      ******************************************************************
       2450-CHECK-VARIANCE.
           MOVE ZERO TO AM-INVOICE-VARIANCE
           PERFORM 2460-ADD-LINE-VARIANCE THRU 2460-EXIT
               VARYING AM-LINE-SUB FROM 1 BY 1
               UNTIL AM-LINE-SUB > AM-LINE-COUNT
           IF AM-INVOICE-VARIANCE > AM-MAX-VARIANCE
                   OR AM-INVOICE-VARIANCE < ZERO - AM-MAX-VARIANCE
               MOVE 'PRICE VARIANCE TOO LARGE TO POST TO GL'
                   TO AM-INVOICE-REASON
               MOVE 'N' TO AM-INVOICE-OK-SW
           END-IF.
       2450-EXIT.
           EXIT.

       2460-ADD-LINE-VARIANCE.
           COMPUTE AM-INVOICE-VARIANCE = AM-INVOICE-VARIANCE
               + AM-IL-QTY-BILLED (AM-LINE-SUB)
               * (AM-IL-UNIT-PRICE (AM-LINE-SUB)
                  - AM-IL-PO-COST (AM-LINE-SUB)).
       2460-EXIT.
           EXIT.

      ******************************************************************
      * 2500-POST-INVOICE - MARK EVERY LINE'S UNITS BILLED ON ITS PO,  *
      *    WRITE THE A/P OPEN ITEM, AND JOURNAL THE INVOICE AMOUNT AND *
      *    ITS PRICE VARIANCE (BILLED LESS PO COST) TO GLACTV. THE     *
      *    OPEN ITEM IS LOOKED FOR AGAIN FIRST; IF ONE IS NOW ON FILE  *
      *    THE INVOICE GOES TO THE EXCEPTIONS REPORT AND NOTHING IS    *
      *    POSTED FOR IT. A LINE WHOSE PO CANNOT BE UPDATED IS LEFT    *
      *    OUT (SEE 2510): THE A/P ITEM AND GL ENTRY THEN HOLD ONLY    *
      *    THE LINES POSTED, AND THE INVOICE IS REPORTED 'PARTLY       *
      *    POSTED' AND COUNTED EXCEPTED FOR A/P TO KEY THE REST ONCE   *
      *    THE PO IS PUT RIGHT. IF NO LINE POSTS, NOTHING IS WRITTEN.  *
      ******************************************************************
       2500-POST-INVOICE.
           PERFORM 2250-CHECK-AP-OPEN THRU 2250-EXIT
           IF AM-APO-WAS-FOUND
               PERFORM 2600-REPORT-INVOICE THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE ZERO TO AM-INVOICE-TOTAL AM-INVOICE-COST
           MOVE ZERO TO AM-LINES-POSTED
           MOVE 'N' TO AM-PART-POSTED-SW
           PERFORM 2510-POST-LINE THRU 2510-EXIT
               VARYING AM-LINE-SUB FROM 1 BY 1
               UNTIL AM-LINE-SUB > AM-LINE-COUNT
           IF AM-LINES-POSTED = ZERO
               MOVE 'NOT POSTED - PO UPDATE FAILED'
                   TO AM-INVOICE-REASON
               PERFORM 2600-REPORT-INVOICE THRU 2600-EXIT
               GO TO 2500-EXIT
           END-IF
           SUBTRACT AM-INVOICE-COST FROM AM-INVOICE-TOTAL
               GIVING AM-INVOICE-VARIANCE
           PERFORM 2550-DERIVE-TERMS-DAYS THRU 2550-EXIT
           PERFORM 2560-COMPUTE-DUE-DATE THRU 2560-EXIT
           INITIALIZE AP-OPEN-ITEM-RECORD
           MOVE AM-CUR-SUPPLIER-ID TO AP-SUPPLIER-ID
           MOVE AM-CUR-INVOICE-NO TO AP-INVOICE-NO
           MOVE AM-CUR-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE AM-DUE-DATE-OUT TO AP-DUE-DATE
           MOVE AM-RUN-DATE TO AP-POSTED-DATE
           MOVE AM-IL-PO-ID (1) TO AP-PO-ID
           MOVE AM-TERMS-DAYS TO AP-TERMS-DAYS
           MOVE AM-INVOICE-TOTAL TO AP-INVOICE-AMOUNT
           MOVE ZERO TO AP-AMOUNT-PAID
           SET AP-IS-OPEN TO TRUE
           WRITE AP-OPEN-ITEM-RECORD
               INVALID KEY
                   DISPLAY 'APMATCH - DUPLICATE A/P OPEN ITEM '
                           AP-SUPPLIER-ID ' ' AP-INVOICE-NO
           END-WRITE
           INITIALIZE GL-ACTIVITY-RECORD
           MOVE AM-RUN-DATE TO GA-ACTIVITY-DATE
           MOVE AM-JOB-NAME TO GA-SOURCE-PROGRAM
           SET GA-TYPE-AP-INVOICE TO TRUE
           MOVE AM-CUR-SUPPLIER-ID TO GA-REFERENCE-ID
           MOVE AM-INVOICE-TOTAL TO GA-AMOUNT-1
           MOVE AM-INVOICE-VARIANCE TO GA-AMOUNT-2
           WRITE GL-ACTIVITY-RECORD
           IF NOT AM-TERMS-ARE-KNOWN
               PERFORM 2570-WRITE-TERMS-NOTE THRU 2570-EXIT
           END-IF
           ADD AM-INVOICE-TOTAL TO AM-AMOUNT-POSTED
           ADD AM-INVOICE-VARIANCE TO AM-VARIANCE-POSTED
           IF AM-LINE-NOT-POSTED
               MOVE 'PARTLY POSTED - PO UPDATE FAILED'
                   TO AM-INVOICE-REASON
               PERFORM 2600-REPORT-INVOICE THRU 2600-EXIT
           ELSE
               ADD 1 TO AM-INVOICES-MATCHED
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 2510-POST-LINE - ADD ONE LINE'S UNITS TO POL-QTY-BILLED AND    *
      *    ROLL ITS BILLED AND PO-COST EXTENSIONS INTO THE INVOICE. A  *
      *    PO LINE THAT IS GONE OR CANNOT BE REWRITTEN IS COUNTED, THE *
      *    LINE IS LEFT OUT OF THE INVOICE AMOUNT, AND ITS REASON IS   *
      *    KEPT FOR 2600 TO PRINT WITH THE INVOICE.                    *
      ******************************************************************
       2510-POST-LINE.
           MOVE AM-IL-PO-ID (AM-LINE-SUB) TO AM-FIND-PO-ID
           MOVE AM-IL-PROD-ID (AM-LINE-SUB) TO AM-FIND-PROD-ID
           PERFORM 2400-READ-PO-LINE THRU 2400-EXIT
           IF NOT AM-LINE-WAS-FOUND
               DISPLAY 'APMATCH - PO LINE LOST AT POSTING - PO '
                       AM-FIND-PO-ID ' ITEM ' AM-FIND-PROD-ID
               MOVE 'PO LINE LOST AT POSTING - NOT BILLED'
                   TO AM-IL-REASON (AM-LINE-SUB)
               MOVE 'Y' TO AM-PART-POSTED-SW
               ADD 1 TO AM-PO-UPDATE-FAILURES
               GO TO 2510-EXIT
           END-IF
           ADD AM-IL-QTY-BILLED (AM-LINE-SUB)
               TO POL-QTY-BILLED (AM-PO-LINE-SUB)
           REWRITE PURCHASE-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'APMATCH - PO REWRITE FAILED - PO '
                           AM-FIND-PO-ID ' STATUS ' AM-PO-FS
                   MOVE 'PO UPDATE FAILED - LINE NOT BILLED'
                       TO AM-IL-REASON (AM-LINE-SUB)
                   MOVE 'Y' TO AM-PART-POSTED-SW
                   ADD 1 TO AM-PO-UPDATE-FAILURES
                   GO TO 2510-EXIT
           END-REWRITE
           MULTIPLY AM-IL-QTY-BILLED (AM-LINE-SUB)
               BY AM-IL-UNIT-PRICE (AM-LINE-SUB)
               GIVING AM-LINE-BILLED
           MULTIPLY AM-IL-QTY-BILLED (AM-LINE-SUB)
               BY POL-UNIT-COST (AM-PO-LINE-SUB)
               GIVING AM-LINE-COST
           ADD AM-LINE-BILLED TO AM-INVOICE-TOTAL
           ADD AM-LINE-COST TO AM-INVOICE-COST
           ADD 1 TO AM-LINES-POSTED.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2550-DERIVE-TERMS-DAYS - NET DAYS FROM THE SUPPLIER'S FREE-    *
      *    FORM TERMS: THE NUMBER FOLLOWING 'NET' ('NET 30', 'NET30',  *
      *    '2/10 NET 45'), ZERO FOR 'DUE ON RECEIPT' OR 'COD', AND THE *
      *    DEFAULT NET DAYS FOR ANYTHING ELSE.                         *
      ******************************************************************
       2550-DERIVE-TERMS-DAYS.
           MOVE 'Y' TO AM-TERMS-KNOWN-SW
           MOVE ZERO TO AM-NET-TALLY AM-RECEIPT-TALLY
           INSPECT SUP-TERMS TALLYING AM-NET-TALLY FOR ALL 'NET'
           INSPECT SUP-TERMS TALLYING AM-RECEIPT-TALLY
               FOR ALL 'RECEIPT' ALL 'COD'
           IF AM-NET-TALLY = ZERO
               IF AM-RECEIPT-TALLY > ZERO
                   MOVE ZERO TO AM-TERMS-DAYS
               ELSE
                   MOVE 'N' TO AM-TERMS-KNOWN-SW
               END-IF
               GO TO 2550-CHECK
           END-IF
           MOVE SPACES TO AM-TERMS-BEFORE AM-TERMS-AFTER AM-NET-TEXT
           UNSTRING SUP-TERMS DELIMITED BY 'NET'
               INTO AM-TERMS-BEFORE AM-TERMS-AFTER
           END-UNSTRING
           IF AM-TERMS-AFTER = SPACES
               MOVE 'N' TO AM-TERMS-KNOWN-SW
               GO TO 2550-CHECK
           END-IF
           INSPECT AM-TERMS-AFTER REPLACING LEADING SPACES BY ZEROS
           UNSTRING AM-TERMS-AFTER DELIMITED BY SPACE
               INTO AM-NET-TEXT
           END-UNSTRING
           INSPECT AM-NET-TEXT REPLACING LEADING SPACES BY ZEROS
           IF AM-NET-TEXT IS NUMERIC
               MOVE AM-NET-NUMBER TO AM-TERMS-DAYS
           ELSE
               MOVE 'N' TO AM-TERMS-KNOWN-SW
           END-IF.
       2550-CHECK.
           IF NOT AM-TERMS-ARE-KNOWN
               MOVE AM-DEFAULT-TERMS-DAYS TO AM-TERMS-DAYS
               ADD 1 TO AM-TERMS-DEFAULTED
           END-IF.
       2550-EXIT.
           EXIT.

      ******************************************************************
      * 2560-COMPUTE-DUE-DATE - INVOICE DATE PLUS THE NET DAYS,        *
      *    NORMALIZED THROUGH 30-DAY MONTHS AND 12-MONTH YEARS (THE    *
      *    SAME 30/360 ARITHMETIC POGEN USES FOR PO DUE DATES).        *
      ******************************************************************
       2560-COMPUTE-DUE-DATE.
           MOVE AM-CUR-INVOICE-DATE TO AM-INVOICE-DATE-WORK
           MOVE AM-INV-YY TO AM-DUE-YY
           MOVE AM-INV-MM TO AM-DUE-MM
           MOVE AM-INV-DD TO AM-DUE-DD
           ADD AM-TERMS-DAYS TO AM-DUE-DD
           PERFORM 2565-NORMALIZE-DUE-DAYS THRU 2565-EXIT
               UNTIL AM-DUE-DD NOT > 30
           PERFORM 2566-NORMALIZE-DUE-MONTHS THRU 2566-EXIT
               UNTIL AM-DUE-MM NOT > 12
           MOVE AM-DUE-YY TO AM-DOUT-YY
           MOVE AM-DUE-MM TO AM-DOUT-MM
           MOVE AM-DUE-DD TO AM-DOUT-DD.
       2560-EXIT.
           EXIT.

       2565-NORMALIZE-DUE-DAYS.
           SUBTRACT 30 FROM AM-DUE-DD
           ADD 1 TO AM-DUE-MM.
       2565-EXIT.
           EXIT.

       2566-NORMALIZE-DUE-MONTHS.
           SUBTRACT 12 FROM AM-DUE-MM
           ADD 1 TO AM-DUE-YY.
       2566-EXIT.
           EXIT.

      ******************************************************************
      * 2570-WRITE-TERMS-NOTE - THE INVOICE POSTED, BUT AT THE DEFAULT *
      *    NET DAYS BECAUSE SUP-TERMS COULD NOT BE READ.               *
      ******************************************************************
       2570-WRITE-TERMS-NOTE.
           MOVE AM-CUR-SUPPLIER-ID TO AM-N-SUPPLIER-ID
           MOVE AM-CUR-INVOICE-NO TO AM-N-INVOICE-NO
           MOVE SUP-TERMS TO AM-N-TERMS
           MOVE AM-TERMS-DAYS TO AM-N-DAYS
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE FROM AM-TERMS-NOTE-LINE.
       2570-EXIT.
           EXIT.

      ******************************************************************
      * 2600-REPORT-INVOICE - PRINT AN UNPOSTED INVOICE: ITS INVOICE-  *
      *    LEVEL REASON, IF ANY, THEN EVERY LINE THAT FAILED THE MATCH.*
      ******************************************************************
       2600-REPORT-INVOICE.
           IF AM-INVOICE-REASON NOT = SPACES
               MOVE AM-CUR-SUPPLIER-ID TO AM-I-SUPPLIER-ID
               MOVE AM-CUR-INVOICE-NO TO AM-I-INVOICE-NO
               MOVE AM-INVOICE-REASON TO AM-I-REASON
               MOVE SPACES TO MATCH-EXCEPTION-LINE
               WRITE MATCH-EXCEPTION-LINE FROM AM-INVOICE-EXC-LINE
           END-IF
           PERFORM 2610-REPORT-LINE THRU 2610-EXIT
               VARYING AM-LINE-SUB FROM 1 BY 1
               UNTIL AM-LINE-SUB > AM-LINE-COUNT
           ADD 1 TO AM-INVOICES-EXCEPTED.
       2600-EXIT.
           EXIT.

       2610-REPORT-LINE.
           IF AM-IL-REASON (AM-LINE-SUB) = SPACES
               GO TO 2610-EXIT
           END-IF
           MOVE AM-CUR-SUPPLIER-ID TO AM-D-SUPPLIER-ID
           MOVE AM-CUR-INVOICE-NO TO AM-D-INVOICE-NO
           MOVE AM-IL-PO-ID (AM-LINE-SUB) TO AM-D-PO-ID
           MOVE AM-IL-PROD-ID (AM-LINE-SUB) TO AM-D-PROD-ID
           MOVE AM-IL-QTY-BILLED (AM-LINE-SUB) TO AM-D-QTY-BILLED
           MOVE AM-IL-QTY-OPEN (AM-LINE-SUB) TO AM-D-QTY-OPEN
           MOVE AM-IL-UNIT-PRICE (AM-LINE-SUB) TO AM-D-UNIT-PRICE
           MOVE AM-IL-PO-COST (AM-LINE-SUB) TO AM-D-PO-COST
           MOVE AM-IL-REASON (AM-LINE-SUB) TO AM-D-REASON
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE FROM AM-LINE-EXC-LINE
           ADD 1 TO AM-LINES-EXCEPTED.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-INVOICE-LINE                                         *
      ******************************************************************
       2900-READ-INVOICE-LINE.
           READ SUPPLIER-INVOICE
               AT END
                   MOVE 'Y' TO AM-SINV-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-TOTALS                                              *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE AM-INVOICES-READ TO AM-T-READ
           MOVE AM-INVOICES-MATCHED TO AM-T-MATCHED
           MOVE AM-INVOICES-EXCEPTED TO AM-T-EXCEPTED
           MOVE AM-LINES-EXCEPTED TO AM-T-LINES-EXCEPTED
           MOVE AM-PO-UPDATE-FAILURES TO AM-T-PO-FAILURES
           MOVE AM-AMOUNT-POSTED TO AM-T-AMOUNT
           MOVE AM-VARIANCE-POSTED TO AM-T-VARIANCE
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE FROM AM-TOTAL-LINE-1
           MOVE SPACES TO MATCH-EXCEPTION-LINE
           WRITE MATCH-EXCEPTION-LINE FROM AM-TOTAL-LINE-2.
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE DAY COUNTS ON THE RUN       *
      *    CONTROL RECORD AND FLAG THE RUN COMPLETE.                   *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE AM-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'APMATCH - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE AM-INVOICES-READ TO RC-CTL-COUNT-1
           MOVE AM-INVOICES-MATCHED TO RC-CTL-COUNT-2
           MOVE AM-INVOICES-EXCEPTED TO RC-CTL-COUNT-3
           MOVE AM-AMOUNT-POSTED TO RC-CTL-AMOUNT-1
           MOVE AM-VARIANCE-POSTED TO RC-CTL-AMOUNT-2
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE SUPPLIER-INVOICE
                 PURCHASE-ORDER-FILE
                 SUPPLIER-MASTER
                 AP-OPEN-ITEMS
                 MATCH-EXCEPTION-RPT
                 GL-ACTIVITY
           DISPLAY 'APMATCH - INVOICE LINES READ:  ' AM-LINES-READ
           DISPLAY 'APMATCH - INVOICES READ:       ' AM-INVOICES-READ
           DISPLAY 'APMATCH - INVOICES MATCHED:    '
                   AM-INVOICES-MATCHED
           DISPLAY 'APMATCH - INVOICES EXCEPTED:   '
                   AM-INVOICES-EXCEPTED
           DISPLAY 'APMATCH - TERMS DEFAULTED:     '
                   AM-TERMS-DEFAULTED
           DISPLAY 'APMATCH - PO UPDATES FAILED:   '
                   AM-PO-UPDATE-FAILURES
           DISPLAY 'APMATCH - AMOUNT POSTED TO A/P: '
                   AM-AMOUNT-POSTED.
       9000-EXIT.
           EXIT.
