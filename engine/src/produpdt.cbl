      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-08-03 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  RECORD EACH RUN ON THE RUN CONTROL FILE     *
      *                    (RUNCNTL) SO THE MASTER RESTORE UTILITY     *
      *                    (MSTREST) CAN SEE PRODMAST UPDATES MADE     *
      *                    SINCE A SNAPSHOT.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PPC-KEY
               FILE STATUS IS PU-PEND-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS PU-RCTL-FS.

           SELECT UPDATE-EXCEPTION-RPT ASSIGN TO "PRODUPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PU-RPT-FS.
           LABEL RECORDS ARE STANDARD.
           COPY 'prcpend.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       FD  UPDATE-EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  UPDATE-EXCEPTION-LINE       PIC X(132).
           05  PU-PROD-FS              PIC X(2) VALUE '00'.
           05  PU-PEND-FS              PIC X(2) VALUE '00'.
           05  PU-RPT-FS               PIC X(2) VALUE '00'.
           05  PU-RCTL-FS              PIC X(2) VALUE '00'.

       01  PU-SWITCHES.
           05  PU-FEED-EOF-SW          PIC X(1) VALUE 'N'.
               88  PU-TRAILER-SEEN              VALUE 'Y'.
           05  PU-REC-OK-SW            PIC X(1) VALUE 'Y'.
               88  PU-REC-IS-VALID              VALUE 'Y'.
           05  PU-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  PU-RCTL-WAS-FOUND            VALUE 'Y'.

       01  PU-RUN-DATE                 PIC 9(8).

       01  PU-JOB-NAME                 PIC X(8) VALUE 'PRODUPDT'.

       01  PU-COUNTERS.
           05  PU-RECS-READ            PIC 9(9) COMP-3 VALUE ZERO.
           05  PU-ADDS-READ            PIC 9(9) COMP-3 VALUE ZERO.
               MOVE SPACES TO PU-EXCEPTION-KEY
               PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
           END-IF
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT PRODUCT-FEED
           OPEN I-O RUN-CONTROL
           OPEN I-O PRODUCT-MASTER
           OPEN I-O PENDING-PRICE-FILE
           OPEN OUTPUT UPDATE-EXCEPTION-RPT
           ACCEPT PU-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-STAMP-RUN-CONTROL THRU 1100-EXIT
           MOVE SPACES TO UPDATE-EXCEPTION-LINE
           WRITE UPDATE-EXCEPTION-LINE FROM PU-HEADING-1
           PERFORM 2900-READ-FEED THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STAMP-RUN-CONTROL - FLAG THE RUN RUNNING ON RUNCNTL,      *
      *    DATED TODAY. NO RUN IS REFUSED ON IT - THE FEED TRAILER     *
      *    GUARDS THE TRANSMISSION - BUT THE RESTORE UTILITY (MSTREST) *
      *    READS THE LAST-RUN DATE TO SEE THAT PRODMAST HAS CHANGED    *
      *    SINCE A SNAPSHOT.                                           *
      ******************************************************************
       1100-STAMP-RUN-CONTROL.
           MOVE PU-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO PU-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO PU-RCTL-FOUND-SW
           END-READ
           INITIALIZE RUN-CONTROL-RECORD
           MOVE PU-JOB-NAME TO RC-JOB-NAME
           MOVE PU-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE PU-RUN-DATE TO RC-BATCH-ID
           IF PU-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 1500-APPLY-DUE-PENDING - SWEEP THE PENDING PRICE FILE AND      *
      *    APPLY EVERY CHANGE WHOSE EFFECTIVE DATE HAS ARRIVED,        *
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE RUN COUNTS ON THE RUN       *
      *    CONTROL RECORD AND FLAG THE RUN COMPLETE.                   *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE PU-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'PRODUPDT - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE PU-RECS-READ TO RC-CTL-COUNT-1
           ADD PU-ADDS-APPLIED PU-CHANGES-APPLIED PU-PRICES-APPLIED
               PU-PENDING-APPLIED GIVING RC-CTL-COUNT-2
           MOVE PU-RECS-REJECTED TO RC-CTL-COUNT-3
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE PRODUCT-FEED
                 PRODUCT-MASTER
                 PENDING-PRICE-FILE
