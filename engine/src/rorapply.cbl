      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-09-01 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  RECORD EACH RUN ON THE RUN CONTROL FILE     *
      *                    (RUNCNTL) SO THE MASTER RESTORE UTILITY     *
      *                    (MSTREST) CAN SEE PRODMAST UPDATES MADE     *
      *                    SINCE A SNAPSHOT.                           *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS PRODUCT-MASTER-KEY
               FILE STATUS IS RA-PROD-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS RA-RCTL-FS.

           SELECT APPLY-EXCEPTION-RPT ASSIGN TO "RORAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-RPT-FS.
           05  PRODUCT-MASTER-KEY      PIC 9(8).
           05  FILLER                  PIC X(333).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       FD  APPLY-EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  APPLY-EXCEPTION-LINE        PIC X(132).
           05  RA-SUGG-FS              PIC X(2) VALUE '00'.
           05  RA-PROD-FS              PIC X(2) VALUE '00'.
           05  RA-RPT-FS               PIC X(2) VALUE '00'.
           05  RA-RCTL-FS              PIC X(2) VALUE '00'.

       01  RA-SWITCHES.
           05  RA-APPT-EOF-SW          PIC X(1) VALUE 'N'.
               88  RA-SUGG-WAS-FOUND            VALUE 'Y'.
           05  RA-PROD-FOUND-SW        PIC X(1) VALUE 'N'.
               88  RA-PROD-WAS-FOUND            VALUE 'Y'.
           05  RA-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  RA-RCTL-WAS-FOUND            VALUE 'Y'.

       01  RA-RUN-DATE                 PIC 9(8).

       01  RA-JOB-NAME                 PIC X(8) VALUE 'RORAPPLY'.

       01  RA-COUNTERS.
           05  RA-APPROVALS-READ       PIC 9(7) COMP-3 VALUE ZERO.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-APPROVAL THRU 2000-EXIT
               UNTIL RA-APPT-EOF
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT APPROVAL-TRANS
           OPEN INPUT SUGGESTION-FILE
           OPEN I-O RUN-CONTROL
           OPEN I-O PRODUCT-MASTER
           OPEN OUTPUT APPLY-EXCEPTION-RPT
           ACCEPT RA-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-STAMP-RUN-CONTROL THRU 1100-EXIT
           MOVE SPACES TO APPLY-EXCEPTION-LINE
           WRITE APPLY-EXCEPTION-LINE FROM RA-HEADING-1
           PERFORM 2900-READ-APPROVAL THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STAMP-RUN-CONTROL - FLAG THE RUN RUNNING ON RUNCNTL,      *
      *    DATED TODAY. NO RUN IS REFUSED ON IT - AN APPROVAL APPLIED  *
      *    TWICE SETS THE SAME LEVEL - BUT THE RESTORE UTILITY         *
      *    (MSTREST) READS THE LAST-RUN DATE TO SEE THAT PRODMAST HAS  *
      *    CHANGED SINCE A SNAPSHOT.                                   *
      ******************************************************************
       1100-STAMP-RUN-CONTROL.
           MOVE RA-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO RA-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO RA-RCTL-FOUND-SW
           END-READ
           INITIALIZE RUN-CONTROL-RECORD
           MOVE RA-JOB-NAME TO RC-JOB-NAME
           MOVE RA-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE RA-RUN-DATE TO RC-BATCH-ID
           IF RA-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-APPROVAL - APPLY ONE APPROVED SUGGESTION TO THE   *
      *    PRODUCT MASTER. THE APPROVAL CARRIES THE CALC DATE OFF THE  *
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE RUN COUNTS ON THE RUN       *
      *    CONTROL RECORD AND FLAG THE RUN COMPLETE.                   *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE RA-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'RORAPPLY - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE RA-APPROVALS-READ TO RC-CTL-COUNT-1
           MOVE RA-LEVELS-APPLIED TO RC-CTL-COUNT-2
           MOVE RA-APPROVALS-REJECTED TO RC-CTL-COUNT-3
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE APPROVAL-TRANS
                 SUGGESTION-FILE
                 PRODUCT-MASTER
