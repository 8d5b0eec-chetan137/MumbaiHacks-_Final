      *                    ARCHIVE REASON 'R'. THE CREDIT WAS ISSUED   *
      *                    IN FULL AT RETURN TIME, SO NO PAID CHECK    *
      *                    APPLIES.                                    *
      *    2026-10-15 RGM  CARRY THE ORDER'S TAX EXEMPT FLAG AND       *
      *                    TAXING JURISDICTION TO THE ARCHIVE FOR THE  *
      *                    SALES TAX LIABILITY REPORT (TAXLIAB).       *
      *    2026-10-15 RGM  RECORD EACH RUN ON THE RUN CONTROL FILE     *
      *                    (RUNCNTL) SO THE MASTER RESTORE UTILITY     *
      *                    (MSTREST) CAN SEE ORDERS PURGED SINCE A     *
      *                    SNAPSHOT. THE CHECKPOINT STILL GOVERNS      *
      *                    RESTART.                                    *
      ******************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS ODTL-KEY
               FILE STATUS IS OP-DTL-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS OP-RCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY 'orddtl.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

           05  OP-CKPT-FS              PIC X(2) VALUE '00'.
           05  OP-HDTL-FS              PIC X(2) VALUE '00'.
           05  OP-DTL-FS               PIC X(2) VALUE '00'.
           05  OP-RCTL-FS              PIC X(2) VALUE '00'.

       01  OP-SWITCHES.
           05  OP-ORDM-EOF-SW          PIC X(1) VALUE 'N'.
               88  OP-ORDM-EOF                  VALUE 'Y'.
           05  OP-CKPT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OP-CKPT-WAS-FOUND            VALUE 'Y'.
           05  OP-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OP-RCTL-WAS-FOUND            VALUE 'Y'.

       01  OP-JOB-NAME                 PIC X(8) VALUE 'ORDPURGE'.

           PERFORM 8000-WRITE-CHECKPOINT THRU 8000-EXIT
           SET CKPT-COMPLETE TO TRUE
           REWRITE PURGE-CHECKPOINT-RECORD
           PERFORM 8900-MARK-RUN-COMPLETE THRU 8900-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, RECORD THE RUN ON RUNCNTL, LOAD  *
      *    OR CREATE THE CHECKPOINT, AND POSITION THE ORDER MASTER TO  *
      *    RESUME FROM IT.                                             *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O RUN-CONTROL
           OPEN I-O ORDER-MASTER
           OPEN I-O ORDER-HISTORY
           OPEN I-O ORDER-HISTORY-DETAIL
           OPEN I-O PURGE-CHECKPOINT
           ACCEPT OP-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-STAMP-RUN-CONTROL THRU 1100-EXIT
           MOVE OP-JOB-NAME TO CKPT-JOB-NAME
           READ PURGE-CHECKPOINT
               INVALID KEY
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-STAMP-RUN-CONTROL - FLAG THE RUN RUNNING ON RUNCNTL,      *
      *    DATED TODAY. NO RUN IS REFUSED ON IT - A CANCELLED PURGE IS *
      *    MEANT TO BE RESUBMITTED AND RESUMES FROM ITS CHECKPOINT -   *
      *    BUT THE RESTORE UTILITY (MSTREST) READS THE LAST-RUN DATE   *
      *    TO SEE THAT ORDRMAST AND ORDRDTL HAVE CHANGED SINCE A       *
      *    SNAPSHOT.                                                   *
      ******************************************************************
       1100-STAMP-RUN-CONTROL.
           MOVE OP-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO OP-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO OP-RCTL-FOUND-SW
           END-READ
           INITIALIZE RUN-CONTROL-RECORD
           MOVE OP-JOB-NAME TO RC-JOB-NAME
           MOVE OP-RUN-DATE TO RC-LAST-RUN-DATE
           SET RC-JOB-RUNNING TO TRUE
           MOVE OP-RUN-DATE TO RC-BATCH-ID
           IF OP-RCTL-WAS-FOUND
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ORDER - ARCHIVE THE ORDER IF IT QUALIFIES, THEN   *
      *    CHECKPOINT EVERY OP-CKPT-INTERVAL RECORDS.                  *
           MOVE ORDER-SHIPPING TO OHIST-SHIPPING
           MOVE ORDER-ITEM-COUNT TO OHIST-ITEM-COUNT
           MOVE ORDER-OVERFLOW-SW TO OHIST-OVERFLOW-SW
           MOVE ORDER-TAX-EXEMPT-SW TO OHIST-TAX-EXEMPT-SW
           MOVE ORDER-TAX-JURIS TO OHIST-TAX-JURIS
           MOVE ZERO TO OP-HDTL-BLOCK OP-HDTL-LAST-BLOCK
           MOVE 'N' TO OP-HDTL-DIRTY-SW
           MOVE 'INIT ' TO OP-OIMG-FUNCTION
       8000-EXIT.
           EXIT.

      ******************************************************************
      * 8900-MARK-RUN-COMPLETE - STORE THE RUN COUNTS ON THE RUN       *
      *    CONTROL RECORD AND FLAG THE RUN COMPLETE.                   *
      ******************************************************************
       8900-MARK-RUN-COMPLETE.
           MOVE OP-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY 'ORDPURGE - RUN CONTROL RECORD LOST'
                   GO TO 8900-EXIT
           END-READ
           MOVE OP-RECS-READ TO RC-CTL-COUNT-1
           MOVE OP-RECS-ARCHIVED TO RC-CTL-COUNT-2
           SET RC-JOB-COMPLETE TO TRUE
           REWRITE RUN-CONTROL-RECORD.
       8900-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE RUN-CONTROL
           CLOSE ORDER-MASTER ORDER-HISTORY ORDER-HISTORY-DETAIL
                 PURGE-CHECKPOINT
           DISPLAY 'ORDPURGE - ORDERS READ:     ' OP-RECS-READ
