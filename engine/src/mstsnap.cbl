      ******************************************************************
      * PROGRAM-ID: MSTSNAP                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTSNAP.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  SHARED PRE-RUN SNAPSHOT ROUTINE FOR THE POSTING  *
      *    JOBS (ORDENTRY, ORDSHIP, PORECV). THE CALLER PASSES THE     *
      *    SNAPSHOT CONTROL RECORD (SEE SNAPCTL COPYBOOK) AND THE      *
      *    MEASUREMENT AREA (SEE SNAPMEAS COPYBOOK) WITH ONE OF THREE  *
      *    FUNCTION CODES:                                             *
      *       'SNAP '  - COPY EVERY MASTER THE JOB UPDATES TO THE      *
      *                  JOB'S SNAPSHOT FILE, RECORD THE COUNT AND     *
      *                  CONTROL TOTAL OF EACH MASTER AND LEDGER, AND  *
      *                  FILE THE CONTROL RECORD ON SNAPCTL. THE       *
      *                  CALLER FILLS SC-JOB-NAME, SC-BATCH-ID,        *
      *                  SC-SNAP-DATE AND THE PRIOR RUN CONTROL IMAGE; *
      *                  THE ROUTINE STAMPS SC-SNAP-TIME.              *
      *       'COUNT'  - MEASURE THE FILES NAMED IN THE CONTROL RECORD *
      *                  AS THEY STAND NOW INTO THE MEASUREMENT AREA.  *
      *       'RESTR'  - RELOAD EACH MASTER FROM THE SNAPSHOT FILE AND *
      *                  CUT EACH LEDGER BACK TO ITS SNAPSHOT COUNT.   *
      *                  USED ONLY BY THE RESTORE UTILITY (MSTREST),   *
      *                  WHICH SEES TO THE SAFETY CHECKS FIRST.        *
      *    THE FILES EACH JOB UPDATES (SEE 1000-SET-FILE-LIST):        *
      *       ORDENTRY - ORDRMAST, ORDRDTL, CUSTMAST; LEDGER GLACTV    *
      *       ORDSHIP  - ORDRMAST, PRODMAST, CUSTMAST, BACKORDR,       *
      *                  SHIPMENT; LEDGERS GLACTV, STKMOVE             *
      *       PORECV   - PURCHORD, PRODMAST; LEDGERS GLACTV, STKMOVE,  *
      *                  RCVHIST                                       *
      *    WHEN PURCHORD IS SNAPPED, THE LAST PO NUMBER ON THE PO      *
      *    CONTROL FILE (POCNTL) IS NOTED IN SC-POC-LAST-PO-NO.        *
      *    THE SNAPSHOT IS TAKEN BEFORE THE JOB OPENS ANY OF THE FILES *
      *    ITSELF. A SNAPSHOT THAT FAILS PART WAY LEAVES NO CONTROL    *
      *    RECORD FOR THE JOB, SO A HALF-WRITTEN SNAPSHOT CAN NEVER BE *
      *    RESTORED. RETURN CODE 'N' IS NORMAL; 'E' IS AN ERROR WITH   *
      *    THE REASON IN SNM-STATUS-MSG.                               *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  NOTE THE LAST PO NUMBER ON POCNTL WITH A    *
      *                    PURCHORD SNAPSHOT SO THE RESTORE CAN TELL   *
      *                    WHEN POGEN HAS CUT POS SINCE.               *
      *    2026-10-15 RGM  COPY EVERY LEDGER TO SNAPWORK AND CHECK ITS *
      *                    COUNT BEFORE ANY FILE IS EMPTIED; CHECK     *
      *                    SNAPWORK AND LEDGER WRITES ON THE RESTORE.  *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS SN-CUST-FS.

           SELECT ORDER-MASTER ASSIGN TO "ORDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-MASTER-KEY
               FILE STATUS IS SN-ORDM-FS.

           SELECT ORDER-DETAIL ASSIGN TO "ORDRDTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODTL-KEY
               FILE STATUS IS SN-ODTL-FS.

           SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRODUCT-MASTER-KEY
               FILE STATUS IS SN-PROD-FS.

           SELECT BACKORDER-FILE ASSIGN TO "BACKORDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BO-KEY
               FILE STATUS IS SN-BORD-FS.

           SELECT SHIPMENT-FILE ASSIGN TO "SHIPMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHP-ORDER-ID
               FILE STATUS IS SN-SHPF-FS.

           SELECT PURCHASE-ORDER-FILE ASSIGN TO "PURCHORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-ID
               FILE STATUS IS SN-PO-FS.

           SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-GLAC-FS.

           SELECT STOCK-MOVEMENT ASSIGN TO "STKMOVE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-STKM-FS.

           SELECT RECEIPT-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-RCVH-FS.

           SELECT PO-CONTROL ASSIGN TO "POCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POC-CONTROL-NAME
               FILE STATUS IS SN-POC-FS.

           SELECT SNAP-ORDENTRY ASSIGN TO "SNAPOENT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-SNPF-FS.

           SELECT SNAP-ORDSHIP ASSIGN TO "SNAPOSHP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-SNPF-FS.

           SELECT SNAP-PORECV ASSIGN TO "SNAPPORC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-SNPF-FS.

           SELECT SNAP-WORK ASSIGN TO "SNAPWORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SN-WORK-FS.

           SELECT SNAPSHOT-CONTROL ASSIGN TO "SNAPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAPSHOT-CONTROL-KEY
               FILE STATUS IS SN-SCTL-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       FD  ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ORDER-MASTER-REC.
           05  ORDER-MASTER-KEY        PIC 9(10).
           05  FILLER                  PIC X(959).

       FD  ORDER-DETAIL
           LABEL RECORDS ARE STANDARD.
           COPY 'orddtl.cpy'.

       FD  PRODUCT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  PRODUCT-MASTER-REC.
           05  PRODUCT-MASTER-KEY      PIC 9(8).
           05  FILLER                  PIC X(333).

       FD  BACKORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'backordr.cpy'.

       FD  SHIPMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipment.cpy'.

       FD  PURCHASE-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'purchord.cpy'.

       FD  GL-ACTIVITY
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  STOCK-MOVEMENT
           LABEL RECORDS ARE STANDARD.
           COPY 'stkmove.cpy'.

       FD  RECEIPT-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY 'rcvhist.cpy'.

       FD  PO-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'pocntl.cpy'.

      *    SNAPSHOT FILES - ONE PER JOB, REWRITTEN EVERY RUN. EACH
      *    RECORD IS ONE MASTER RECORD TAGGED WITH ITS FILE NAME
      *    (SEE SN-SNAP-RECORD).
       FD  SNAP-ORDENTRY
           LABEL RECORDS ARE STANDARD.
       01  SNAP-ORDENTRY-REC           PIC X(977).

       FD  SNAP-ORDSHIP
           LABEL RECORDS ARE STANDARD.
       01  SNAP-ORDSHIP-REC            PIC X(977).

       FD  SNAP-PORECV
           LABEL RECORDS ARE STANDARD.
       01  SNAP-PORECV-REC             PIC X(977).

       FD  SNAP-WORK
           LABEL RECORDS ARE STANDARD.
       01  SNAP-WORK-REC               PIC X(108).

       FD  SNAPSHOT-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-CONTROL-REC.
           05  SNAPSHOT-CONTROL-KEY    PIC X(8).
           05  FILLER                  PIC X(316).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  SN-FILE-STATUSES.
           05  SN-CUST-FS              PIC X(2) VALUE '00'.
           05  SN-ORDM-FS              PIC X(2) VALUE '00'.
           05  SN-ODTL-FS              PIC X(2) VALUE '00'.
           05  SN-PROD-FS              PIC X(2) VALUE '00'.
           05  SN-BORD-FS              PIC X(2) VALUE '00'.
           05  SN-SHPF-FS              PIC X(2) VALUE '00'.
           05  SN-PO-FS                PIC X(2) VALUE '00'.
           05  SN-GLAC-FS              PIC X(2) VALUE '00'.
           05  SN-STKM-FS              PIC X(2) VALUE '00'.
           05  SN-RCVH-FS              PIC X(2) VALUE '00'.
           05  SN-SNPF-FS              PIC X(2) VALUE '00'.
           05  SN-WORK-FS              PIC X(2) VALUE '00'.
           05  SN-SCTL-FS              PIC X(2) VALUE '00'.
           05  SN-POC-FS               PIC X(2) VALUE '00'.

       01  SN-SWITCHES.
           05  SN-EOF-SW               PIC X(1) VALUE 'N'.
               88  SN-AT-EOF                    VALUE 'Y'.
           05  SN-SNAP-EOF-SW          PIC X(1) VALUE 'N'.
               88  SN-SNAP-AT-EOF               VALUE 'Y'.
           05  SN-COPY-SW              PIC X(1) VALUE 'N'.
               88  SN-COPY-TO-SNAP              VALUE 'Y'.
           05  SN-SCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  SN-SCTL-WAS-FOUND            VALUE 'Y'.
           05  SN-PO-SNAPPED-SW        PIC X(1) VALUE 'N'.
               88  SN-PO-WAS-SNAPPED            VALUE 'Y'.
           05  SN-CUTTING-SW           PIC X(1) VALUE 'N'.
               88  SN-CUTTING-LEDGER            VALUE 'Y'.

       01  SN-WORK-FIELDS.
           05  SN-SUB                  PIC 9(2) COMP.
           05  SN-LINE-SUB             PIC 9(2) COMP.
           05  SN-CUR-FILE             PIC X(8).
           05  SN-CUR-STATUS           PIC X(2).
           05  SN-CUR-COUNT            PIC 9(9) COMP-3.
           05  SN-CUR-TOTAL            PIC S9(13)V99 COMP-3.
           05  SN-CUR-OTHER            PIC 9(9) COMP-3.
           05  SN-CUR-SOURCE           PIC X(8).
           05  SN-SNAP-LIMIT           PIC 9(9) COMP-3.
           05  SN-COPY-COUNT           PIC 9(9) COMP-3.
           05  SN-ERR-ACTION           PIC X(12).
           05  SN-POC-NAME             PIC X(8) VALUE 'POGEN   '.
           05  SN-DISP-COUNT           PIC Z(8)9.
           05  SN-DISP-LIMIT           PIC Z(8)9.

      *    ONE SNAPSHOT FILE RECORD - THE MASTER'S FILE NAME, THEN THE
      *    MASTER RECORD ITSELF (ORDRMAST, AT 969 BYTES, IS THE
      *    LONGEST).
       01  SN-SNAP-RECORD.
           05  SN-SNAP-FILE            PIC X(8).
           05  SN-SNAP-DATA            PIC X(969).

      *    ONE LEDGER RECORD IN TRANSIT THROUGH SNAPWORK WHILE THE
      *    LEDGER IS CUT BACK (RCVHIST, AT 86 BYTES, IS THE LONGEST).
       01  SN-LEDGER-RECORD            PIC X(100).

      *    ONE SNAPWORK RECORD - THE LEDGER'S FILE NAME, THEN THE
      *    LEDGER RECORD. EVERY LEDGER OF THE SNAPSHOT IS HELD IN THE
      *    ONE SNAPWORK FILE, IN FILE LIST ORDER.
       01  SN-WORK-RECORD.
           05  SN-WORK-FILE            PIC X(8).
           05  SN-WORK-DATA            PIC X(100).

       LINKAGE SECTION.
       01  SN-FUNCTION                 PIC X(5).
       COPY 'snapctl.cpy'.
       COPY 'snapmeas.cpy'.
       01  SN-RETURN-CODE              PIC X(1).
           88  SN-RC-NORMAL                     VALUE 'N'.
           88  SN-RC-ERROR                      VALUE 'E'.

       PROCEDURE DIVISION USING SN-FUNCTION
                                 SNAPSHOT-CONTROL-RECORD
                                 SNAPSHOT-MEASURES
                                 SN-RETURN-CODE.
      ******************************************************************
      * 0000-MAIN-CONTROL - DISPATCH ON THE CALLER'S FUNCTION CODE.    *
      ******************************************************************
       0000-MAIN-CONTROL.
           MOVE 'N' TO SN-RETURN-CODE
           MOVE SPACES TO SNM-STATUS-MSG
           EVALUATE SN-FUNCTION
               WHEN 'SNAP '
                   PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT
               WHEN 'COUNT'
                   PERFORM 3000-MEASURE-CURRENT THRU 3000-EXIT
               WHEN 'RESTR'
                   PERFORM 4000-RESTORE-SNAPSHOT THRU 4000-EXIT
               WHEN OTHER
                   MOVE 'E' TO SN-RETURN-CODE
                   MOVE 'UNKNOWN SNAPSHOT FUNCTION CODE'
                       TO SNM-STATUS-MSG
           END-EVALUATE
           GOBACK.

      ******************************************************************
      * 1000-SET-FILE-LIST - NAME THE FILES THE JOB UPDATES. MASTERS   *
      *    (M) ARE COPIED WHOLE; LEDGERS (L) ARE EXTEND-ONLY, SO THEIR *
      *    RECORD COUNT ALONE MARKS THE PRE-RUN POINT.                 *
      ******************************************************************
       1000-SET-FILE-LIST.
           PERFORM 1050-CLEAR-FILE-ENTRY THRU 1050-EXIT
               VARYING SN-SUB FROM 1 BY 1 UNTIL SN-SUB > 8
           EVALUATE SC-JOB-NAME
               WHEN 'ORDENTRY'
                   MOVE 'ORDRMAST' TO SC-FILE-NAME (1)
                   MOVE 'M'        TO SC-FILE-TYPE (1)
                   MOVE 'ORDRDTL ' TO SC-FILE-NAME (2)
                   MOVE 'M'        TO SC-FILE-TYPE (2)
                   MOVE 'CUSTMAST' TO SC-FILE-NAME (3)
                   MOVE 'M'        TO SC-FILE-TYPE (3)
                   MOVE 'GLACTV  ' TO SC-FILE-NAME (4)
                   MOVE 'L'        TO SC-FILE-TYPE (4)
               WHEN 'ORDSHIP '
                   MOVE 'ORDRMAST' TO SC-FILE-NAME (1)
                   MOVE 'M'        TO SC-FILE-TYPE (1)
                   MOVE 'PRODMAST' TO SC-FILE-NAME (2)
                   MOVE 'M'        TO SC-FILE-TYPE (2)
                   MOVE 'CUSTMAST' TO SC-FILE-NAME (3)
                   MOVE 'M'        TO SC-FILE-TYPE (3)
                   MOVE 'BACKORDR' TO SC-FILE-NAME (4)
                   MOVE 'M'        TO SC-FILE-TYPE (4)
                   MOVE 'SHIPMENT' TO SC-FILE-NAME (5)
                   MOVE 'M'        TO SC-FILE-TYPE (5)
                   MOVE 'GLACTV  ' TO SC-FILE-NAME (6)
                   MOVE 'L'        TO SC-FILE-TYPE (6)
                   MOVE 'STKMOVE ' TO SC-FILE-NAME (7)
                   MOVE 'L'        TO SC-FILE-TYPE (7)
               WHEN 'PORECV  '
                   MOVE 'PURCHORD' TO SC-FILE-NAME (1)
                   MOVE 'M'        TO SC-FILE-TYPE (1)
                   MOVE 'PRODMAST' TO SC-FILE-NAME (2)
                   MOVE 'M'        TO SC-FILE-TYPE (2)
                   MOVE 'GLACTV  ' TO SC-FILE-NAME (3)
                   MOVE 'L'        TO SC-FILE-TYPE (3)
                   MOVE 'STKMOVE ' TO SC-FILE-NAME (4)
                   MOVE 'L'        TO SC-FILE-TYPE (4)
                   MOVE 'RCVHIST ' TO SC-FILE-NAME (5)
                   MOVE 'L'        TO SC-FILE-TYPE (5)
               WHEN OTHER
                   MOVE 'E' TO SN-RETURN-CODE
                   STRING 'NO SNAPSHOT FILE LIST FOR JOB '
                          SC-JOB-NAME
                       DELIMITED BY SIZE INTO SNM-STATUS-MSG
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1050-CLEAR-FILE-ENTRY.
           MOVE SPACES TO SC-FILE-NAME (SN-SUB)
           MOVE SPACES TO SC-FILE-TYPE (SN-SUB)
           MOVE ZERO TO SC-REC-COUNT (SN-SUB)
           MOVE ZERO TO SC-CTL-TOTAL (SN-SUB)
           MOVE ZERO TO SNM-REC-COUNT (SN-SUB)
           MOVE ZERO TO SNM-CTL-TOTAL (SN-SUB)
           MOVE ZERO TO SNM-OTHER-COUNT (SN-SUB).
       1050-EXIT.
           EXIT.

      ******************************************************************
      * 2000-TAKE-SNAPSHOT - DROP THE JOB'S OLD CONTROL RECORD, COPY   *
      *    THE MASTERS AND MEASURE EVERY FILE, THEN FILE THE NEW       *
      *    CONTROL RECORD. THE OLD RECORD GOES FIRST BECAUSE THE       *
      *    SNAPSHOT FILE IT DESCRIBES IS ABOUT TO BE OVERWRITTEN.      *
      ******************************************************************
       2000-TAKE-SNAPSHOT.
           PERFORM 1000-SET-FILE-LIST THRU 1000-EXIT
           IF SN-RC-ERROR
               GO TO 2000-EXIT
           END-IF
           PERFORM 2500-OPEN-SNAPSHOT-CONTROL THRU 2500-EXIT
           IF SN-RC-ERROR
               GO TO 2000-EXIT
           END-IF
           MOVE SC-JOB-NAME TO SNAPSHOT-CONTROL-KEY
           READ SNAPSHOT-CONTROL
               INVALID KEY
                   MOVE 'N' TO SN-SCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SN-SCTL-FOUND-SW
           END-READ
           IF SN-SCTL-WAS-FOUND
               DELETE SNAPSHOT-CONTROL
           END-IF
           PERFORM 6000-OPEN-SNAPSHOT-OUTPUT THRU 6000-EXIT
           IF SN-RC-ERROR
               CLOSE SNAPSHOT-CONTROL
               GO TO 2000-EXIT
           END-IF
           MOVE 999999999 TO SN-SNAP-LIMIT
           PERFORM 2100-SNAP-ONE-FILE THRU 2100-EXIT
               VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > 8 OR SN-RC-ERROR
           PERFORM 6300-CLOSE-SNAPSHOT THRU 6300-EXIT
           IF SN-RC-ERROR
               CLOSE SNAPSHOT-CONTROL
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-NOTE-LAST-PO-NO THRU 2200-EXIT
           IF SN-RC-ERROR
               CLOSE SNAPSHOT-CONTROL
               GO TO 2000-EXIT
           END-IF
           SET SC-SNAP-TAKEN TO TRUE
           ACCEPT SC-SNAP-TIME FROM TIME
           MOVE ZERO TO SC-RESTORE-DATE
           WRITE SNAPSHOT-CONTROL-REC FROM SNAPSHOT-CONTROL-RECORD
           IF SN-SCTL-FS NOT = '00'
               MOVE 'SNAPCTL ' TO SN-CUR-FILE
               MOVE SN-SCTL-FS TO SN-CUR-STATUS
               MOVE 'WRITE' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF
           CLOSE SNAPSHOT-CONTROL.
       2000-EXIT.
           EXIT.

       2100-SNAP-ONE-FILE.
           IF SC-FILE-NAME (SN-SUB) = SPACES
               GO TO 2100-EXIT
           END-IF
           IF SC-FILE-IS-MASTER (SN-SUB)
               MOVE 'Y' TO SN-COPY-SW
           ELSE
               MOVE 'N' TO SN-COPY-SW
           END-IF
           PERFORM 5000-MEASURE-FILE THRU 5000-EXIT
           MOVE SN-CUR-COUNT TO SC-REC-COUNT (SN-SUB)
           MOVE SN-CUR-TOTAL TO SC-CTL-TOTAL (SN-SUB)
           MOVE SN-CUR-COUNT TO SNM-REC-COUNT (SN-SUB)
           MOVE SN-CUR-TOTAL TO SNM-CTL-TOTAL (SN-SUB)
           MOVE ZERO TO SNM-OTHER-COUNT (SN-SUB).
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-NOTE-LAST-PO-NO - WHEN PURCHORD IS ONE OF THE MASTERS,    *
      *    KEEP THE LAST PO NUMBER POGEN HAS ASSIGNED. NO POCNTL       *
      *    (STATUS 35) OR NO POGEN RECORD ON IT MEANS NONE YET - ZERO. *
      ******************************************************************
       2200-NOTE-LAST-PO-NO.
           MOVE ZERO TO SC-POC-LAST-PO-NO
           MOVE 'N' TO SN-PO-SNAPPED-SW
           PERFORM 2210-CHECK-FOR-PURCHORD THRU 2210-EXIT
               VARYING SN-SUB FROM 1 BY 1 UNTIL SN-SUB > 8
           IF NOT SN-PO-WAS-SNAPPED
               GO TO 2200-EXIT
           END-IF
           OPEN INPUT PO-CONTROL
           IF SN-POC-FS = '35'
               GO TO 2200-EXIT
           END-IF
           IF SN-POC-FS NOT = '00'
               MOVE 'POCNTL  ' TO SN-CUR-FILE
               MOVE SN-POC-FS TO SN-CUR-STATUS
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE SN-POC-NAME TO POC-CONTROL-NAME
           READ PO-CONTROL
               INVALID KEY
                   MOVE ZERO TO POC-LAST-PO-NO
           END-READ
           MOVE POC-LAST-PO-NO TO SC-POC-LAST-PO-NO
           CLOSE PO-CONTROL.
       2200-EXIT.
           EXIT.

       2210-CHECK-FOR-PURCHORD.
           IF SC-FILE-IS-MASTER (SN-SUB)
               AND SC-FILE-NAME (SN-SUB) = 'PURCHORD'
               MOVE 'Y' TO SN-PO-SNAPPED-SW
           END-IF.
       2210-EXIT.
           EXIT.

      ******************************************************************
      * 2500-OPEN-SNAPSHOT-CONTROL - THE FIRST SNAPSHOT EVER TAKEN     *
      *    FINDS NO SNAPCTL (STATUS 35) AND CREATES IT EMPTY.          *
      ******************************************************************
       2500-OPEN-SNAPSHOT-CONTROL.
           OPEN I-O SNAPSHOT-CONTROL
           IF SN-SCTL-FS = '35'
               OPEN OUTPUT SNAPSHOT-CONTROL
               CLOSE SNAPSHOT-CONTROL
               OPEN I-O SNAPSHOT-CONTROL
           END-IF
           IF SN-SCTL-FS NOT = '00'
               MOVE 'SNAPCTL ' TO SN-CUR-FILE
               MOVE SN-SCTL-FS TO SN-CUR-STATUS
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      * 3000-MEASURE-CURRENT - COUNT AND TOTAL THE FILES NAMED IN THE  *
      *    CONTROL RECORD AS THEY STAND NOW. A LEDGER RECORD PAST THE  *
      *    SNAPSHOT POINT WRITTEN BY ANOTHER PROGRAM IS COUNTED IN     *
      *    SNM-OTHER-COUNT.                                            *
      ******************************************************************
       3000-MEASURE-CURRENT.
           MOVE 'N' TO SN-COPY-SW
           PERFORM 3100-MEASURE-ONE-FILE THRU 3100-EXIT
               VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > 8 OR SN-RC-ERROR.
       3000-EXIT.
           EXIT.

       3100-MEASURE-ONE-FILE.
           MOVE ZERO TO SNM-REC-COUNT (SN-SUB)
           MOVE ZERO TO SNM-CTL-TOTAL (SN-SUB)
           MOVE ZERO TO SNM-OTHER-COUNT (SN-SUB)
           IF SC-FILE-NAME (SN-SUB) = SPACES
               GO TO 3100-EXIT
           END-IF
           IF SC-FILE-IS-LEDGER (SN-SUB)
               MOVE SC-REC-COUNT (SN-SUB) TO SN-SNAP-LIMIT
           ELSE
               MOVE 999999999 TO SN-SNAP-LIMIT
           END-IF
           PERFORM 5000-MEASURE-FILE THRU 5000-EXIT
           MOVE SN-CUR-COUNT TO SNM-REC-COUNT (SN-SUB)
           MOVE SN-CUR-TOTAL TO SNM-CTL-TOTAL (SN-SUB)
           MOVE SN-CUR-OTHER TO SNM-OTHER-COUNT (SN-SUB).
       3100-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RESTORE-SNAPSHOT - FIRST COPY THE PRE-RUN PART OF EVERY   *
      *    LEDGER TO SNAPWORK AND CHECK EACH COPY HOLDS THE SNAPSHOT   *
      *    COUNT. ONLY THEN RELOAD THE MASTERS FROM THE SNAPSHOT FILE  *
      *    AND REBUILD EACH LEDGER FROM SNAPWORK. EACH MASTER IS       *
      *    OPENED OUTPUT (EMPTIED) AND REBUILT WHOLE, SO RECORDS THE   *
      *    RUN ADDED GO AWAY AND RECORDS IT CHANGED COME BACK AS THEY  *
      *    WERE. AN ERROR UP TO AND DURING THE MASTER RELOAD LEAVES    *
      *    THE LEDGERS, THE SNAPSHOT FILE AND THE CONTROL RECORD       *
      *    UNTOUCHED, SO THE RESTORE CAN SIMPLY BE RUN AGAIN. AN ERROR *
      *    WHILE A LEDGER IS BEING REBUILT LEAVES THAT LEDGER SHORT    *
      *    (THE MESSAGE SAYS 'LEFT SHORT'): IT MUST BE RESTORED FROM   *
      *    BACKUP BEFORE THE RESTORE IS RUN AGAIN.                     *
      ******************************************************************
       4000-RESTORE-SNAPSHOT.
           MOVE 'N' TO SN-CUTTING-SW
           PERFORM 4400-SAVE-LEDGERS THRU 4400-EXIT
           IF SN-RC-ERROR
               GO TO 4000-EXIT
           END-IF
           PERFORM 6100-OPEN-SNAPSHOT-INPUT THRU 6100-EXIT
           IF SN-RC-ERROR
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-OPEN-ONE-MASTER THRU 4100-EXIT
               VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > 8 OR SN-RC-ERROR
           IF NOT SN-RC-ERROR
               MOVE 'N' TO SN-SNAP-EOF-SW
               PERFORM 4200-RELOAD-ONE-RECORD THRU 4200-EXIT
                   UNTIL SN-SNAP-AT-EOF OR SN-RC-ERROR
           END-IF
           PERFORM 4300-CLOSE-ONE-MASTER THRU 4300-EXIT
               VARYING SN-SUB FROM 1 BY 1 UNTIL SN-SUB > 8
           PERFORM 6300-CLOSE-SNAPSHOT THRU 6300-EXIT
           IF SN-RC-ERROR
               GO TO 4000-EXIT
           END-IF
           PERFORM 4500-CUT-ONE-LEDGER THRU 4500-EXIT
               VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > 8 OR SN-RC-ERROR.
       4000-EXIT.
           EXIT.

       4100-OPEN-ONE-MASTER.
           IF SC-FILE-NAME (SN-SUB) = SPACES
               OR NOT SC-FILE-IS-MASTER (SN-SUB)
               GO TO 4100-EXIT
           END-IF
           MOVE SC-FILE-NAME (SN-SUB) TO SN-CUR-FILE
           EVALUATE SN-CUR-FILE
               WHEN 'CUSTMAST'
                   OPEN OUTPUT CUSTOMER-MASTER
                   MOVE SN-CUST-FS TO SN-CUR-STATUS
               WHEN 'ORDRMAST'
                   OPEN OUTPUT ORDER-MASTER
                   MOVE SN-ORDM-FS TO SN-CUR-STATUS
               WHEN 'ORDRDTL '
                   OPEN OUTPUT ORDER-DETAIL
                   MOVE SN-ODTL-FS TO SN-CUR-STATUS
               WHEN 'PRODMAST'
                   OPEN OUTPUT PRODUCT-MASTER
                   MOVE SN-PROD-FS TO SN-CUR-STATUS
               WHEN 'BACKORDR'
                   OPEN OUTPUT BACKORDER-FILE
                   MOVE SN-BORD-FS TO SN-CUR-STATUS
               WHEN 'SHIPMENT'
                   OPEN OUTPUT SHIPMENT-FILE
                   MOVE SN-SHPF-FS TO SN-CUR-STATUS
               WHEN 'PURCHORD'
                   OPEN OUTPUT PURCHASE-ORDER-FILE
                   MOVE SN-PO-FS TO SN-CUR-STATUS
           END-EVALUATE
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN OUTPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *    EACH SNAPSHOT RECORD GOES BACK TO THE MASTER NAMED IN ITS
      *    TAG. THE SNAPSHOT WAS WRITTEN IN KEY SEQUENCE, SO A
      *    DUPLICATE KEY HERE MEANS THE SNAPSHOT FILE IS DAMAGED.
       4200-RELOAD-ONE-RECORD.
           PERFORM 6200-READ-SNAPSHOT THRU 6200-EXIT
           IF SN-SNAP-AT-EOF OR SN-RC-ERROR
               GO TO 4200-EXIT
           END-IF
           MOVE SN-SNAP-FILE TO SN-CUR-FILE
           EVALUATE SN-CUR-FILE
               WHEN 'CUSTMAST'
                   MOVE SN-SNAP-DATA TO CUSTOMER-MASTER-REC
                   WRITE CUSTOMER-MASTER-REC
                   MOVE SN-CUST-FS TO SN-CUR-STATUS
               WHEN 'ORDRMAST'
                   MOVE SN-SNAP-DATA TO ORDER-MASTER-REC
                   WRITE ORDER-MASTER-REC
                   MOVE SN-ORDM-FS TO SN-CUR-STATUS
               WHEN 'ORDRDTL '
                   MOVE SN-SNAP-DATA TO ORDER-DETAIL-RECORD
                   WRITE ORDER-DETAIL-RECORD
                   MOVE SN-ODTL-FS TO SN-CUR-STATUS
               WHEN 'PRODMAST'
                   MOVE SN-SNAP-DATA TO PRODUCT-MASTER-REC
                   WRITE PRODUCT-MASTER-REC
                   MOVE SN-PROD-FS TO SN-CUR-STATUS
               WHEN 'BACKORDR'
                   MOVE SN-SNAP-DATA TO BACKORDER-RECORD
                   WRITE BACKORDER-RECORD
                   MOVE SN-BORD-FS TO SN-CUR-STATUS
               WHEN 'SHIPMENT'
                   MOVE SN-SNAP-DATA TO SHIPMENT-RECORD
                   WRITE SHIPMENT-RECORD
                   MOVE SN-SHPF-FS TO SN-CUR-STATUS
               WHEN 'PURCHORD'
                   MOVE SN-SNAP-DATA TO PURCHASE-ORDER-RECORD
                   WRITE PURCHASE-ORDER-RECORD
                   MOVE SN-PO-FS TO SN-CUR-STATUS
               WHEN OTHER
                   MOVE 'XX' TO SN-CUR-STATUS
           END-EVALUATE
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'RELOAD' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-CLOSE-ONE-MASTER.
           IF SC-FILE-NAME (SN-SUB) = SPACES
               OR NOT SC-FILE-IS-MASTER (SN-SUB)
               GO TO 4300-EXIT
           END-IF
           EVALUATE SC-FILE-NAME (SN-SUB)
               WHEN 'CUSTMAST'
                   CLOSE CUSTOMER-MASTER
               WHEN 'ORDRMAST'
                   CLOSE ORDER-MASTER
               WHEN 'ORDRDTL '
                   CLOSE ORDER-DETAIL
               WHEN 'PRODMAST'
                   CLOSE PRODUCT-MASTER
               WHEN 'BACKORDR'
                   CLOSE BACKORDER-FILE
               WHEN 'SHIPMENT'
                   CLOSE SHIPMENT-FILE
               WHEN 'PURCHORD'
                   CLOSE PURCHASE-ORDER-FILE
           END-EVALUATE.
       4300-EXIT.
           EXIT.

      ******************************************************************
      * 4400-SAVE-LEDGERS - COPY THE FIRST SC-REC-COUNT RECORDS OF     *
      *    EACH LEDGER TO SNAPWORK, TAGGED WITH THE LEDGER NAME. A     *
      *    LEDGER THAT YIELDS FEWER RECORDS THAN THE SNAPSHOT COUNT    *
      *    STOPS THE RESTORE HERE, BEFORE ANY FILE IS EMPTIED. A       *
      *    LEDGER NOT ON FILE (STATUS 35) YIELDS NO RECORDS.           *
      ******************************************************************
       4400-SAVE-LEDGERS.
           OPEN OUTPUT SNAP-WORK
           IF SN-WORK-FS NOT = '00'
               MOVE 'SNAPWORK' TO SN-CUR-FILE
               MOVE SN-WORK-FS TO SN-CUR-STATUS
               MOVE 'OPEN OUTPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 4400-EXIT
           END-IF
           PERFORM 4450-SAVE-ONE-LEDGER THRU 4450-EXIT
               VARYING SN-SUB FROM 1 BY 1
               UNTIL SN-SUB > 8 OR SN-RC-ERROR
           CLOSE SNAP-WORK.
       4400-EXIT.
           EXIT.

       4450-SAVE-ONE-LEDGER.
           IF SC-FILE-NAME (SN-SUB) = SPACES
               OR NOT SC-FILE-IS-LEDGER (SN-SUB)
               GO TO 4450-EXIT
           END-IF
           MOVE SC-FILE-NAME (SN-SUB) TO SN-CUR-FILE
           MOVE SC-REC-COUNT (SN-SUB) TO SN-SNAP-LIMIT
           MOVE ZERO TO SN-COPY-COUNT
           PERFORM 7000-OPEN-LEDGER-INPUT THRU 7000-EXIT
           IF SN-RC-ERROR
               GO TO 4450-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '35'
               MOVE 'N' TO SN-EOF-SW
               PERFORM 4600-KEEP-ONE-RECORD THRU 4600-EXIT
                   UNTIL SN-AT-EOF
                      OR SN-COPY-COUNT NOT < SN-SNAP-LIMIT
               PERFORM 7400-CLOSE-LEDGER THRU 7400-EXIT
           END-IF
           IF SN-RC-ERROR
               GO TO 4450-EXIT
           END-IF
           IF SN-COPY-COUNT NOT = SN-SNAP-LIMIT
               PERFORM 8200-SET-SHORT-ERROR THRU 8200-EXIT
           END-IF.
       4450-EXIT.
           EXIT.

      ******************************************************************
      * 4500-CUT-ONE-LEDGER - REBUILD THE LEDGER FROM ITS RECORDS IN   *
      *    SNAPWORK. EVERYTHING THE RUN APPENDED IS DROPPED. ONCE THE  *
      *    LEDGER IS OPENED OUTPUT ANY FAILURE LEAVES IT SHORT, AND    *
      *    8000 SAYS SO IN THE MESSAGE.                                *
      ******************************************************************
       4500-CUT-ONE-LEDGER.
           IF SC-FILE-NAME (SN-SUB) = SPACES
               OR NOT SC-FILE-IS-LEDGER (SN-SUB)
               GO TO 4500-EXIT
           END-IF
           MOVE SC-FILE-NAME (SN-SUB) TO SN-CUR-FILE
           MOVE SC-REC-COUNT (SN-SUB) TO SN-SNAP-LIMIT
           OPEN INPUT SNAP-WORK
           IF SN-WORK-FS NOT = '00'
               MOVE 'SNAPWORK' TO SN-CUR-FILE
               MOVE SN-WORK-FS TO SN-CUR-STATUS
               MOVE 'OPEN INPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF
           MOVE 'Y' TO SN-CUTTING-SW
           PERFORM 7100-OPEN-LEDGER-OUTPUT THRU 7100-EXIT
           IF SN-RC-ERROR
               CLOSE SNAP-WORK
               GO TO 4500-EXIT
           END-IF
           MOVE ZERO TO SN-COPY-COUNT
           MOVE 'N' TO SN-EOF-SW
           PERFORM 4700-PUT-BACK-ONE-RECORD THRU 4700-EXIT
               UNTIL SN-AT-EOF OR SN-RC-ERROR
           PERFORM 7400-CLOSE-LEDGER THRU 7400-EXIT
           CLOSE SNAP-WORK
           IF NOT SN-RC-ERROR
               AND SN-COPY-COUNT NOT = SN-SNAP-LIMIT
               PERFORM 8200-SET-SHORT-ERROR THRU 8200-EXIT
           END-IF
           MOVE 'N' TO SN-CUTTING-SW.
       4500-EXIT.
           EXIT.

       4600-KEEP-ONE-RECORD.
           PERFORM 7200-READ-LEDGER THRU 7200-EXIT
           IF SN-AT-EOF
               GO TO 4600-EXIT
           END-IF
           MOVE SN-CUR-FILE TO SN-WORK-FILE
           MOVE SN-LEDGER-RECORD TO SN-WORK-DATA
           WRITE SNAP-WORK-REC FROM SN-WORK-RECORD
           IF SN-WORK-FS NOT = '00'
               MOVE 'Y' TO SN-EOF-SW
               MOVE 'SNAPWORK' TO SN-CUR-FILE
               MOVE SN-WORK-FS TO SN-CUR-STATUS
               MOVE 'WRITE' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 4600-EXIT
           END-IF
           ADD 1 TO SN-COPY-COUNT.
       4600-EXIT.
           EXIT.

      *    SNAPWORK HOLDS EVERY LEDGER; ONLY THIS LEDGER'S RECORDS ARE
      *    WRITTEN BACK.
       4700-PUT-BACK-ONE-RECORD.
           READ SNAP-WORK INTO SN-WORK-RECORD
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 4700-EXIT
           END-READ
           IF SN-WORK-FS NOT = '00'
               MOVE SN-WORK-FS TO SN-CUR-STATUS
               MOVE 'WORK READ' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 4700-EXIT
           END-IF
           IF SN-WORK-FILE NOT = SN-CUR-FILE
               GO TO 4700-EXIT
           END-IF
           MOVE SN-WORK-DATA TO SN-LEDGER-RECORD
           PERFORM 7300-WRITE-LEDGER THRU 7300-EXIT
           IF NOT SN-RC-ERROR
               ADD 1 TO SN-COPY-COUNT
           END-IF.
       4700-EXIT.
           EXIT.

      ******************************************************************
      * 5000-MEASURE-FILE - COUNT AND TOTAL ONE FILE (SC-FILE-NAME     *
      *    (SN-SUB)) INTO SN-CUR-COUNT AND SN-CUR-TOTAL, COPYING EACH  *
      *    RECORD TO THE SNAPSHOT FILE WHEN SN-COPY-TO-SNAP. A FILE    *
      *    NOT ON DISK (STATUS 35) MEASURES AS EMPTY.                  *
      ******************************************************************
       5000-MEASURE-FILE.
           MOVE SC-FILE-NAME (SN-SUB) TO SN-CUR-FILE
           MOVE ZERO TO SN-CUR-COUNT
           MOVE ZERO TO SN-CUR-TOTAL
           MOVE ZERO TO SN-CUR-OTHER
           MOVE 'N' TO SN-EOF-SW
           EVALUATE SN-CUR-FILE
               WHEN 'CUSTMAST'
                   PERFORM 5100-MEASURE-CUSTMAST THRU 5100-EXIT
               WHEN 'ORDRMAST'
                   PERFORM 5200-MEASURE-ORDRMAST THRU 5200-EXIT
               WHEN 'ORDRDTL '
                   PERFORM 5300-MEASURE-ORDRDTL THRU 5300-EXIT
               WHEN 'PRODMAST'
                   PERFORM 5400-MEASURE-PRODMAST THRU 5400-EXIT
               WHEN 'BACKORDR'
                   PERFORM 5500-MEASURE-BACKORDR THRU 5500-EXIT
               WHEN 'SHIPMENT'
                   PERFORM 5600-MEASURE-SHIPMENT THRU 5600-EXIT
               WHEN 'PURCHORD'
                   PERFORM 5700-MEASURE-PURCHORD THRU 5700-EXIT
               WHEN 'GLACTV  '
               WHEN 'STKMOVE '
               WHEN 'RCVHIST '
                   PERFORM 5800-MEASURE-LEDGER THRU 5800-EXIT
               WHEN OTHER
                   MOVE 'E' TO SN-RETURN-CODE
                   STRING 'NO MEASURE RULE FOR FILE ' SN-CUR-FILE
                       DELIMITED BY SIZE INTO SNM-STATUS-MSG
           END-EVALUATE.
       5000-EXIT.
           EXIT.

       5100-MEASURE-CUSTMAST.
           OPEN INPUT CUSTOMER-MASTER
           MOVE SN-CUST-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5100-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5100-EXIT
           END-IF
           PERFORM 5110-READ-CUSTMAST THRU 5110-EXIT
               UNTIL SN-AT-EOF
           CLOSE CUSTOMER-MASTER.
       5100-EXIT.
           EXIT.

       5110-READ-CUSTMAST.
           READ CUSTOMER-MASTER NEXT INTO CUSTOMER-RECORD
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5110-EXIT
           END-READ
           IF SN-CUST-FS NOT = '00'
               MOVE SN-CUST-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5110-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           ADD CUST-BALANCE TO SN-CUR-TOTAL
           IF SN-COPY-TO-SNAP
               MOVE CUSTOMER-MASTER-REC TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5110-EXIT.
           EXIT.

       5200-MEASURE-ORDRMAST.
           OPEN INPUT ORDER-MASTER
           MOVE SN-ORDM-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5200-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5200-EXIT
           END-IF
           PERFORM 5210-READ-ORDRMAST THRU 5210-EXIT
               UNTIL SN-AT-EOF
           CLOSE ORDER-MASTER.
       5200-EXIT.
           EXIT.

       5210-READ-ORDRMAST.
           READ ORDER-MASTER NEXT INTO ORDER-RECORD
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5210-EXIT
           END-READ
           IF SN-ORDM-FS NOT = '00'
               MOVE SN-ORDM-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5210-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           ADD ORDER-TOTAL TO SN-CUR-TOTAL
           IF SN-COPY-TO-SNAP
               MOVE ORDER-MASTER-REC TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5210-EXIT.
           EXIT.

       5300-MEASURE-ORDRDTL.
           OPEN INPUT ORDER-DETAIL
           MOVE SN-ODTL-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5300-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5300-EXIT
           END-IF
           PERFORM 5310-READ-ORDRDTL THRU 5310-EXIT
               UNTIL SN-AT-EOF
           CLOSE ORDER-DETAIL.
       5300-EXIT.
           EXIT.

       5310-READ-ORDRDTL.
           READ ORDER-DETAIL NEXT
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5310-EXIT
           END-READ
           IF SN-ODTL-FS NOT = '00'
               MOVE SN-ODTL-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5310-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           ADD ODTL-ITEM-COUNT TO SN-CUR-TOTAL
           IF SN-COPY-TO-SNAP
               MOVE ORDER-DETAIL-RECORD TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5310-EXIT.
           EXIT.

       5400-MEASURE-PRODMAST.
           OPEN INPUT PRODUCT-MASTER
           MOVE SN-PROD-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5400-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5400-EXIT
           END-IF
           PERFORM 5410-READ-PRODMAST THRU 5410-EXIT
               UNTIL SN-AT-EOF
           CLOSE PRODUCT-MASTER.
       5400-EXIT.
           EXIT.

       5410-READ-PRODMAST.
           READ PRODUCT-MASTER NEXT INTO PRODUCT-RECORD
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5410-EXIT
           END-READ
           IF SN-PROD-FS NOT = '00'
               MOVE SN-PROD-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5410-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           ADD PROD-QTY-ON-HAND TO SN-CUR-TOTAL
           IF SN-COPY-TO-SNAP
               MOVE PRODUCT-MASTER-REC TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5410-EXIT.
           EXIT.

       5500-MEASURE-BACKORDR.
           OPEN INPUT BACKORDER-FILE
           MOVE SN-BORD-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5500-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5500-EXIT
           END-IF
           PERFORM 5510-READ-BACKORDR THRU 5510-EXIT
               UNTIL SN-AT-EOF
           CLOSE BACKORDER-FILE.
       5500-EXIT.
           EXIT.

       5510-READ-BACKORDR.
           READ BACKORDER-FILE NEXT
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5510-EXIT
           END-READ
           IF SN-BORD-FS NOT = '00'
               MOVE SN-BORD-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5510-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           ADD BO-QTY-OPEN TO SN-CUR-TOTAL
           IF SN-COPY-TO-SNAP
               MOVE BACKORDER-RECORD TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5510-EXIT.
           EXIT.

       5600-MEASURE-SHIPMENT.
           OPEN INPUT SHIPMENT-FILE
           MOVE SN-SHPF-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5600-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5600-EXIT
           END-IF
           PERFORM 5610-READ-SHIPMENT THRU 5610-EXIT
               UNTIL SN-AT-EOF
           CLOSE SHIPMENT-FILE.
       5600-EXIT.
           EXIT.

       5610-READ-SHIPMENT.
           READ SHIPMENT-FILE NEXT
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5610-EXIT
           END-READ
           IF SN-SHPF-FS NOT = '00'
               MOVE SN-SHPF-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5610-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           ADD SHP-FREIGHT-CHARGE TO SN-CUR-TOTAL
           IF SN-COPY-TO-SNAP
               MOVE SHIPMENT-RECORD TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5610-EXIT.
           EXIT.

       5700-MEASURE-PURCHORD.
           OPEN INPUT PURCHASE-ORDER-FILE
           MOVE SN-PO-FS TO SN-CUR-STATUS
           IF SN-CUR-STATUS = '35'
               GO TO 5700-EXIT
           END-IF
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               GO TO 5700-EXIT
           END-IF
           PERFORM 5710-READ-PURCHORD THRU 5710-EXIT
               UNTIL SN-AT-EOF
           CLOSE PURCHASE-ORDER-FILE.
       5700-EXIT.
           EXIT.

       5710-READ-PURCHORD.
           READ PURCHASE-ORDER-FILE NEXT
               AT END
                   MOVE 'Y' TO SN-EOF-SW
                   GO TO 5710-EXIT
           END-READ
           IF SN-PO-FS NOT = '00'
               MOVE SN-PO-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
               GO TO 5710-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           PERFORM 5720-ADD-PO-LINE THRU 5720-EXIT
               VARYING SN-LINE-SUB FROM 1 BY 1
               UNTIL SN-LINE-SUB > PO-LINE-COUNT
                  OR SN-LINE-SUB > 20
           IF SN-COPY-TO-SNAP
               MOVE PURCHASE-ORDER-RECORD TO SN-SNAP-DATA
               PERFORM 6400-WRITE-SNAPSHOT THRU 6400-EXIT
           END-IF.
       5710-EXIT.
           EXIT.

       5720-ADD-PO-LINE.
           ADD POL-QTY-RECEIVED (SN-LINE-SUB) TO SN-CUR-TOTAL.
       5720-EXIT.
           EXIT.

      *    THE LEDGERS ARE READ THROUGH THE SAME 7200 PARAGRAPH THE
      *    RESTORE USES, SO A LEDGER IS COUNTED EXACTLY AS IT IS CUT.
       5800-MEASURE-LEDGER.
           PERFORM 7000-OPEN-LEDGER-INPUT THRU 7000-EXIT
           IF SN-RC-ERROR OR SN-CUR-STATUS = '35'
               GO TO 5800-EXIT
           END-IF
           PERFORM 5810-READ-LEDGER THRU 5810-EXIT
               UNTIL SN-AT-EOF
           PERFORM 7400-CLOSE-LEDGER THRU 7400-EXIT.
       5800-EXIT.
           EXIT.

       5810-READ-LEDGER.
           PERFORM 7200-READ-LEDGER THRU 7200-EXIT
           IF SN-AT-EOF
               GO TO 5810-EXIT
           END-IF
           ADD 1 TO SN-CUR-COUNT
           IF SN-CUR-COUNT > SN-SNAP-LIMIT
               AND SN-CUR-SOURCE NOT = SC-JOB-NAME
               ADD 1 TO SN-CUR-OTHER
           END-IF.
       5810-EXIT.
           EXIT.

      ******************************************************************
      * 6000-6400 - THE JOB'S OWN SNAPSHOT FILE (SNAPOENT, SNAPOSHP OR *
      *    SNAPPORC), CHOSEN BY SC-JOB-NAME.                           *
      ******************************************************************
       6000-OPEN-SNAPSHOT-OUTPUT.
           EVALUATE SC-JOB-NAME
               WHEN 'ORDENTRY'
                   OPEN OUTPUT SNAP-ORDENTRY
               WHEN 'ORDSHIP '
                   OPEN OUTPUT SNAP-ORDSHIP
               WHEN 'PORECV  '
                   OPEN OUTPUT SNAP-PORECV
           END-EVALUATE
           IF SN-SNPF-FS NOT = '00'
               MOVE 'SNAPSHOT' TO SN-CUR-FILE
               MOVE SN-SNPF-FS TO SN-CUR-STATUS
               MOVE 'OPEN OUTPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

       6100-OPEN-SNAPSHOT-INPUT.
           MOVE '99' TO SN-SNPF-FS
           EVALUATE SC-JOB-NAME
               WHEN 'ORDENTRY'
                   OPEN INPUT SNAP-ORDENTRY
               WHEN 'ORDSHIP '
                   OPEN INPUT SNAP-ORDSHIP
               WHEN 'PORECV  '
                   OPEN INPUT SNAP-PORECV
           END-EVALUATE
           IF SN-SNPF-FS NOT = '00'
               MOVE 'SNAPSHOT' TO SN-CUR-FILE
               MOVE SN-SNPF-FS TO SN-CUR-STATUS
               MOVE 'OPEN INPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

       6200-READ-SNAPSHOT.
           EVALUATE SC-JOB-NAME
               WHEN 'ORDENTRY'
                   READ SNAP-ORDENTRY INTO SN-SNAP-RECORD
                       AT END
                           MOVE 'Y' TO SN-SNAP-EOF-SW
                   END-READ
               WHEN 'ORDSHIP '
                   READ SNAP-ORDSHIP INTO SN-SNAP-RECORD
                       AT END
                           MOVE 'Y' TO SN-SNAP-EOF-SW
                   END-READ
               WHEN 'PORECV  '
                   READ SNAP-PORECV INTO SN-SNAP-RECORD
                       AT END
                           MOVE 'Y' TO SN-SNAP-EOF-SW
                   END-READ
           END-EVALUATE
           IF NOT SN-SNAP-AT-EOF
               AND SN-SNPF-FS NOT = '00'
               MOVE 'SNAPSHOT' TO SN-CUR-FILE
               MOVE SN-SNPF-FS TO SN-CUR-STATUS
               PERFORM 8100-SET-READ-ERROR THRU 8100-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

       6300-CLOSE-SNAPSHOT.
           EVALUATE SC-JOB-NAME
               WHEN 'ORDENTRY'
                   CLOSE SNAP-ORDENTRY
               WHEN 'ORDSHIP '
                   CLOSE SNAP-ORDSHIP
               WHEN 'PORECV  '
                   CLOSE SNAP-PORECV
           END-EVALUATE.
       6300-EXIT.
           EXIT.

       6400-WRITE-SNAPSHOT.
           MOVE SN-CUR-FILE TO SN-SNAP-FILE
           EVALUATE SC-JOB-NAME
               WHEN 'ORDENTRY'
                   WRITE SNAP-ORDENTRY-REC FROM SN-SNAP-RECORD
               WHEN 'ORDSHIP '
                   WRITE SNAP-ORDSHIP-REC FROM SN-SNAP-RECORD
               WHEN 'PORECV  '
                   WRITE SNAP-PORECV-REC FROM SN-SNAP-RECORD
           END-EVALUATE
           IF SN-SNPF-FS NOT = '00'
               MOVE SN-SNPF-FS TO SN-CUR-STATUS
               MOVE 'SNAPSHOT' TO SN-CUR-FILE
               MOVE 'WRITE' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
               MOVE 'Y' TO SN-EOF-SW
           END-IF.
       6400-EXIT.
           EXIT.

      ******************************************************************
      * 7000-7400 - THE EXTEND-ONLY LEDGER NAMED IN SN-CUR-FILE. EACH  *
      *    RECORD PASSES THROUGH SN-LEDGER-RECORD, AND THE PROGRAM     *
      *    THAT WROTE IT IS LEFT IN SN-CUR-SOURCE (RCVHIST IS ONLY     *
      *    EVER WRITTEN BY PORECV).                                    *
      ******************************************************************
       7000-OPEN-LEDGER-INPUT.
           EVALUATE SN-CUR-FILE
               WHEN 'GLACTV  '
                   OPEN INPUT GL-ACTIVITY
                   MOVE SN-GLAC-FS TO SN-CUR-STATUS
               WHEN 'STKMOVE '
                   OPEN INPUT STOCK-MOVEMENT
                   MOVE SN-STKM-FS TO SN-CUR-STATUS
               WHEN 'RCVHIST '
                   OPEN INPUT RECEIPT-HISTORY
                   MOVE SN-RCVH-FS TO SN-CUR-STATUS
           END-EVALUATE
           IF SN-CUR-STATUS NOT = '00'
               AND SN-CUR-STATUS NOT = '35'
               MOVE 'OPEN INPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       7000-EXIT.
           EXIT.

       7100-OPEN-LEDGER-OUTPUT.
           EVALUATE SN-CUR-FILE
               WHEN 'GLACTV  '
                   OPEN OUTPUT GL-ACTIVITY
                   MOVE SN-GLAC-FS TO SN-CUR-STATUS
               WHEN 'STKMOVE '
                   OPEN OUTPUT STOCK-MOVEMENT
                   MOVE SN-STKM-FS TO SN-CUR-STATUS
               WHEN 'RCVHIST '
                   OPEN OUTPUT RECEIPT-HISTORY
                   MOVE SN-RCVH-FS TO SN-CUR-STATUS
           END-EVALUATE
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'OPEN OUTPUT' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

       7200-READ-LEDGER.
           EVALUATE SN-CUR-FILE
               WHEN 'GLACTV  '
                   READ GL-ACTIVITY
                       AT END
                           MOVE 'Y' TO SN-EOF-SW
                           GO TO 7200-EXIT
                   END-READ
                   MOVE GL-ACTIVITY-RECORD TO SN-LEDGER-RECORD
                   MOVE GA-SOURCE-PROGRAM TO SN-CUR-SOURCE
                   ADD GA-AMOUNT-1 TO SN-CUR-TOTAL
               WHEN 'STKMOVE '
                   READ STOCK-MOVEMENT
                       AT END
                           MOVE 'Y' TO SN-EOF-SW
                           GO TO 7200-EXIT
                   END-READ
                   MOVE STOCK-MOVEMENT-RECORD TO SN-LEDGER-RECORD
                   MOVE SM-SOURCE-PROGRAM TO SN-CUR-SOURCE
                   ADD SM-QTY TO SN-CUR-TOTAL
               WHEN 'RCVHIST '
                   READ RECEIPT-HISTORY
                       AT END
                           MOVE 'Y' TO SN-EOF-SW
                           GO TO 7200-EXIT
                   END-READ
                   MOVE RECEIPT-HISTORY-RECORD TO SN-LEDGER-RECORD
                   MOVE 'PORECV  ' TO SN-CUR-SOURCE
                   ADD RH-QTY-RECEIVED TO SN-CUR-TOTAL
           END-EVALUATE.
       7200-EXIT.
           EXIT.

       7300-WRITE-LEDGER.
           EVALUATE SN-CUR-FILE
               WHEN 'GLACTV  '
                   MOVE SN-LEDGER-RECORD TO GL-ACTIVITY-RECORD
                   WRITE GL-ACTIVITY-RECORD
                   MOVE SN-GLAC-FS TO SN-CUR-STATUS
               WHEN 'STKMOVE '
                   MOVE SN-LEDGER-RECORD TO STOCK-MOVEMENT-RECORD
                   WRITE STOCK-MOVEMENT-RECORD
                   MOVE SN-STKM-FS TO SN-CUR-STATUS
               WHEN 'RCVHIST '
                   MOVE SN-LEDGER-RECORD TO RECEIPT-HISTORY-RECORD
                   WRITE RECEIPT-HISTORY-RECORD
                   MOVE SN-RCVH-FS TO SN-CUR-STATUS
           END-EVALUATE
           IF SN-CUR-STATUS NOT = '00'
               MOVE 'WRITE' TO SN-ERR-ACTION
               PERFORM 8000-SET-FILE-ERROR THRU 8000-EXIT
           END-IF.
       7300-EXIT.
           EXIT.

       7400-CLOSE-LEDGER.
           EVALUATE SN-CUR-FILE
               WHEN 'GLACTV  '
                   CLOSE GL-ACTIVITY
               WHEN 'STKMOVE '
                   CLOSE STOCK-MOVEMENT
               WHEN 'RCVHIST '
                   CLOSE RECEIPT-HISTORY
           END-EVALUATE.
       7400-EXIT.
           EXIT.

      ******************************************************************
      * 8000-SET-FILE-ERROR - FLAG THE CALL IN ERROR, NAMING THE FILE, *
      *    THE ACTION AND THE STATUS. ONLY THE FIRST ERROR IS KEPT.    *
      *    WHILE A LEDGER IS BEING REBUILT THE MESSAGE ALSO SAYS IT    *
      *    HAS BEEN LEFT SHORT.                                        *
      ******************************************************************
       8000-SET-FILE-ERROR.
           IF SN-RC-ERROR
               GO TO 8000-EXIT
           END-IF
           MOVE 'E' TO SN-RETURN-CODE
           MOVE SPACES TO SNM-STATUS-MSG
           IF SN-CUTTING-LEDGER
               STRING SN-CUR-FILE ' LEFT SHORT - ' SN-ERR-ACTION
                      ' FAILED - STATUS ' SN-CUR-STATUS
                   DELIMITED BY SIZE INTO SNM-STATUS-MSG
           ELSE
               STRING SN-CUR-FILE ' ' SN-ERR-ACTION ' FAILED - STATUS '
                      SN-CUR-STATUS
                   DELIMITED BY SIZE INTO SNM-STATUS-MSG
           END-IF.
       8000-EXIT.
           EXIT.

      *    A READ ERROR PART WAY THROUGH A FILE ENDS THE PASS OVER IT;
      *    THE RECORD NUMBER IN ERROR GOES INTO THE MESSAGE.
       8100-SET-READ-ERROR.
           MOVE 'Y' TO SN-EOF-SW
           MOVE 'Y' TO SN-SNAP-EOF-SW
           IF SN-RC-ERROR
               GO TO 8100-EXIT
           END-IF
           COMPUTE SN-DISP-COUNT = SN-CUR-COUNT + 1
           MOVE 'E' TO SN-RETURN-CODE
           MOVE SPACES TO SNM-STATUS-MSG
           STRING SN-CUR-FILE ' READ FAILED AT RECORD '
                  SN-DISP-COUNT ' - STATUS ' SN-CUR-STATUS
               DELIMITED BY SIZE INTO SNM-STATUS-MSG.
       8100-EXIT.
           EXIT.

      *    A LEDGER THAT DOES NOT HOLD ITS SNAPSHOT COUNT - SHORTER
      *    THAN AT THE SNAPSHOT WHEN SAVED, OR NOT ALL WRITTEN BACK.
       8200-SET-SHORT-ERROR.
           IF SN-RC-ERROR
               GO TO 8200-EXIT
           END-IF
           MOVE SN-COPY-COUNT TO SN-DISP-COUNT
           MOVE SN-SNAP-LIMIT TO SN-DISP-LIMIT
           MOVE 'E' TO SN-RETURN-CODE
           MOVE SPACES TO SNM-STATUS-MSG
           IF SN-CUTTING-LEDGER
               STRING SN-CUR-FILE ' LEFT SHORT - ' SN-DISP-COUNT
                      ' OF ' SN-DISP-LIMIT ' WRITTEN BACK'
                   DELIMITED BY SIZE INTO SNM-STATUS-MSG
           ELSE
               STRING SN-CUR-FILE ' HOLDS ' SN-DISP-COUNT
                      ' RECORDS - SNAPSHOT HAD ' SN-DISP-LIMIT
                   DELIMITED BY SIZE INTO SNM-STATUS-MSG
           END-IF.
       8200-EXIT.
           EXIT.
