      ******************************************************************
      * PROGRAM-ID: MSTREST                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MSTREST.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  CONTROLLED MASTER FILE RESTORE. ROLLS THE FILES  *
      *    A POSTING JOB (ORDENTRY, ORDSHIP, PORECV) UPDATES BACK TO   *
      *    THE PRE-RUN SNAPSHOT THE JOB TOOK AT START-UP (SEE SNAPCTL  *
      *    COPYBOOK AND MSTSNAP): EACH MASTER IS RELOADED FROM THE     *
      *    SNAPSHOT AND EACH LEDGER (GLACTV, STKMOVE, RCVHIST) IS CUT  *
      *    BACK TO ITS PRE-RUN RECORD COUNT, DROPPING THE RUN'S        *
      *    ENTRIES. THE JOB'S RUN CONTROL ENTRY (RUNCNTL) IS PUT BACK  *
      *    AS IT STOOD BEFORE THE RUN, SO THE SAME BATCH CAN BE        *
      *    RESUBMITTED. THE OPERATOR KEYS THE JOB NAME AND BATCH ID    *
      *    AT THE CONSOLE; THE RESTORE IS REFUSED WHEN:                *
      *      - NO SNAPSHOT IS ON FILE FOR THE JOB, OR THE LATEST       *
      *        SNAPSHOT IS FOR ANOTHER BATCH OR IS ALREADY RESTORED;   *
      *      - RUNCNTL DOES NOT SHOW THE BATCH AS THE JOB'S LAST RUN;  *
      *      - A LATER SNAPSHOT OF ANOTHER JOB SHARES ONE OF THE       *
      *        FILES (THAT JOB HAS POSTED ON TOP OF THIS RUN AND MUST  *
      *        BE RESTORED FIRST);                                     *
      *      - A JOB THAT TAKES NO SNAPSHOT BUT REWRITES ONE OF THE    *
      *        MASTERS (BORELSE, CASHPOST, APMATCH, FRTAUDIT, POGEN,   *
      *        PRODUPDT, RORAPPLY, ORDPURGE - SEE MR-UPDATER-TABLE)    *
      *        SHOWS A RUN ON OR AFTER THE SNAPSHOT DATE IN RUNCNTL -  *
      *        THE RELOAD WOULD WIPE ITS UPDATES (FRTAUDIT'S BILLED    *
      *        FLAGS ON SHIPMENT, CASHPOST'S PAYMENTS ON CUSTMAST)     *
      *        WITHOUT TRACE;                                          *
      *      - THE CREDIT CHANGE (CUSTJRNL), DUNNING (DUNJRNL) OR      *
      *        ORDER MAINTENANCE (ORDJRNL) JOURNAL HOLDS AN ENTRY      *
      *        DATED ON OR AFTER THE SNAPSHOT DATE - CUSTCRED,         *
      *        CUSTDUNN OR ORDMAINT HAS CHANGED CUSTMAST OR ORDRMAST;  *
      *      - POGEN HAS ASSIGNED PO NUMBERS (POCNTL) SINCE A PURCHORD *
      *        SNAPSHOT;                                               *
      *      - A LEDGER HOLDS ENTRIES PAST THE SNAPSHOT POINT WRITTEN  *
      *        BY ANY OTHER PROGRAM, OR IS SHORTER THAN AT SNAPSHOT.   *
      *        THIS ALSO CATCHES CREDHOLD RELEASES, ORDRETRN RETURNS   *
      *        AND INVADJST ADJUSTMENTS, WHICH ALL JOURNAL TO GLACTV   *
      *        OR STKMOVE AS THEY UPDATE THE MASTERS;                  *
      *      - THE OPERATOR DOES NOT CONFIRM.                          *
      *    NOT CHECKED: CUSTOMER CHANGES KEYED THROUGH CUSTINQ AND     *
      *    ORDERS CANCELLED THROUGH CREDHOLD LEAVE NO TRACE TO TEST.   *
      *    THE CONFIRMATION PROMPT NAMES THEM WHEN CUSTMAST OR         *
      *    ORDRMAST IS TO BE RELOADED, FOR THE OPERATOR TO CHECK.      *
      *    ORDENTRY ROLLS BACK ORDRMAST, ORDRDTL, CUSTMAST AND GLACTV; *
      *    ORDSHIP AND PORECV THE FILES LISTED IN MSTSNAP.             *
      *    THE REPORT SHOWS EACH FILE'S RECORD COUNT AND CONTROL TOTAL *
      *    BEFORE AND AFTER THE RESTORE AGAINST THE SNAPSHOT FIGURES.  *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  REFUSE ON LATER POGEN, PRODUPDT, RORAPPLY   *
      *                    AND ORDPURGE RUNS, ON LATER CUSTJRNL,       *
      *                    DUNJRNL AND ORDJRNL ENTRIES, AND ON PO      *
      *                    NUMBERS ASSIGNED SINCE THE SNAPSHOT; NAME   *
      *                    THE UNCHECKED PROGRAMS AT CONFIRMATION;     *
      *                    REPORT A FAILED RE-MEASURE OR SNAPCTL       *
      *                    REWRITE AFTER THE RELOAD.                   *
      *    2026-10-15 RGM  CHECK THE RUNCNTL RESET AND LEAVE THE       *
      *                    SNAPSHOT UNRESTORED WHEN IT FAILS; TELL THE *
      *                    OPERATOR A LEDGER LEFT SHORT BY A FAILED    *
      *                    RESTORE NEEDS ITS BACKUP BEFORE A RERUN.    *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-CONTROL ASSIGN TO "SNAPCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAPSHOT-CONTROL-KEY
               FILE STATUS IS MR-SCTL-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-JOB-NAME
               FILE STATUS IS MR-RCTL-FS.

           SELECT PO-CONTROL ASSIGN TO "POCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POC-CONTROL-NAME
               FILE STATUS IS MR-POC-FS.

           SELECT CREDIT-JOURNAL ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MR-JRNL-FS.

           SELECT DUNNING-JOURNAL ASSIGN TO "DUNJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MR-JRNL-FS.

           SELECT ORDER-JOURNAL ASSIGN TO "ORDJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MR-JRNL-FS.

           SELECT RESTORE-REPORT ASSIGN TO "MSTRSTRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-CONTROL
           LABEL RECORDS ARE STANDARD.
       01  SNAPSHOT-CONTROL-REC.
           05  SNAPSHOT-CONTROL-KEY    PIC X(8).
           05  FILLER                  PIC X(316).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.

       FD  PO-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'pocntl.cpy'.

       FD  CREDIT-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY 'custjrnl.cpy'.

       FD  DUNNING-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY 'dunjrnl.cpy'.

       FD  ORDER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY 'ordjrnl.cpy'.

       FD  RESTORE-REPORT
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'snapctl.cpy'.
       COPY 'snapmeas.cpy'.

       01  MR-FILE-STATUSES.
           05  MR-SCTL-FS              PIC X(2) VALUE '00'.
           05  MR-RCTL-FS              PIC X(2) VALUE '00'.
           05  MR-RPT-FS               PIC X(2) VALUE '00'.
           05  MR-POC-FS               PIC X(2) VALUE '00'.
           05  MR-JRNL-FS              PIC X(2) VALUE '00'.

       01  MR-SWITCHES.
           05  MR-SCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  MR-SCTL-WAS-FOUND            VALUE 'Y'.
           05  MR-RCTL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  MR-RCTL-WAS-FOUND            VALUE 'Y'.
           05  MR-REFUSED-SW           PIC X(1) VALUE 'N'.
               88  MR-RESTORE-REFUSED           VALUE 'Y'.
           05  MR-JRNL-EOF-SW          PIC X(1) VALUE 'N'.
               88  MR-JRNL-EOF                  VALUE 'Y'.
           05  MR-JRNL-LATER-SW        PIC X(1) VALUE 'N'.
               88  MR-JRNL-HAS-LATER            VALUE 'Y'.
           05  MR-RCTL-RESET-SW        PIC X(1) VALUE 'N'.
               88  MR-RCTL-RESET-FAILED         VALUE 'Y'.

       01  MR-RUN-DATE                 PIC 9(8).
       01  MR-JOB-NAME                 PIC X(8).
       01  MR-BATCH-ID                 PIC X(20).
       01  MR-CONFIRM                  PIC X(1).
       01  MR-REFUSE-REASON            PIC X(80) VALUE SPACES.

       01  MR-MSTSNAP-PARMS.
           05  MR-SNAP-FUNCTION        PIC X(5).
           05  MR-SNAP-RETURN-CODE     PIC X(1).
               88  MR-SNAP-RC-ERROR             VALUE 'E'.

      ******************************************************************
      * THE POSTING JOBS THAT TAKE SNAPSHOTS. EACH OTHER JOB'S LATEST  *
      * SNAPSHOT IS CHECKED FOR A LATER RUN OVER A SHARED FILE.        *
      ******************************************************************
       01  MR-JOB-TABLE-VALUES.
           05  FILLER                  PIC X(8) VALUE 'ORDENTRY'.
           05  FILLER                  PIC X(8) VALUE 'ORDSHIP '.
           05  FILLER                  PIC X(8) VALUE 'PORECV  '.
       01  MR-JOB-TABLE REDEFINES MR-JOB-TABLE-VALUES.
           05  MR-JT-JOB-NAME          PIC X(8) OCCURS 3 TIMES.

      ******************************************************************
      * RUN-CONTROLLED JOBS THAT TAKE NO SNAPSHOT BUT REWRITE A MASTER *
      * THE POSTING JOBS SNAPSHOT, BY JOB AND FILE. ANY SUCH RUN ON OR *
      * AFTER THE SNAPSHOT DATE REFUSES A RESTORE OF THAT FILE.        *
      ******************************************************************
       01  MR-UPDATER-TABLE-VALUES.
           05  FILLER                  PIC X(16) VALUE
               'BORELSE BACKORDR'.
           05  FILLER                  PIC X(16) VALUE
               'BORELSE PRODMAST'.
           05  FILLER                  PIC X(16) VALUE
               'CASHPOSTCUSTMAST'.
           05  FILLER                  PIC X(16) VALUE
               'CASHPOSTORDRMAST'.
           05  FILLER                  PIC X(16) VALUE
               'APMATCH PURCHORD'.
           05  FILLER                  PIC X(16) VALUE
               'FRTAUDITSHIPMENT'.
           05  FILLER                  PIC X(16) VALUE
               'POGEN   PURCHORD'.
           05  FILLER                  PIC X(16) VALUE
               'PRODUPDTPRODMAST'.
           05  FILLER                  PIC X(16) VALUE
               'RORAPPLYPRODMAST'.
           05  FILLER                  PIC X(16) VALUE
               'ORDPURGEORDRMAST'.
           05  FILLER                  PIC X(16) VALUE
               'ORDPURGEORDRDTL '.
       01  MR-UPDATER-TABLE REDEFINES MR-UPDATER-TABLE-VALUES.
           05  MR-UPDATER-ENTRY OCCURS 11 TIMES.
               10  MR-UT-JOB-NAME      PIC X(8).
               10  MR-UT-FILE-NAME     PIC X(8).

      ******************************************************************
      * THE REQUESTED JOB'S SNAPSHOT, HELD WHILE THE OTHER JOBS'       *
      * CONTROL RECORDS ARE READ THROUGH THE SAME AREA, AND THE        *
      * MEASUREMENTS TAKEN BEFORE THE RESTORE.                         *
      ******************************************************************
       01  MR-SNAPCTL-SAVE             PIC X(324).
       01  MR-OWN-SNAP-DATE            PIC 9(8).
       01  MR-OWN-SNAP-TIME            PIC 9(8).
       01  MR-OWN-FILE-TABLE.
           05  MR-OWN-FILE-NAME        PIC X(8) OCCURS 8 TIMES.
       01  MR-BEFORE-TABLE.
           05  MR-BEFORE-ENTRY OCCURS 8 TIMES.
               10  MR-BF-REC-COUNT     PIC 9(9) COMP-3.
               10  MR-BF-CTL-TOTAL     PIC S9(13)V99 COMP-3.

       01  MR-WORK-FIELDS.
           05  MR-SUB                  PIC 9(2) COMP.
           05  MR-JOB-SUB              PIC 9(2) COMP.
           05  MR-OTHER-SUB            PIC 9(2) COMP.
           05  MR-UPD-SUB              PIC 9(2) COMP.
           05  MR-UPD-FILE-SW          PIC X(1).
               88  MR-UPD-FILE-IS-OURS          VALUE 'Y'.
           05  MR-FIND-FILE            PIC X(8).
           05  MR-JRNL-NAME            PIC X(8).
           05  MR-JRNL-JOB             PIC X(8).
           05  MR-JRNL-DATE            PIC 9(8).
           05  MR-POC-NAME             PIC X(8) VALUE 'POGEN   '.
           05  MR-CURRENT-PO-NO        PIC 9(8).
           05  MR-UNCHECKED-SW         PIC X(1).
               88  MR-UNCHECKED-AT-RISK         VALUE 'Y'.
           05  MR-DIFFER-COUNT         PIC 9(2) COMP.
           05  MR-CLASH-FILE           PIC X(8).
           05  MR-DISP-COUNT           PIC Z(8)9.

       01  MR-HEADING-1.
           05  FILLER                  PIC X(24) VALUE
               'MASTER FILE RESTORE - '.
           05  MR-H1-DATE              PIC 9(8).

       01  MR-HEADING-2.
           05  FILLER                  PIC X(5) VALUE 'JOB '.
           05  MR-H2-JOB-NAME          PIC X(8).
           05  FILLER                  PIC X(8) VALUE '  BATCH '.
           05  MR-H2-BATCH-ID          PIC X(20).
           05  FILLER                  PIC X(14) VALUE
               '  SNAPSHOT OF '.
           05  MR-H2-SNAP-DATE         PIC 9(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-H2-SNAP-TIME         PIC 9(8).

       01  MR-HEADING-3.
           05  FILLER                  PIC X(15) VALUE 'FILE'.
           05  FILLER                  PIC X(30) VALUE
               '   BEFORE     AFTER  SNAPSHOT '.
           05  FILLER                  PIC X(18) VALUE
               '     TOTAL BEFORE '.
           05  FILLER                  PIC X(18) VALUE
               '      TOTAL AFTER '.
           05  FILLER                  PIC X(18) VALUE
               'TOTAL AT SNAPSHOT '.

       01  MR-FILE-LINE.
           05  MR-F-FILE-NAME          PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-F-FILE-TYPE          PIC X(6).
           05  MR-F-BEFORE-COUNT       PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-F-AFTER-COUNT        PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-F-SNAP-COUNT         PIC Z(8)9.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-F-BEFORE-TOTAL       PIC -Z(12)9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-F-AFTER-TOTAL        PIC -Z(12)9.99.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  MR-F-SNAP-TOTAL         PIC -Z(12)9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MR-F-VERDICT            PIC X(12).

       01  MR-MESSAGE-LINE             PIC X(132).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL                                              *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-GET-REQUEST THRU 2000-EXIT
           PERFORM 3000-CHECK-REQUEST THRU 3000-EXIT
           IF NOT MR-RESTORE-REFUSED
               PERFORM 4000-RESTORE THRU 4000-EXIT
           END-IF
           IF MR-RESTORE-REFUSED
               PERFORM 8000-REPORT-REFUSAL THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O SNAPSHOT-CONTROL
           OPEN I-O RUN-CONTROL
           OPEN OUTPUT RESTORE-REPORT
           ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD
           MOVE MR-RUN-DATE TO MR-H1-DATE
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE FROM MR-HEADING-1.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-GET-REQUEST - THE JOB AND BATCH TO ROLL BACK.             *
      ******************************************************************
       2000-GET-REQUEST.
           DISPLAY ' '
           DISPLAY 'MASTER FILE RESTORE - ROLL A POSTING RUN BACK TO '
                   'ITS PRE-RUN SNAPSHOT'
           DISPLAY 'JOB NAME (ORDENTRY, ORDSHIP, PORECV): '
               WITH NO ADVANCING
           ACCEPT MR-JOB-NAME
           DISPLAY 'BATCH ID: ' WITH NO ADVANCING
           ACCEPT MR-BATCH-ID
           MOVE MR-JOB-NAME TO MR-H2-JOB-NAME
           MOVE MR-BATCH-ID TO MR-H2-BATCH-ID.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CHECK-REQUEST - EVERY SAFETY CHECK COMES BEFORE ANY FILE  *
      *    IS TOUCHED. THE FIRST FAILURE REFUSES THE RESTORE.          *
      ******************************************************************
       3000-CHECK-REQUEST.
           IF MR-SCTL-FS NOT = '00'
               STRING 'SNAPSHOT CONTROL FILE (SNAPCTL) NOT AVAILABLE'
                      ' - STATUS ' MR-SCTL-FS
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           MOVE MR-JOB-NAME TO SNAPSHOT-CONTROL-KEY
           READ SNAPSHOT-CONTROL INTO SNAPSHOT-CONTROL-RECORD
               INVALID KEY
                   MOVE 'N' TO MR-SCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO MR-SCTL-FOUND-SW
           END-READ
           IF NOT MR-SCTL-WAS-FOUND
               STRING 'NO SNAPSHOT ON FILE FOR JOB ' MR-JOB-NAME
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           MOVE SC-SNAP-DATE TO MR-H2-SNAP-DATE
           MOVE SC-SNAP-TIME TO MR-H2-SNAP-TIME
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE FROM MR-HEADING-2
           IF SC-BATCH-ID NOT = MR-BATCH-ID
               STRING 'LATEST SNAPSHOT OF ' MR-JOB-NAME
                      ' IS FOR BATCH ' SC-BATCH-ID
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           IF SC-SNAP-RESTORED
               STRING 'SNAPSHOT ALREADY RESTORED ON '
                      SC-RESTORE-DATE
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           MOVE MR-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO MR-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO MR-RCTL-FOUND-SW
           END-READ
           IF NOT MR-RCTL-WAS-FOUND
               OR RC-BATCH-ID NOT = MR-BATCH-ID
               STRING 'RUNCNTL DOES NOT SHOW BATCH ' MR-BATCH-ID
                      ' AS THE LAST RUN OF ' MR-JOB-NAME
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-LATER-JOBS THRU 3100-EXIT
           IF MR-RESTORE-REFUSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-CHECK-ONE-UPDATER THRU 3200-EXIT
               VARYING MR-UPD-SUB FROM 1 BY 1
               UNTIL MR-UPD-SUB > 11 OR MR-RESTORE-REFUSED
           IF MR-RESTORE-REFUSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3500-CHECK-JOURNALS THRU 3500-EXIT
           IF MR-RESTORE-REFUSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3600-CHECK-PO-NUMBERING THRU 3600-EXIT
           IF MR-RESTORE-REFUSED
               GO TO 3000-EXIT
           END-IF
           MOVE 'COUNT' TO MR-SNAP-FUNCTION
           PERFORM 7000-CALL-MSTSNAP THRU 7000-EXIT
           IF MR-SNAP-RC-ERROR
               STRING 'CANNOT MEASURE FILES - ' SNM-STATUS-MSG
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3000-EXIT
           END-IF
           PERFORM 3300-SAVE-BEFORE-FIGURES THRU 3300-EXIT
               VARYING MR-SUB FROM 1 BY 1 UNTIL MR-SUB > 8
           PERFORM 3400-CHECK-ONE-LEDGER THRU 3400-EXIT
               VARYING MR-SUB FROM 1 BY 1
               UNTIL MR-SUB > 8 OR MR-RESTORE-REFUSED.
       3000-EXIT.
           EXIT.

      ******************************************************************
      * 3100-CHECK-LATER-JOBS - A SNAPSHOT OF ANOTHER JOB TAKEN AFTER  *
      *    THIS ONE, STILL UNRESTORED, OVER ANY FILE THIS JOB ALSO     *
      *    UPDATES MEANS THAT JOB POSTED ON TOP OF THIS RUN. THE       *
      *    OTHER RECORDS ARE READ THROUGH SNAPSHOT-CONTROL-RECORD, SO  *
      *    THIS JOB'S RECORD IS SAVED AND PUT BACK AFTERWARDS.         *
      ******************************************************************
       3100-CHECK-LATER-JOBS.
           MOVE SNAPSHOT-CONTROL-RECORD TO MR-SNAPCTL-SAVE
           MOVE SC-SNAP-DATE TO MR-OWN-SNAP-DATE
           MOVE SC-SNAP-TIME TO MR-OWN-SNAP-TIME
           PERFORM 3110-SAVE-OWN-FILE THRU 3110-EXIT
               VARYING MR-SUB FROM 1 BY 1 UNTIL MR-SUB > 8
           PERFORM 3150-CHECK-ONE-JOB THRU 3150-EXIT
               VARYING MR-JOB-SUB FROM 1 BY 1
               UNTIL MR-JOB-SUB > 3 OR MR-RESTORE-REFUSED
           MOVE MR-SNAPCTL-SAVE TO SNAPSHOT-CONTROL-RECORD.
       3100-EXIT.
           EXIT.

       3110-SAVE-OWN-FILE.
           MOVE SC-FILE-NAME (MR-SUB) TO MR-OWN-FILE-NAME (MR-SUB).
       3110-EXIT.
           EXIT.

       3150-CHECK-ONE-JOB.
           IF MR-JT-JOB-NAME (MR-JOB-SUB) = MR-JOB-NAME
               GO TO 3150-EXIT
           END-IF
           MOVE MR-JT-JOB-NAME (MR-JOB-SUB) TO SNAPSHOT-CONTROL-KEY
           READ SNAPSHOT-CONTROL INTO SNAPSHOT-CONTROL-RECORD
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ
           IF NOT SC-SNAP-TAKEN
               GO TO 3150-EXIT
           END-IF
           IF SC-SNAP-DATE < MR-OWN-SNAP-DATE
               GO TO 3150-EXIT
           END-IF
           IF SC-SNAP-DATE = MR-OWN-SNAP-DATE
               AND SC-SNAP-TIME NOT > MR-OWN-SNAP-TIME
               GO TO 3150-EXIT
           END-IF
           MOVE SPACES TO MR-CLASH-FILE
           PERFORM 3160-MATCH-OTHER-FILE THRU 3160-EXIT
               VARYING MR-OTHER-SUB FROM 1 BY 1
               UNTIL MR-OTHER-SUB > 8 OR MR-CLASH-FILE NOT = SPACES
           IF MR-CLASH-FILE NOT = SPACES
               STRING SC-JOB-NAME ' HAS RUN SINCE (BATCH '
                      SC-BATCH-ID ') AND UPDATED ' MR-CLASH-FILE
                      ' - RESTORE IT FIRST'
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
           END-IF.
       3150-EXIT.
           EXIT.

       3160-MATCH-OTHER-FILE.
           IF SC-FILE-NAME (MR-OTHER-SUB) = SPACES
               GO TO 3160-EXIT
           END-IF
           PERFORM 3170-MATCH-OWN-FILE THRU 3170-EXIT
               VARYING MR-SUB FROM 1 BY 1
               UNTIL MR-SUB > 8 OR MR-CLASH-FILE NOT = SPACES.
       3160-EXIT.
           EXIT.

       3170-MATCH-OWN-FILE.
           IF MR-OWN-FILE-NAME (MR-SUB) = SC-FILE-NAME (MR-OTHER-SUB)
               MOVE SC-FILE-NAME (MR-OTHER-SUB) TO MR-CLASH-FILE
           END-IF.
       3170-EXIT.
           EXIT.

      ******************************************************************
      * 3200-CHECK-ONE-UPDATER - A JOB IN MR-UPDATER-TABLE REWRITES    *
      *    ONE OF THIS JOB'S MASTERS WITHOUT TAKING A SNAPSHOT AND MAY *
      *    LEAVE NO LEDGER ENTRY TO GIVE ITSELF AWAY. IF ITS LAST RUN  *
      *    IS NOT EARLIER THAN THE SNAPSHOT DATE ITS UPDATES MAY SIT   *
      *    ON TOP OF THIS RUN, AND THE RELOAD WOULD LOSE THEM. A RUN   *
      *    THE SAME DAY IS REFUSED TOO - RUNCNTL KEEPS NO TIME OF DAY. *
      ******************************************************************
       3200-CHECK-ONE-UPDATER.
           MOVE MR-UT-FILE-NAME (MR-UPD-SUB) TO MR-FIND-FILE
           MOVE 'N' TO MR-UPD-FILE-SW
           PERFORM 3210-MATCH-UPDATER-FILE THRU 3210-EXIT
               VARYING MR-SUB FROM 1 BY 1
               UNTIL MR-SUB > 8 OR MR-UPD-FILE-IS-OURS
           IF NOT MR-UPD-FILE-IS-OURS
               GO TO 3200-EXIT
           END-IF
           MOVE MR-UT-JOB-NAME (MR-UPD-SUB) TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           IF RC-LAST-RUN-DATE < SC-SNAP-DATE
               GO TO 3200-EXIT
           END-IF
           STRING MR-UT-JOB-NAME (MR-UPD-SUB) ' RAN ON '
                  RC-LAST-RUN-DATE ' AND UPDATES '
                  MR-UT-FILE-NAME (MR-UPD-SUB)
                  ' - A RESTORE WOULD LOSE ITS UPDATES'
               DELIMITED BY SIZE INTO MR-REFUSE-REASON
           MOVE 'Y' TO MR-REFUSED-SW.
       3200-EXIT.
           EXIT.

      *    IS MR-FIND-FILE ONE OF THE MASTERS THIS SNAPSHOT RELOADS?
       3210-MATCH-UPDATER-FILE.
           IF SC-FILE-IS-MASTER (MR-SUB)
               AND SC-FILE-NAME (MR-SUB) = MR-FIND-FILE
               MOVE 'Y' TO MR-UPD-FILE-SW
           END-IF.
       3210-EXIT.
           EXIT.

       3300-SAVE-BEFORE-FIGURES.
           MOVE SNM-REC-COUNT (MR-SUB) TO MR-BF-REC-COUNT (MR-SUB)
           MOVE SNM-CTL-TOTAL (MR-SUB) TO MR-BF-CTL-TOTAL (MR-SUB).
       3300-EXIT.
           EXIT.

      *    A LEDGER IS CUT BACK BY RECORD COUNT, SO IT MUST STILL HOLD
      *    EVERYTHING IT HELD AT THE SNAPSHOT, AND NOTHING PAST THAT
      *    POINT MAY BELONG TO ANOTHER PROGRAM (CASHPOST, INVADJST AND
      *    THE REST ALSO WRITE GLACTV AND STKMOVE).
       3400-CHECK-ONE-LEDGER.
           IF SC-FILE-NAME (MR-SUB) = SPACES
               OR NOT SC-FILE-IS-LEDGER (MR-SUB)
               GO TO 3400-EXIT
           END-IF
           IF SNM-REC-COUNT (MR-SUB) < SC-REC-COUNT (MR-SUB)
               STRING SC-FILE-NAME (MR-SUB)
                      ' HOLDS FEWER RECORDS THAN AT THE SNAPSHOT'
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3400-EXIT
           END-IF
           IF SNM-OTHER-COUNT (MR-SUB) > ZERO
               MOVE SNM-OTHER-COUNT (MR-SUB) TO MR-DISP-COUNT
               STRING SC-FILE-NAME (MR-SUB) ' HAS ' MR-DISP-COUNT
                      ' LATER ENTRIES FROM OTHER PROGRAMS'
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      * 3500-CHECK-JOURNALS - CUSTCRED, CUSTDUNN AND ORDMAINT KEEP NO  *
      *    RUNCNTL ENTRY, BUT JOURNAL EVERY CHANGE THEY MAKE. AN ENTRY *
      *    DATED ON OR AFTER THE SNAPSHOT DATE IN THE JOURNAL OF A     *
      *    PROGRAM THAT UPDATES ONE OF THIS SNAPSHOT'S MASTERS MEANS   *
      *    THE RELOAD WOULD LOSE THAT CHANGE. THE JOURNALS CARRY A     *
      *    DATE BUT NOT ALWAYS A TIME, SO THE SAME DAY IS REFUSED TOO. *
      *    A JOURNAL NEVER CREATED (STATUS 35) HOLDS NOTHING.          *
      ******************************************************************
       3500-CHECK-JOURNALS.
           MOVE 'CUSTMAST' TO MR-FIND-FILE
           PERFORM 3590-FIND-OWN-MASTER THRU 3590-EXIT
           IF MR-UPD-FILE-IS-OURS
               PERFORM 3510-SCAN-CUSTJRNL THRU 3510-EXIT
               IF MR-RESTORE-REFUSED
                   GO TO 3500-EXIT
               END-IF
               PERFORM 3520-SCAN-DUNJRNL THRU 3520-EXIT
               IF MR-RESTORE-REFUSED
                   GO TO 3500-EXIT
               END-IF
           END-IF
           MOVE 'ORDRMAST' TO MR-FIND-FILE
           PERFORM 3590-FIND-OWN-MASTER THRU 3590-EXIT
           IF MR-UPD-FILE-IS-OURS
               PERFORM 3530-SCAN-ORDJRNL THRU 3530-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

       3510-SCAN-CUSTJRNL.
           MOVE 'CUSTJRNL' TO MR-JRNL-NAME
           MOVE 'CUSTCRED' TO MR-JRNL-JOB
           MOVE 'N' TO MR-JRNL-EOF-SW MR-JRNL-LATER-SW
           OPEN INPUT CREDIT-JOURNAL
           IF MR-JRNL-FS = '35'
               GO TO 3510-EXIT
           END-IF
           IF MR-JRNL-FS NOT = '00'
               PERFORM 3580-REFUSE-NO-JOURNAL THRU 3580-EXIT
               GO TO 3510-EXIT
           END-IF
           PERFORM 3515-READ-CUSTJRNL THRU 3515-EXIT
               UNTIL MR-JRNL-EOF OR MR-JRNL-HAS-LATER
           CLOSE CREDIT-JOURNAL
           IF MR-JRNL-HAS-LATER
               PERFORM 3585-REFUSE-LATER-ENTRY THRU 3585-EXIT
           END-IF.
       3510-EXIT.
           EXIT.

       3515-READ-CUSTJRNL.
           READ CREDIT-JOURNAL
               AT END
                   MOVE 'Y' TO MR-JRNL-EOF-SW
                   GO TO 3515-EXIT
           END-READ
           IF CJ-CHANGE-DATE NOT < SC-SNAP-DATE
               MOVE CJ-CHANGE-DATE TO MR-JRNL-DATE
               MOVE 'Y' TO MR-JRNL-LATER-SW
           END-IF.
       3515-EXIT.
           EXIT.

       3520-SCAN-DUNJRNL.
           MOVE 'DUNJRNL ' TO MR-JRNL-NAME
           MOVE 'CUSTDUNN' TO MR-JRNL-JOB
           MOVE 'N' TO MR-JRNL-EOF-SW MR-JRNL-LATER-SW
           OPEN INPUT DUNNING-JOURNAL
           IF MR-JRNL-FS = '35'
               GO TO 3520-EXIT
           END-IF
           IF MR-JRNL-FS NOT = '00'
               PERFORM 3580-REFUSE-NO-JOURNAL THRU 3580-EXIT
               GO TO 3520-EXIT
           END-IF
           PERFORM 3525-READ-DUNJRNL THRU 3525-EXIT
               UNTIL MR-JRNL-EOF OR MR-JRNL-HAS-LATER
           CLOSE DUNNING-JOURNAL
           IF MR-JRNL-HAS-LATER
               PERFORM 3585-REFUSE-LATER-ENTRY THRU 3585-EXIT
           END-IF.
       3520-EXIT.
           EXIT.

       3525-READ-DUNJRNL.
           READ DUNNING-JOURNAL
               AT END
                   MOVE 'Y' TO MR-JRNL-EOF-SW
                   GO TO 3525-EXIT
           END-READ
           IF DJ-CHANGE-DATE NOT < SC-SNAP-DATE
               MOVE DJ-CHANGE-DATE TO MR-JRNL-DATE
               MOVE 'Y' TO MR-JRNL-LATER-SW
           END-IF.
       3525-EXIT.
           EXIT.

       3530-SCAN-ORDJRNL.
           MOVE 'ORDJRNL ' TO MR-JRNL-NAME
           MOVE 'ORDMAINT' TO MR-JRNL-JOB
           MOVE 'N' TO MR-JRNL-EOF-SW MR-JRNL-LATER-SW
           OPEN INPUT ORDER-JOURNAL
           IF MR-JRNL-FS = '35'
               GO TO 3530-EXIT
           END-IF
           IF MR-JRNL-FS NOT = '00'
               PERFORM 3580-REFUSE-NO-JOURNAL THRU 3580-EXIT
               GO TO 3530-EXIT
           END-IF
           PERFORM 3535-READ-ORDJRNL THRU 3535-EXIT
               UNTIL MR-JRNL-EOF OR MR-JRNL-HAS-LATER
           CLOSE ORDER-JOURNAL
           IF MR-JRNL-HAS-LATER
               PERFORM 3585-REFUSE-LATER-ENTRY THRU 3585-EXIT
           END-IF.
       3530-EXIT.
           EXIT.

       3535-READ-ORDJRNL.
           READ ORDER-JOURNAL
               AT END
                   MOVE 'Y' TO MR-JRNL-EOF-SW
                   GO TO 3535-EXIT
           END-READ
           IF OJ-CHANGE-DATE NOT < SC-SNAP-DATE
               MOVE OJ-CHANGE-DATE TO MR-JRNL-DATE
               MOVE 'Y' TO MR-JRNL-LATER-SW
           END-IF.
       3535-EXIT.
           EXIT.

       3580-REFUSE-NO-JOURNAL.
           STRING MR-JRNL-NAME ' NOT AVAILABLE - STATUS ' MR-JRNL-FS
                  ' - CANNOT CHECK FOR LATER ' MR-JRNL-JOB
                  ' CHANGES'
               DELIMITED BY SIZE INTO MR-REFUSE-REASON
           MOVE 'Y' TO MR-REFUSED-SW.
       3580-EXIT.
           EXIT.

       3585-REFUSE-LATER-ENTRY.
           STRING MR-JRNL-JOB ' JOURNALED A CHANGE ON ' MR-JRNL-DATE
                  ' (' MR-JRNL-NAME ') - A RESTORE WOULD LOSE IT'
               DELIMITED BY SIZE INTO MR-REFUSE-REASON
           MOVE 'Y' TO MR-REFUSED-SW.
       3585-EXIT.
           EXIT.

       3590-FIND-OWN-MASTER.
           MOVE 'N' TO MR-UPD-FILE-SW
           PERFORM 3210-MATCH-UPDATER-FILE THRU 3210-EXIT
               VARYING MR-SUB FROM 1 BY 1
               UNTIL MR-SUB > 8 OR MR-UPD-FILE-IS-OURS.
       3590-EXIT.
           EXIT.

      ******************************************************************
      * 3600-CHECK-PO-NUMBERING - A PURCHORD SNAPSHOT NOTES THE LAST   *
      *    PO NUMBER ON POCNTL. IF POGEN HAS ASSIGNED NUMBERS SINCE,   *
      *    RELOADING PURCHORD WOULD DROP THOSE POS WHILE POCNTL GOES   *
      *    ON PAST THEM. A SNAPSHOT WITH NO NUMBER NOTED (NOT NUMERIC) *
      *    PREDATES THE CHECK AND IS LEFT TO THE RUNCNTL TEST (3200).  *
      ******************************************************************
       3600-CHECK-PO-NUMBERING.
           MOVE 'PURCHORD' TO MR-FIND-FILE
           PERFORM 3590-FIND-OWN-MASTER THRU 3590-EXIT
           IF NOT MR-UPD-FILE-IS-OURS
               GO TO 3600-EXIT
           END-IF
           IF SC-POC-LAST-PO-NO NOT NUMERIC
               GO TO 3600-EXIT
           END-IF
           MOVE ZERO TO MR-CURRENT-PO-NO
           OPEN INPUT PO-CONTROL
           IF MR-POC-FS = '35'
               GO TO 3600-COMPARE
           END-IF
           IF MR-POC-FS NOT = '00'
               STRING 'PO CONTROL FILE (POCNTL) NOT AVAILABLE - STATUS '
                      MR-POC-FS
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 3600-EXIT
           END-IF
           MOVE MR-POC-NAME TO POC-CONTROL-NAME
           READ PO-CONTROL
               INVALID KEY
                   MOVE ZERO TO POC-LAST-PO-NO
           END-READ
           MOVE POC-LAST-PO-NO TO MR-CURRENT-PO-NO
           CLOSE PO-CONTROL.
       3600-COMPARE.
           IF MR-CURRENT-PO-NO NOT = SC-POC-LAST-PO-NO
               STRING 'POGEN HAS ASSIGNED POS SINCE THE SNAPSHOT - '
                      'LAST PO ' MR-CURRENT-PO-NO ', WAS '
                      SC-POC-LAST-PO-NO
                   DELIMITED BY SIZE INTO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
           END-IF.
       3600-EXIT.
           EXIT.

      ******************************************************************
      * 4000-RESTORE - CONFIRM WITH THE OPERATOR, ROLL THE FILES BACK, *
      *    MEASURE THEM AGAIN, PUT THE RUN CONTROL ENTRY BACK AND MARK *
      *    THE SNAPSHOT RESTORED. A FAILED ROLL-BACK, RE-MEASURE OR    *
      *    RUNCNTL RESET LEAVES THE SNAPSHOT UNRESTORED SO THE RESTORE *
      *    CAN BE RERUN - RELOADING FROM THE SAME SNAPSHOT TWICE DOES  *
      *    NO HARM. THE ONE EXCEPTION IS A LEDGER MSTSNAP REPORTS      *
      *    'LEFT SHORT' (IT FAILED WHILE REBUILDING IT): THAT LEDGER   *
      *    MUST BE RESTORED FROM BACKUP FIRST, OR 3400 WILL REFUSE THE *
      *    RERUN.                                                      *
      ******************************************************************
       4000-RESTORE.
           DISPLAY 'RESTORE ' MR-JOB-NAME ' BATCH ' MR-BATCH-ID
           DISPLAY '   TO ITS SNAPSHOT OF ' SC-SNAP-DATE ' '
                   SC-SNAP-TIME ' - EVERY POSTING SINCE IS LOST'
           PERFORM 4050-SHOW-UNCHECKED THRU 4050-EXIT
           DISPLAY 'CONFIRM (Y/N): ' WITH NO ADVANCING
           ACCEPT MR-CONFIRM
           IF MR-CONFIRM NOT = 'Y'
               MOVE 'NOT CONFIRMED BY THE OPERATOR' TO MR-REFUSE-REASON
               MOVE 'Y' TO MR-REFUSED-SW
               GO TO 4000-EXIT
           END-IF
           MOVE 'RESTR' TO MR-SNAP-FUNCTION
           PERFORM 7000-CALL-MSTSNAP THRU 7000-EXIT
           IF MR-SNAP-RC-ERROR
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** RESTORE FAILED - ' SNM-STATUS-MSG
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** SNAPSHOT AND RUNCNTL LEFT AS THEY WERE - '
                      'CORRECT THE CAUSE AND RERUN MSTREST'
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** A LEDGER REPORTED LEFT SHORT MUST FIRST BE '
                      'RESTORED FROM BACKUP - THE RERUN REFUSES IT '
                      'OTHERWISE'
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               DISPLAY 'MSTREST - RESTORE FAILED - ' SNM-STATUS-MSG
               GO TO 4000-EXIT
           END-IF
           MOVE 'COUNT' TO MR-SNAP-FUNCTION
           PERFORM 7000-CALL-MSTSNAP THRU 7000-EXIT
           IF MR-SNAP-RC-ERROR
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** FILES RELOADED BUT NOT MEASURED - '
                      SNM-STATUS-MSG
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** SNAPSHOT AND RUNCNTL LEFT AS THEY WERE - '
                      'CORRECT THE CAUSE AND RERUN MSTREST'
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               DISPLAY 'MSTREST - FILES RELOADED BUT NOT MEASURED - '
                       SNM-STATUS-MSG
               GO TO 4000-EXIT
           END-IF
           PERFORM 5000-WRITE-FILE-SECTION THRU 5000-EXIT
           PERFORM 6000-RESET-RUN-CONTROL THRU 6000-EXIT
           IF MR-RCTL-RESET-FAILED
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** FILES RESTORED BUT SNAPSHOT LEFT '
                      'UNRESTORED - CORRECT RUNCNTL AND RERUN MSTREST'
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               DISPLAY 'MSTREST - ' MR-JOB-NAME ' RESTORED BUT RUNCNTL '
                       'RESET FAILED - STATUS ' MR-RCTL-FS
               GO TO 4000-EXIT
           END-IF
           SET SC-SNAP-RESTORED TO TRUE
           MOVE MR-RUN-DATE TO SC-RESTORE-DATE
           REWRITE SNAPSHOT-CONTROL-REC FROM SNAPSHOT-CONTROL-RECORD
           IF MR-SCTL-FS NOT = '00'
               MOVE SPACES TO MR-MESSAGE-LINE
               STRING '** SNAPCTL REWRITE FAILED - STATUS ' MR-SCTL-FS
                      ' - FILES RESTORED AND RUNCNTL RESET, BUT THE '
                      'SNAPSHOT STILL SHOWS UNRESTORED'
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
               PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
               DISPLAY 'MSTREST - ' MR-JOB-NAME ' RESTORED BUT SNAPCTL '
                       'REWRITE FAILED - STATUS ' MR-SCTL-FS
               GO TO 4000-EXIT
           END-IF
           IF MR-DIFFER-COUNT = ZERO
               DISPLAY 'MSTREST - ' MR-JOB-NAME ' RESTORED - ALL '
                       'FILES AGREE WITH THE SNAPSHOT'
           ELSE
               DISPLAY 'MSTREST - ' MR-JOB-NAME ' RESTORED - '
                       'FILES DIFFER FROM THE SNAPSHOT - SEE MSTRSTRP'
           END-IF.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * 4050-SHOW-UNCHECKED - CUSTINQ CUSTOMER CHANGES AND CREDHOLD    *
      *    CANCELS LEAVE NOTHING TO TEST. WHEN THE RELOAD COVERS THE   *
      *    MASTER THEY UPDATE, NAME THEM SO THE OPERATOR CAN CHECK     *
      *    FOR ANY MADE SINCE THE SNAPSHOT BEFORE CONFIRMING.          *
      ******************************************************************
       4050-SHOW-UNCHECKED.
           MOVE 'N' TO MR-UNCHECKED-SW
           MOVE 'CUSTMAST' TO MR-FIND-FILE
           PERFORM 3590-FIND-OWN-MASTER THRU 3590-EXIT
           IF MR-UPD-FILE-IS-OURS
               DISPLAY '   NOT CHECKED: CUSTOMER CHANGES KEYED IN '
                       'CUSTINQ SINCE THE SNAPSHOT'
               MOVE 'Y' TO MR-UNCHECKED-SW
           END-IF
           MOVE 'ORDRMAST' TO MR-FIND-FILE
           PERFORM 3590-FIND-OWN-MASTER THRU 3590-EXIT
           IF MR-UPD-FILE-IS-OURS
               DISPLAY '   NOT CHECKED: HELD ORDERS CANCELLED IN '
                       'CREDHOLD SINCE THE SNAPSHOT'
               MOVE 'Y' TO MR-UNCHECKED-SW
           END-IF
           IF MR-UNCHECKED-AT-RISK
               DISPLAY '   ANY SUCH CHANGE IS LOST - RE-KEY IT AFTER '
                       'THE RESTORE'
           END-IF.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * 5000-WRITE-FILE-SECTION - ONE LINE PER FILE: RECORD COUNT AND  *
      *    CONTROL TOTAL BEFORE AND AFTER THE RESTORE AGAINST THE      *
      *    SNAPSHOT FIGURES.                                           *
      ******************************************************************
       5000-WRITE-FILE-SECTION.
           MOVE ZERO TO MR-DIFFER-COUNT
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE FROM MR-HEADING-3
           PERFORM 5100-WRITE-ONE-FILE THRU 5100-EXIT
               VARYING MR-SUB FROM 1 BY 1 UNTIL MR-SUB > 8.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-FILE.
           IF SC-FILE-NAME (MR-SUB) = SPACES
               GO TO 5100-EXIT
           END-IF
           MOVE SC-FILE-NAME (MR-SUB) TO MR-F-FILE-NAME
           IF SC-FILE-IS-MASTER (MR-SUB)
               MOVE 'MASTER' TO MR-F-FILE-TYPE
           ELSE
               MOVE 'LEDGER' TO MR-F-FILE-TYPE
           END-IF
           MOVE MR-BF-REC-COUNT (MR-SUB) TO MR-F-BEFORE-COUNT
           MOVE SNM-REC-COUNT (MR-SUB) TO MR-F-AFTER-COUNT
           MOVE SC-REC-COUNT (MR-SUB) TO MR-F-SNAP-COUNT
           MOVE MR-BF-CTL-TOTAL (MR-SUB) TO MR-F-BEFORE-TOTAL
           MOVE SNM-CTL-TOTAL (MR-SUB) TO MR-F-AFTER-TOTAL
           MOVE SC-CTL-TOTAL (MR-SUB) TO MR-F-SNAP-TOTAL
           IF SNM-REC-COUNT (MR-SUB) = SC-REC-COUNT (MR-SUB)
               AND SNM-CTL-TOTAL (MR-SUB) = SC-CTL-TOTAL (MR-SUB)
               MOVE 'AGREES' TO MR-F-VERDICT
           ELSE
               MOVE '** DIFFERS' TO MR-F-VERDICT
               ADD 1 TO MR-DIFFER-COUNT
           END-IF
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE FROM MR-FILE-LINE.
       5100-EXIT.
           EXIT.

      ******************************************************************
      * 6000-RESET-RUN-CONTROL - PUT THE JOB'S RUNCNTL ENTRY BACK AS   *
      *    IT STOOD BEFORE THE RUN, OR REMOVE IT IF THE RUN WAS THE    *
      *    JOB'S FIRST. EITHER WAY THE BATCH CAN BE RESUBMITTED. A     *
      *    FAILED UPDATE IS REPORTED AND SETS MR-RCTL-RESET-FAILED.    *
      ******************************************************************
       6000-RESET-RUN-CONTROL.
           MOVE 'N' TO MR-RCTL-RESET-SW
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE MR-JOB-NAME TO RC-JOB-NAME
           READ RUN-CONTROL
               INVALID KEY
                   MOVE 'N' TO MR-RCTL-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO MR-RCTL-FOUND-SW
           END-READ
           MOVE SPACES TO MR-MESSAGE-LINE
           IF SC-PRIOR-RC-ON-FILE
               MOVE SC-PRIOR-RC-IMAGE TO RUN-CONTROL-RECORD
               IF MR-RCTL-WAS-FOUND
                   REWRITE RUN-CONTROL-RECORD
                   IF MR-RCTL-FS NOT = '00'
                       STRING '** RUNCNTL REWRITE FOR ' MR-JOB-NAME
                              ' FAILED - STATUS ' MR-RCTL-FS
                           DELIMITED BY SIZE INTO MR-MESSAGE-LINE
                       MOVE 'Y' TO MR-RCTL-RESET-SW
                       GO TO 6000-WRITE
                   END-IF
               ELSE
                   WRITE RUN-CONTROL-RECORD
                   IF MR-RCTL-FS NOT = '00'
                       STRING '** RUNCNTL WRITE FOR ' MR-JOB-NAME
                              ' FAILED - STATUS ' MR-RCTL-FS
                           DELIMITED BY SIZE INTO MR-MESSAGE-LINE
                       MOVE 'Y' TO MR-RCTL-RESET-SW
                       GO TO 6000-WRITE
                   END-IF
               END-IF
               STRING 'RUNCNTL ENTRY FOR ' MR-JOB-NAME
                      ' RESET TO ITS PRIOR RUN OF ' RC-LAST-RUN-DATE
                      ' - BATCH ' RC-BATCH-ID ' STATUS ' RC-STATUS
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
           ELSE
               IF MR-RCTL-WAS-FOUND
                   DELETE RUN-CONTROL
                   IF MR-RCTL-FS NOT = '00'
                       STRING '** RUNCNTL DELETE FOR ' MR-JOB-NAME
                              ' FAILED - STATUS ' MR-RCTL-FS
                           DELIMITED BY SIZE INTO MR-MESSAGE-LINE
                       MOVE 'Y' TO MR-RCTL-RESET-SW
                       GO TO 6000-WRITE
                   END-IF
               END-IF
               STRING 'RUNCNTL ENTRY FOR ' MR-JOB-NAME
                      ' REMOVED - THE RESTORED RUN WAS ITS FIRST'
                   DELIMITED BY SIZE INTO MR-MESSAGE-LINE
           END-IF.
       6000-WRITE.
           PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT.
       6000-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CALL-MSTSNAP                                              *
      ******************************************************************
       7000-CALL-MSTSNAP.
           CALL 'MSTSNAP' USING MR-SNAP-FUNCTION
                                SNAPSHOT-CONTROL-RECORD
                                SNAPSHOT-MEASURES
                                MR-SNAP-RETURN-CODE.
       7000-EXIT.
           EXIT.

      ******************************************************************
      * 8000-REPORT-REFUSAL                                            *
      ******************************************************************
       8000-REPORT-REFUSAL.
           MOVE SPACES TO MR-MESSAGE-LINE
           STRING '** RESTORE REFUSED - ' MR-REFUSE-REASON
               DELIMITED BY SIZE INTO MR-MESSAGE-LINE
           PERFORM 8100-WRITE-MESSAGE THRU 8100-EXIT
           DISPLAY 'MSTREST - RESTORE REFUSED - ' MR-REFUSE-REASON.
       8000-EXIT.
           EXIT.

       8100-WRITE-MESSAGE.
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE FROM MR-MESSAGE-LINE.
       8100-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           CLOSE SNAPSHOT-CONTROL RUN-CONTROL RESTORE-REPORT.
       9000-EXIT.
           EXIT.
