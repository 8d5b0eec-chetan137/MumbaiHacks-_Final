      *****************************************************************
      * PRE-RUN SNAPSHOT CONTROL RECORD COPYBOOK                     *
      * DESCRIPTION: ONE RECORD PER POSTING JOB, KEYED BY THE JOB'S  *
      *              RUN CONTROL NAME (SEE RUNCNTL COPYBOOK),        *
      *              DESCRIBING THE PRE-RUN IMAGE OF THE MASTERS THE *
      *              JOB UPDATES. ORDENTRY, ORDSHIP AND PORECV CALL  *
      *              THE SNAPSHOT ROUTINE (MSTSNAP) AT START-UP,     *
      *              ONCE THE RUN CONTROL CHECKS PASS AND BEFORE     *
      *              THE RUN IS FLAGGED RUNNING. EACH MASTER IS      *
      *              COPIED TO THE JOB'S SNAPSHOT FILE AND ITS       *
      *              RECORD COUNT AND CONTROL TOTAL STORED BELOW;    *
      *              FOR THE EXTEND-ONLY LEDGERS THE JOB ADDS TO     *
      *              (GLACTV, STKMOVE, RCVHIST) ONLY THE RECORD      *
      *              COUNT AND CONTROL TOTAL ARE KEPT - A RESTORE    *
      *              CUTS THE LEDGER BACK TO THAT MANY RECORDS. THE  *
      *              JOB'S OWN RUN CONTROL RECORD AS IT STOOD BEFORE *
      *              THE RUN IS KEPT IN SC-PRIOR-RC-IMAGE SO THE     *
      *              RESTORE UTILITY (MSTREST) CAN PUT IT BACK. ONLY *
      *              THE LATEST RUN OF EACH JOB IS KEPT. SC-SNAP-    *
      *              DATE/TIME ORDER THE JOBS' SNAPSHOTS, SO THE     *
      *              RESTORE CAN TELL WHEN A LATER JOB HAS POSTED TO *
      *              A SHARED MASTER SINCE.                          *
      *              WHEN PURCHORD IS AMONG THE MASTERS, THE LAST PO *
      *              NUMBER POGEN HAD ASSIGNED (POCNTL) IS KEPT IN   *
      *              SC-POC-LAST-PO-NO; THE RESTORE IS REFUSED ONCE  *
      *              POCNTL HAS MOVED PAST IT, SINCE RELOADING       *
      *              PURCHORD WOULD DROP THE POS CUT SINCE.          *
      *              CONTROL TOTALS BY FILE:                         *
      *                CUSTMAST: CUST-BALANCE                        *
      *                ORDRMAST: ORDER-TOTAL                         *
      *                ORDRDTL : ODTL-ITEM-COUNT (LINES)             *
      *                PRODMAST: PROD-QTY-ON-HAND                    *
      *                BACKORDR: BO-QTY-OPEN                         *
      *                SHIPMENT: SHP-FREIGHT-CHARGE                  *
      *                PURCHORD: POL-QTY-RECEIVED (ALL LINES)        *
      *                GLACTV  : GA-AMOUNT-1                         *
      *                STKMOVE : SM-QTY                              *
      *                RCVHIST : RH-QTY-RECEIVED                     *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  SNAPSHOT-CONTROL-RECORD.
           05  SC-JOB-NAME                PIC X(8).
           05  SC-BATCH-ID                PIC X(20).
           05  SC-SNAP-DATE               PIC 9(8).
           05  SC-SNAP-TIME               PIC 9(8).
           05  SC-SNAP-STATUS             PIC X(1).
               88  SC-SNAP-TAKEN          VALUE 'T'.
               88  SC-SNAP-RESTORED       VALUE 'R'.
           05  SC-RESTORE-DATE            PIC 9(8).
           05  SC-PRIOR-RC-SW             PIC X(1).
               88  SC-PRIOR-RC-ON-FILE    VALUE 'Y'.
      *        THE FULL 82-BYTE RUN-CONTROL-RECORD.
           05  SC-PRIOR-RC-IMAGE          PIC X(82).
           05  SC-FILE-ENTRY OCCURS 8 TIMES.
               10  SC-FILE-NAME           PIC X(8).
               10  SC-FILE-TYPE           PIC X(1).
                   88  SC-FILE-IS-MASTER  VALUE 'M'.
                   88  SC-FILE-IS-LEDGER  VALUE 'L'.
               10  SC-REC-COUNT           PIC 9(9) COMP-3.
               10  SC-CTL-TOTAL           PIC S9(13)V99 COMP-3.
           05  SC-POC-LAST-PO-NO          PIC 9(8).
           05  FILLER                     PIC X(4).
