      *                    FIELDS, AND ANY REMITTANCE APPLIED AFTER    *
      *                    THE LAST CHECKPOINT WOULD POST TWICE ON     *
      *                    RESTART.                                    *
      *    2026-10-15 RGM  WRITE ONE CASH APPLICATION DETAIL RECORD    *
      *                    (CASHAPPL) PER ORDER PAID DOWN, STAMPED     *
      *                    WITH THE CUSTOMER'S SALES REP, FOR THE      *
      *                    MONTHLY COMMISSION RUN (COMMCALC).          *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CP-GLAC-FS.

           SELECT CASH-APPLICATION ASSIGN TO "CASHAPPL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CP-CAPL-FS.

           SELECT RUN-CONTROL ASSIGN TO "RUNCNTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  CASH-APPLICATION
           LABEL RECORDS ARE STANDARD.
           COPY 'cashappl.cpy'.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY 'runcntl.cpy'.
           05  CP-ORDM-FS              PIC X(2) VALUE '00'.
           05  CP-RPT-FS               PIC X(2) VALUE '00'.
           05  CP-GLAC-FS              PIC X(2) VALUE '00'.
           05  CP-CAPL-FS              PIC X(2) VALUE '00'.
           05  CP-RCTL-FS              PIC X(2) VALUE '00'.
           05  CP-CKPT-FS              PIC X(2) VALUE '00'.

               WRITE CASH-EXCEPTION-LINE FROM CP-HEADING-1
           END-IF
           OPEN EXTEND GL-ACTIVITY
           OPEN EXTEND CASH-APPLICATION
           PERFORM 1200-SET-UP-CHECKPOINT THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
                       SET ORDER-IS-PAID TO TRUE
                   END-IF
                   REWRITE ORDER-MASTER-REC FROM ORDER-RECORD
                   PERFORM 2750-WRITE-CASH-APPLICATION THRU 2750-EXIT
                   SUBTRACT CP-APPLIED-THIS-ORD FROM CP-REMAINING
                   ADD CP-APPLIED-THIS-ORD TO CP-APPLIED-THIS-PAY
               END-IF
       2700-EXIT.
           EXIT.

      ******************************************************************
      * 2750-WRITE-CASH-APPLICATION - RECORD THE PORTION OF THE        *
      *    REMITTANCE APPLIED TO ONE ORDER, WITH THE SALES REP THE     *
      *    CUSTOMER IS ASSIGNED TO RIGHT NOW, FOR THE COMMISSION RUN   *
      *    (COMMCALC). A CUSTOMER WITH NO REP (ZERO, OR A RECORD       *
      *    WRITTEN BEFORE CUST-REP-ID EXISTED) IS STAMPED ZERO.        *
      ******************************************************************
       2750-WRITE-CASH-APPLICATION.
           INITIALIZE CASH-APPLICATION-RECORD
           MOVE CP-RUN-DATE TO CAP-APPLY-DATE
           MOVE PAY-CUST-ID TO CAP-CUST-ID
           MOVE ORDER-ID TO CAP-ORDER-ID
           MOVE PAY-CHECK-NO TO CAP-CHECK-NO
           IF CUST-REP-ID NUMERIC
               MOVE CUST-REP-ID TO CAP-REP-ID
           ELSE
               MOVE ZERO TO CAP-REP-ID
           END-IF
           MOVE CP-APPLIED-THIS-ORD TO CAP-AMOUNT
           WRITE CASH-APPLICATION-RECORD.
       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-PAYMENT                                              *
      ******************************************************************
                 ORDER-MASTER
                 CASH-EXCEPTION-RPT
                 GL-ACTIVITY
                 CASH-APPLICATION
           DISPLAY 'CASHPOST - PAYMENTS READ:      ' CP-PAYMENTS-READ
           DISPLAY 'CASHPOST - FULLY APPLIED:      '
                   CP-PAYMENTS-APPLIED
