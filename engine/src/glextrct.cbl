      *    THE GL DAILY ACTIVITY JOURNAL (SEE GLACTV COPYBOOK) THAT    *
      *    THE POSTING RUNS WRITE EXTEND-ONLY - ORDERS BILLED BY       *
      *    ORDENTRY AND CREDHOLD, CASH APPLIED BY CASHPOST, CREDIT     *
      *    MEMOS ISSUED BY ORDRETRN, INVENTORY RECEIVED BY PORECV,     *
      *    SUPPLIER INVOICES MATCHED BY APMATCH, AND SALES COMMISSION  *
      *    ACCRUED BY COMMCALC - SELECTS THE RUN DATE'S RECORDS, AND   *
      *    SUMMARIZES THEM INTO BALANCED DEBIT/CREDIT JOURNAL LINES ON *
      *    THE GL INTERFACE FILE (SEE GLFEED COPYBOOK):                *
      *      BILLING:  DR A/R FOR THE ORDER TOTALS; CR SALES, SALES   *
      *                TAX PAYABLE, AND FREIGHT RECOVERY FOR THE       *
      *                PIECES.                                         *
      *      CREDITS:  DR SALES RETURNS, CR A/R FOR THE CREDIT MEMOS.  *
      *      RECEIPTS: DR INVENTORY, CR ACCRUED PAYABLES FOR THE       *
      *                QUANTITY-TIMES-COST VALUE RECEIVED.             *
      *      PAYABLES: DR ACCRUED PAYABLES FOR THE PO COST OF THE      *
      *                UNITS INVOICED AND DR (OR CR) PURCHASE PRICE    *
      *                VARIANCE FOR THE DIFFERENCE; CR TRADE ACCOUNTS  *
      *                PAYABLE FOR THE AMOUNT THE SUPPLIERS BILLED.    *
      *      COMMISSION: DR COMMISSION EXPENSE, CR ACCRUED COMMISSIONS *
      *                FOR THE COMMISSION EARNED (REVERSED WHEN CREDIT *
      *                MEMO CLAWBACKS LEAVE THE DAY NEGATIVE).         *
      *    A TRAILER RECORD CARRIES THE LINE COUNT AND DEBIT/CREDIT    *
      *    HASH TOTALS, THE SAME WAY NIGHTEXT'S TR TRAILER PROVES THE  *
      *    ANALYTICS FEED COMPLETE, SO ACCOUNTING CAN PROVE THE DAY'S  *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-09-01 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  CARRY MATCHED SUPPLIER INVOICES ('AP'       *
      *                    ACTIVITY FROM APMATCH) AS A PAYABLES ENTRY  *
      *                    - NEW TRADE PAYABLES AND PURCHASE PRICE     *
      *                    VARIANCE ACCOUNTS.                          *
      *    2026-10-15 RGM  CARRY MONTHLY SALES COMMISSION ACCRUALS     *
      *                    ('CO' ACTIVITY FROM COMMCALC) - NEW         *
      *                    COMMISSION EXPENSE AND ACCRUED COMMISSIONS  *
      *                    ACCOUNTS.                                   *
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  GX-ACCT-CASH            PIC X(8) VALUE '10100000'.
           05  GX-ACCT-AR              PIC X(8) VALUE '11200000'.
           05  GX-ACCT-INVENTORY       PIC X(8) VALUE '13100000'.
           05  GX-ACCT-AP-TRADE        PIC X(8) VALUE '20000000'.
           05  GX-ACCT-AP-ACCRUAL      PIC X(8) VALUE '20100000'.
           05  GX-ACCT-ACCRUED-COMM    PIC X(8) VALUE '21300000'.
           05  GX-ACCT-SALES-TAX       PIC X(8) VALUE '21500000'.
           05  GX-ACCT-SALES           PIC X(8) VALUE '40100000'.
           05  GX-ACCT-FREIGHT         PIC X(8) VALUE '40500000'.
           05  GX-ACCT-SALES-RETURNS   PIC X(8) VALUE '41200000'.
           05  GX-ACCT-PRICE-VARIANCE  PIC X(8) VALUE '51500000'.
           05  GX-ACCT-COMMISSION-EXP  PIC X(8) VALUE '61100000'.

       01  GX-COUNTERS.
           05  GX-RECS-READ            PIC 9(9) COMP-3 VALUE ZERO.
           05  GX-TOT-CASH             PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GX-TOT-CREDITS          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GX-TOT-RECEIPTS         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GX-TOT-INVOICED         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GX-TOT-PRICE-VAR        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GX-TOT-ACCRUAL-CLEARED  PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  GX-TOT-COMMISSION       PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  GX-HASH-TOTALS.
           05  GX-HASH-DEBITS          PIC S9(11)V99 COMP-3 VALUE ZERO.
                       ADD GA-AMOUNT-1 TO GX-TOT-CREDITS
                   WHEN GA-TYPE-PO-RECEIPT
                       ADD GA-AMOUNT-1 TO GX-TOT-RECEIPTS
                   WHEN GA-TYPE-AP-INVOICE
                       ADD GA-AMOUNT-1 TO GX-TOT-INVOICED
                       ADD GA-AMOUNT-2 TO GX-TOT-PRICE-VAR
                   WHEN GA-TYPE-COMMISSION
                       ADD GA-AMOUNT-1 TO GX-TOT-COMMISSION
                   WHEN OTHER
                       DISPLAY 'GLEXTRCT - UNKNOWN ACTIVITY TYPE '
                               GA-ACTIVITY-TYPE ' FROM '
      * 3000-WRITE-JOURNAL-LINES - ONE BALANCED ENTRY PER ACTIVITY     *
      *    STREAM. SALES IS THE BILLED TOTAL LESS ITS TAX AND FREIGHT  *
      *    PIECES, SO THE BILLING ENTRY ALWAYS FOOTS TO ITS OWN A/R    *
      *    DEBIT. THE ACCRUAL CLEARED BY INVOICES IS THE AMOUNT BILLED *
      *    LESS ITS PRICE VARIANCE, SO THE PAYABLES ENTRY FOOTS TO ITS *
      *    OWN TRADE PAYABLES CREDIT; A FAVORABLE (NEGATIVE) VARIANCE  *
      *    IS WRITTEN AS A CREDIT. A NEGATIVE COMMISSION TOTAL (THE    *
      *    DAY'S CLAWBACKS EXCEED ITS ACCRUALS) REVERSES BOTH SIDES OF *
      *    THE COMMISSION ENTRY. A STREAM WITH NO ACTIVITY WRITES NO   *
      *    LINES.                                                      *
      ******************************************************************
       3000-WRITE-JOURNAL-LINES.
           SUBTRACT GX-TOT-TAX GX-TOT-FREIGHT FROM GX-TOT-BILLED
           MOVE 'ACCRUED PAYABLES - RECEIPTS' TO GX-JL-DESCRIPTION
           MOVE ZERO TO GX-JL-DEBIT
           MOVE GX-TOT-RECEIPTS TO GX-JL-CREDIT
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
           SUBTRACT GX-TOT-PRICE-VAR FROM GX-TOT-INVOICED
               GIVING GX-TOT-ACCRUAL-CLEARED
           MOVE GX-ACCT-AP-ACCRUAL TO GX-JL-ACCOUNT
           MOVE 'ACCRUED PAYABLES - INVOICED' TO GX-JL-DESCRIPTION
           MOVE GX-TOT-ACCRUAL-CLEARED TO GX-JL-DEBIT
           MOVE ZERO TO GX-JL-CREDIT
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
           MOVE GX-ACCT-PRICE-VARIANCE TO GX-JL-ACCOUNT
           MOVE 'PURCHASE PRICE VARIANCE' TO GX-JL-DESCRIPTION
           IF GX-TOT-PRICE-VAR < ZERO
               MOVE ZERO TO GX-JL-DEBIT
               SUBTRACT GX-TOT-PRICE-VAR FROM ZERO GIVING GX-JL-CREDIT
           ELSE
               MOVE GX-TOT-PRICE-VAR TO GX-JL-DEBIT
               MOVE ZERO TO GX-JL-CREDIT
           END-IF
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
           MOVE GX-ACCT-AP-TRADE TO GX-JL-ACCOUNT
           MOVE 'ACCOUNTS PAYABLE - INVOICES' TO GX-JL-DESCRIPTION
           MOVE ZERO TO GX-JL-DEBIT
           MOVE GX-TOT-INVOICED TO GX-JL-CREDIT
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
           MOVE GX-ACCT-COMMISSION-EXP TO GX-JL-ACCOUNT
           MOVE 'COMMISSION EXPENSE' TO GX-JL-DESCRIPTION
           IF GX-TOT-COMMISSION < ZERO
               MOVE ZERO TO GX-JL-DEBIT
               SUBTRACT GX-TOT-COMMISSION FROM ZERO GIVING GX-JL-CREDIT
           ELSE
               MOVE GX-TOT-COMMISSION TO GX-JL-DEBIT
               MOVE ZERO TO GX-JL-CREDIT
           END-IF
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT
           MOVE GX-ACCT-ACCRUED-COMM TO GX-JL-ACCOUNT
           MOVE 'ACCRUED COMMISSIONS' TO GX-JL-DESCRIPTION
           IF GX-TOT-COMMISSION < ZERO
               SUBTRACT GX-TOT-COMMISSION FROM ZERO GIVING GX-JL-DEBIT
               MOVE ZERO TO GX-JL-CREDIT
           ELSE
               MOVE ZERO TO GX-JL-DEBIT
               MOVE GX-TOT-COMMISSION TO GX-JL-CREDIT
           END-IF
           PERFORM 3100-WRITE-ONE-LINE THRU 3100-EXIT.
       3000-EXIT.
           EXIT.
