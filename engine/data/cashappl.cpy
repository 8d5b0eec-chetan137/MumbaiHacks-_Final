      *****************************************************************
      * CASH APPLICATION DETAIL RECORD COPYBOOK                      *
      * DESCRIPTION: ONE RECORD PER ORDER A REMITTANCE WAS APPLIED   *
      *              TO BY THE CASH-RECEIPTS POSTING RUN (CASHPOST), *
      *              WRITTEN EXTEND-ONLY IN THE STYLE OF GLACTV.     *
      *              GLACTV CARRIES ONLY THE REMITTANCE TOTAL; THIS  *
      *              FILE KEEPS THE ORDER-LEVEL SPLIT AND THE SALES  *
      *              REP THE CUSTOMER WAS ASSIGNED TO WHEN THE CASH  *
      *              WAS APPLIED (ZERO = NO REP), SO THE MONTHLY     *
      *              COMMISSION RUN (COMMCALC) CREDITS THE REP WHO   *
      *              HELD THE ACCOUNT AT THE TIME EVEN IF IT IS      *
      *              REASSIGNED LATER. CAP-APPLY-DATE IS THE RUN     *
      *              DATE THE CASH POSTED TO THE MASTERS.            *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  CASH-APPLICATION-RECORD.
           05  CAP-APPLY-DATE             PIC 9(8).
           05  CAP-CUST-ID                PIC 9(8).
           05  CAP-ORDER-ID               PIC 9(10).
           05  CAP-CHECK-NO               PIC X(10).
           05  CAP-REP-ID                 PIC 9(5).
           05  CAP-AMOUNT                 PIC S9(7)V99 COMP-3.
           05  FILLER                     PIC X(20).
