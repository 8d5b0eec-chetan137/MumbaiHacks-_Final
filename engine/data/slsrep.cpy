      *****************************************************************
      * SALES REP MASTER RECORD COPYBOOK                             *
      * DESCRIPTION: ONE RECORD PER SALESPERSON, KEYED BY REP-ID.    *
      *              A CUSTOMER IS ASSIGNED TO A REP THROUGH         *
      *              CUST-REP-ID ON THE CUSTOMER MASTER, CHANGED     *
      *              ONLY THROUGH THE JOURNALED CREDIT MAINTENANCE   *
      *              PATH (CUSTCRED). THE MONTHLY COMMISSION RUN     *
      *              (COMMCALC) PAYS EACH REP REP-COMM-RATE PERCENT  *
      *              (5.000 = 5 PERCENT) OF THE CASH APPLIED TO      *
      *              THEIR CUSTOMERS' ORDERS LESS THE CREDIT MEMOS   *
      *              ISSUED AGAINST THEM. REP-TERRITORY IS THE SALES *
      *              TERRITORY CODE THE REP WORKS. A REP WHO LEAVES  *
      *              IS MARKED INACTIVE RATHER THAN DELETED - CASH   *
      *              STILL COMING IN ON THEIR ACCOUNTS IS CREDITED   *
      *              TO THEM UNTIL THE ACCOUNTS ARE REASSIGNED.      *
      *              MAINTAINED ONLINE THROUGH REPMAINT.             *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  SALES-REP-RECORD.
           05  REP-ID                     PIC 9(5).
           05  REP-NAME                   PIC X(30).
           05  REP-TERRITORY              PIC X(10).
           05  REP-COMM-RATE              PIC 9(2)V9(3) COMP-3.
           05  REP-STATUS                 PIC X(1).
               88  REP-ACTIVE             VALUE 'A'.
               88  REP-INACTIVE           VALUE 'I'.
           05  FILLER                     PIC X(20).
