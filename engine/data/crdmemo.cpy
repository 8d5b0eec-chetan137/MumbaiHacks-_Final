      *              RETURNABLE ONCE.                                *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-05-18                                             *
      *****************************************************************
      * MODIFICATION HISTORY                                         *
      * 2026-10-15 RGM  CARVE CM-REP-ID FROM FILLER - THE SALES REP  *
      *                 THE CUSTOMER WAS ASSIGNED TO WHEN THE CREDIT *
      *                 WAS ISSUED (ZERO = NO REP), CHARGED BACK     *
      *                 AGAINST THAT REP BY THE COMMISSION RUN       *
      *                 (COMMCALC). MEMOS WRITTEN BEFORE THIS CHANGE *
      *                 CARRY SPACES AND ARE CHARGED TO THE          *
      *                 CUSTOMER'S CURRENT REP                       *
      *****************************************************************

       01  CREDIT-MEMO-RECORD.
           05  CM-REASON                  PIC X(20).
           05  CM-CREDIT-AMOUNT           PIC S9(7)V99 COMP-3.
           05  CM-ITEMS-RESTOCKED         PIC 9(3) COMP-3.
           05  CM-REP-ID                  PIC 9(5).
           05  FILLER                     PIC X(15).
