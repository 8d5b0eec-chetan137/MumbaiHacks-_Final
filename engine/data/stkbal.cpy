      *****************************************************************
      * MONTH-END STOCK BALANCE RECORD COPYBOOK                      *
      * DESCRIPTION: ONE RECORD PER PRODUCT PER MONTH, KEYED BY      *
      *              PERIOD (YYYYMM) AND PRODUCT, HOLDING THE CLOSING*
      *              QUANTITY THE MONTH-END ROLL-FORWARD (STKROLL)   *
      *              ARRIVED AT. NEXT MONTH'S RUN READS IT BACK AS   *
      *              THE OPENING QUANTITY, SO EACH MONTH ROLLS FROM  *
      *              THE LAST RATHER THAN FROM WHATEVER ON-HAND HAS  *
      *              DRIFTED TO. A RERUN OF THE SAME MONTH REWRITES  *
      *              THAT MONTH'S RECORDS. SB-OPENING-SOURCE SAYS    *
      *              WHERE THE MONTH'S OPENING CAME FROM.            *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  STOCK-BALANCE-RECORD.
           05  SB-KEY.
               10  SB-PERIOD              PIC 9(6).
               10  SB-PROD-ID             PIC 9(8).
           05  SB-CATEGORY                PIC X(20).
           05  SB-OPENING-QTY             PIC S9(7) COMP-3.
           05  SB-CLOSING-QTY             PIC S9(7) COMP-3.
           05  SB-UNIT-COST               PIC S9(5)V99 COMP-3.
           05  SB-CLOSING-VALUE           PIC S9(11)V99 COMP-3.
           05  SB-OPENING-SOURCE          PIC X(1).
               88  SB-OPENING-ROLLED      VALUE 'R'.
               88  SB-OPENING-DERIVED     VALUE 'D'.
           05  SB-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(20).
