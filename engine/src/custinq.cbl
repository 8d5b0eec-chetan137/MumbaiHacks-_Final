      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2024-02-26 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  PROMPT FOR AND DISPLAY THE ELECTRONIC FEED  *
      *                    SWITCH (CUST-FEED-SW) ON ADD AND UPDATE. A  *
      *                    FEED ACCOUNT RECEIVES ITS SHIP NOTICES AND  *
      *                    INVOICES ON THE OUTBOUND FEED (ASNFEED);    *
      *                    ANYTHING BUT 'Y' IS STORED AS 'N' (PAPER).  *
      ******************************************************************

       ENVIRONMENT DIVISION.
           DISPLAY 'CREDIT LIMIT ..: ' CUST-CREDIT-LIMIT
           DISPLAY 'STATUS ........: ' CUST-STATUS
           DISPLAY 'TYPE ..........: ' CUST-TYPE
           DISPLAY 'RESALE CERT ...: ' CUST-RESALE-EXEMPT
           DISPLAY 'EDI FEED ......: ' CUST-FEED-SW.
       2950-EXIT.
           EXIT.

               ACCEPT CUST-RESALE-EXEMPT
           ELSE
               SET CUST-RESALE-NO-CERT TO TRUE
           END-IF
           PERFORM 2980-PROMPT-FOR-FEED-SW THRU 2980-EXIT.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 2970-PROMPT-FOR-UPDATE-FIELDS - PROMPT FOR ONLY THE FIELDS AN  *
      *    EXISTING CUSTOMER MAY CHANGE THROUGH THIS TRANSACTION -     *
      *    ADDRESS, PHONE, EMAIL, STATUS, AND THE ELECTRONIC FEED      *
      *    SWITCH. CUST-CREDIT-LIMIT AND CUST-TYPE DRIVE THE CREDIT    *
      *    CHECK AND TAX-EXEMPTION RULES IN ORDENTRY AND ARE NOT       *
      *    MAINTAINABLE HERE - CHANGING THEM                           *
      *    NEEDS A SEPARATE, EXPLICITLY-APPROVED MAINTENANCE PATH, NOT *
      *    A FREE-TEXT REKEY ON THE SAME SCREEN AS AN ADDRESS CHANGE.  *
      *    CUST-NAME IS LEFT ALONE FOR THE SAME REASON.                *
           DISPLAY 'EMAIL .........: ' WITH NO ADVANCING
           ACCEPT CUST-EMAIL
           DISPLAY 'STATUS (A/I/S).: ' WITH NO ADVANCING
           ACCEPT CUST-STATUS
           PERFORM 2980-PROMPT-FOR-FEED-SW THRU 2980-EXIT.
       2970-EXIT.
           EXIT.

      ******************************************************************
      * 2980-PROMPT-FOR-FEED-SW - 'Y' SENDS THE ACCOUNT'S SHIP NOTICES *
      *    AND INVOICES ON THE NIGHTLY OUTBOUND FEED (ASNFEED) INSTEAD *
      *    OF PAPER ONLY. ANY OTHER ANSWER IS STORED AS 'N'.           *
      ******************************************************************
       2980-PROMPT-FOR-FEED-SW.
           DISPLAY 'EDI FEED (Y/N) : ' WITH NO ADVANCING
           ACCEPT CUST-FEED-SW
           IF NOT CUST-IS-FEED-ACCOUNT
               SET CUST-IS-PAPER-ACCOUNT TO TRUE
           END-IF.
       2980-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
