      * DESCRIPTION: BEFORE/AFTER IMAGE OF EVERY CHANGE MADE THROUGH *
      *              THE APPROVED CREDIT MAINTENANCE PATH (CUSTCRED) *
      *              TO THE FIELDS CUSTINQ DELIBERATELY REFUSES TO   *
      *              TOUCH - CUST-CREDIT-LIMIT, CUST-TYPE, CUST-NAME *
      *              AND CUST-REP-ID. ONE RECORD PER CHANGE, STAMPED *
      *              WITH THE OPERATOR AND AUTHORIZATION CODE KEYED  *
      *              AT SIGN-ON. THE DAILY AUDIT REPORT (CREDAUDT)   *
      *              PRINTS WHO CHANGED WHAT FROM THIS FILE, WHICH   *
      *              IS WRITTEN EXTEND-ONLY AND NEVER REWRITTEN.     *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-07-20                                             *
      *****************************************************************
      * MODIFICATION HISTORY                                         *
      * 2026-10-15 RGM  ADD CJ-CHANGED-REP AND CARVE CJ-OLD-REP-ID / *
      *                 CJ-NEW-REP-ID FROM FILLER FOR SALES REP      *
      *                 ASSIGNMENT CHANGES (SEE SLSREP COPYBOOK)     *
      *****************************************************************

       01  CREDIT-JOURNAL-RECORD.
               88  CJ-CHANGED-LIMIT       VALUE 'L'.
               88  CJ-CHANGED-TYPE        VALUE 'T'.
               88  CJ-CHANGED-NAME        VALUE 'N'.
               88  CJ-CHANGED-REP         VALUE 'R'.
           05  CJ-OLD-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
           05  CJ-NEW-CREDIT-LIMIT        PIC S9(7)V99 COMP-3.
           05  CJ-OLD-TYPE                PIC X(3).
           05  CJ-NEW-TYPE                PIC X(3).
           05  CJ-OLD-NAME                PIC X(50).
           05  CJ-NEW-NAME                PIC X(50).
           05  CJ-OLD-REP-ID              PIC 9(5).
           05  CJ-NEW-REP-ID              PIC 9(5).
           05  FILLER                     PIC X(10).
