      * DESCRIPTION.  DAILY CREDIT MAINTENANCE AUDIT REPORT. READS THE *
      *    CREDIT AUDIT JOURNAL WRITTEN BY CUSTCRED AND PRINTS ONE     *
      *    LINE PER CHANGE MADE ON THE RUN DATE - WHO CHANGED WHICH    *
      *    CUSTOMER'S CREDIT LIMIT, TYPE, NAME, OR SALES REP, UNDER    *
      *    WHAT AUTHORIZATION CODE, WITH THE BEFORE AND AFTER VALUES.  *
      *    THE JOURNAL IS EXTEND-ONLY AND NEVER PRUNED BY THIS RUN, SO *
      *    EARLIER DAYS REMAIN AVAILABLE FOR THE AUDITORS; A TOTAL OF  *
      *    JOURNAL RECORDS READ AND SELECTED IS SHOWN AT END OF RUN.   *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-07-20 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  PRINT SALES REP ASSIGNMENT CHANGES (FIELD   *
      *                    'REP') WITH THE OLD AND NEW REP IDS.        *
      ******************************************************************

       ENVIRONMENT DIVISION.
                   MOVE 'NAME ' TO CA-D-FIELD
                   MOVE CJ-OLD-NAME TO CA-D-BEFORE
                   MOVE CJ-NEW-NAME TO CA-D-AFTER
               WHEN CJ-CHANGED-REP
                   MOVE 'REP  ' TO CA-D-FIELD
                   MOVE CJ-OLD-REP-ID TO CA-D-BEFORE
                   MOVE CJ-NEW-REP-ID TO CA-D-AFTER
               WHEN OTHER
                   MOVE '?    ' TO CA-D-FIELD
                   MOVE SPACES TO CA-D-BEFORE
