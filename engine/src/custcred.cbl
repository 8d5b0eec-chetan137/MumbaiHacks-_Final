      * DESCRIPTION.  CONTROLLED CREDIT MAINTENANCE TRANSACTION - THE  *
      *    SEPARATE, EXPLICITLY-APPROVED PATH THE CUSTOMER INQUIRY     *
      *    (CUSTINQ) HAS ALWAYS REFUSED TO PROVIDE FOR CUST-CREDIT-    *
      *    LIMIT, CUST-TYPE, CUST-NAME, AND THE SALES REP ASSIGNMENT   *
      *    (CUST-REP-ID). CUST-TYPE DRIVES THE TAX EXEMPTION IN        *
      *    ORDENTRY, THE LIMIT DRIVES ITS CREDIT CHECK, AND THE REP    *
      *    DRIVES WHO IS PAID COMMISSION ON THE ACCOUNT (COMMCALC),    *
      *    SO EVERY CHANGE MADE HERE IS ENTERED UNDER AN               *
      *    OPERATOR ID AND AUTHORIZATION CODE KEYED AT SIGN-ON, AND    *
      *    EVERY CHANGE WRITES A BEFORE/AFTER IMAGE TO THE CREDIT      *
      *    AUDIT JOURNAL (SEE CUSTJRNL COPYBOOK, EXTEND-ONLY). THE     *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-07-20 RGM  INITIAL VERSION.                            *
      *    2026-10-15 RGM  ADD FUNCTION R TO ASSIGN A CUSTOMER TO A    *
      *                    SALES REP (SEE SLSREP COPYBOOK), JOURNALED  *
      *                    LIKE THE OTHER CONTROLLED FIELDS. ONLY AN   *
      *                    ACTIVE REP ON FILE MAY BE ASSIGNED; ZERO    *
      *                    REMOVES THE ASSIGNMENT.                     *
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC-JRNL-FS.

           SELECT SALES-REP-MASTER ASSIGN TO "SLSREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID
               FILE STATUS IS CC-REP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY 'custjrnl.cpy'.

       FD  SALES-REP-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY 'slsrep.cpy'.

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  CC-FILE-STATUSES.
           05  CC-CUST-FS              PIC X(2) VALUE '00'.
           05  CC-JRNL-FS              PIC X(2) VALUE '00'.
           05  CC-REP-FS               PIC X(2) VALUE '00'.

       01  CC-SWITCHES.
           05  CC-DONE-SW              PIC X(1) VALUE 'N'.
               88  CC-DONE                      VALUE 'Y'.
           05  CC-FOUND-SW             PIC X(1) VALUE 'N'.
               88  CC-CUST-WAS-FOUND            VALUE 'Y'.
           05  CC-REP-FOUND-SW         PIC X(1) VALUE 'N'.
               88  CC-REP-WAS-FOUND             VALUE 'Y'.

       01  CC-FUNCTION                 PIC X(1).
           88  CC-FN-LIMIT             VALUE 'L'.
           88  CC-FN-TYPE              VALUE 'T'.
           88  CC-FN-NAME              VALUE 'N'.
           88  CC-FN-REP               VALUE 'R'.
           88  CC-FN-EXIT              VALUE 'X'.

       01  CC-SIGN-ON.
           05  CC-NEW-LIMIT            PIC 9(7)V99.
           05  CC-NEW-TYPE             PIC X(3).
           05  CC-NEW-NAME             PIC X(50).
           05  CC-NEW-REP-ID           PIC 9(5).
           05  CC-CHANGE-TIME          PIC 9(8).

       PROCEDURE DIVISION.
       1000-INITIALIZE.
           OPEN I-O CUSTOMER-MASTER
           OPEN EXTEND CREDIT-JOURNAL
           OPEN INPUT SALES-REP-MASTER
           MOVE SPACES TO CC-OPERATOR-ID
           PERFORM 1100-PROMPT-OPERATOR THRU 1100-EXIT
               UNTIL CC-OPERATOR-ID NOT = SPACES
       2000-PROCESS-REQUEST.
           DISPLAY ' '
           DISPLAY 'CREDIT MAINTENANCE - '
                   'L=CREDIT LIMIT T=CUSTOMER TYPE N=NAME R=SALES REP '
                   'X=EXIT'
           DISPLAY 'FUNCTION: ' WITH NO ADVANCING
           ACCEPT CC-FUNCTION
           EVALUATE TRUE
                   PERFORM 2200-CHANGE-TYPE THRU 2200-EXIT
               WHEN CC-FN-NAME
                   PERFORM 2300-CHANGE-NAME THRU 2300-EXIT
               WHEN CC-FN-REP
                   PERFORM 2400-CHANGE-REP THRU 2400-EXIT
               WHEN CC-FN-EXIT
                   MOVE 'Y' TO CC-DONE-SW
               WHEN OTHER
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-CHANGE-REP - ASSIGN ONE CUSTOMER TO A SALES REP (OR ZERO  *
      *    FOR NONE) AND JOURNAL THE BEFORE/AFTER IMAGE. THE REP MUST  *
      *    BE ON THE REP MASTER AND ACTIVE - A REP WHO HAS LEFT KEEPS  *
      *    THE ACCOUNTS ALREADY ASSIGNED UNTIL THEY ARE MOVED, BUT IS  *
      *    NEVER GIVEN NEW ONES. CASH ALREADY APPLIED STAYS CREDITED   *
      *    TO THE REP WHO HELD THE ACCOUNT WHEN IT POSTED.             *
      ******************************************************************
       2400-CHANGE-REP.
           PERFORM 2900-READ-CUSTOMER THRU 2900-EXIT
           IF NOT CC-CUST-WAS-FOUND
               DISPLAY 'CUSTOMER NOT ON FILE'
               GO TO 2400-EXIT
           END-IF
           DISPLAY 'CURRENT REP ...: ' CUST-REP-ID
           DISPLAY 'NEW REP (0=NONE): ' WITH NO ADVANCING
           ACCEPT CC-NEW-REP-ID
           IF CC-NEW-REP-ID NOT NUMERIC
               DISPLAY 'INVALID REP ID - CHANGE REFUSED'
               GO TO 2400-EXIT
           END-IF
           IF CC-NEW-REP-ID NOT = ZERO
               MOVE CC-NEW-REP-ID TO REP-ID
               READ SALES-REP-MASTER
                   INVALID KEY
                       MOVE 'N' TO CC-REP-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO CC-REP-FOUND-SW
               END-READ
               IF NOT CC-REP-WAS-FOUND
                   DISPLAY 'REP NOT ON FILE - CHANGE REFUSED'
                   GO TO 2400-EXIT
               END-IF
               IF NOT REP-ACTIVE
                   DISPLAY 'REP NOT ACTIVE - CHANGE REFUSED'
                   GO TO 2400-EXIT
               END-IF
               DISPLAY 'REP NAME ......: ' REP-NAME
               DISPLAY 'TERRITORY .....: ' REP-TERRITORY
           END-IF
           PERFORM 2800-START-JOURNAL-RECORD THRU 2800-EXIT
           SET CJ-CHANGED-REP TO TRUE
           MOVE CUST-REP-ID TO CJ-OLD-REP-ID
           MOVE CC-NEW-REP-ID TO CUST-REP-ID
           MOVE CUST-REP-ID TO CJ-NEW-REP-ID
           PERFORM 2850-FINISH-CHANGE THRU 2850-EXIT.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2800-START-JOURNAL-RECORD - STAMP A FRESH JOURNAL RECORD WITH  *
      *    DATE, TIME, OPERATOR, AUTH CODE, CUSTOMER, AND THE FULL     *
      *    CURRENT IMAGE OF ALL FOUR CONTROLLED FIELDS. THE CHANGE     *
      *    PARAGRAPHS OVERLAY THE FIELD THEY TOUCH.                    *
      ******************************************************************
       2800-START-JOURNAL-RECORD.
           MOVE CUST-TYPE TO CJ-OLD-TYPE
           MOVE CUST-TYPE TO CJ-NEW-TYPE
           MOVE CUST-NAME TO CJ-OLD-NAME
           MOVE CUST-NAME TO CJ-NEW-NAME
           MOVE CUST-REP-ID TO CJ-OLD-REP-ID
           MOVE CUST-REP-ID TO CJ-NEW-REP-ID.
       2800-EXIT.
           EXIT.


      ******************************************************************
      * 2900-READ-CUSTOMER - PROMPT FOR A CUST-ID AND READ THE MASTER. *
      *    A RECORD WRITTEN BEFORE CUST-REP-ID EXISTED CARRIES SPACES  *
      *    THERE - THAT IS NO REP, AND IS TREATED AS ZERO.             *
      ******************************************************************
       2900-READ-CUSTOMER.
           DISPLAY 'CUST ID: ' WITH NO ADVANCING
                   MOVE 'N' TO CC-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO CC-FOUND-SW
           END-READ
           IF CC-CUST-WAS-FOUND AND CUST-REP-ID NOT NUMERIC
               MOVE ZERO TO CUST-REP-ID
           END-IF.
       2900-EXIT.
           EXIT.

      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER CREDIT-JOURNAL SALES-REP-MASTER.
       9000-EXIT.
           EXIT.
