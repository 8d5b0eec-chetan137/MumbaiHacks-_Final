      ******************************************************************
      * PROGRAM-ID: REPMAINT                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    REPMAINT.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  ONLINE SALES REP MASTER MAINTENANCE. A CONSOLE-  *
      *    DRIVEN MENU (IN THE SAME STYLE AS CARMAINT) AGAINST THE     *
      *    INDEXED SALES REP MASTER (SEE SLSREP COPYBOOK), LETTING     *
      *    SALES ADMINISTRATION ADD, CHANGE, DELETE, OR DISPLAY A REP  *
      *    - NAME, TERRITORY, COMMISSION RATE, AND STATUS. THE RATE    *
      *    KEPT HERE IS THE ONE THE MONTHLY COMMISSION RUN (COMMCALC)  *
      *    PAYS AT. CUSTOMERS ARE ASSIGNED TO A REP THROUGH CUSTCRED,  *
      *    NOT HERE. A REP WHO LEAVES IS MARKED INACTIVE; ONLY AN      *
      *    INACTIVE REP MAY BE DELETED, AND ONLY ONCE THEIR ACCOUNTS   *
      *    HAVE BEEN REASSIGNED - CASH APPLIED TO AN ACCOUNT STILL     *
      *    CARRYING A DELETED REP IS REPORTED BY COMMCALC BUT EARNS NO *
      *    COMMISSION.                                                 *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-REP-MASTER ASSIGN TO "SLSREP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-ID
               FILE STATUS IS RM-REP-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALES-REP-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY 'slsrep.cpy'.

       WORKING-STORAGE SECTION.
       01  RM-REP-FS                   PIC X(2) VALUE '00'.

       01  RM-SWITCHES.
           05  RM-DONE-SW              PIC X(1) VALUE 'N'.
               88  RM-DONE                      VALUE 'Y'.
           05  RM-FOUND-SW             PIC X(1) VALUE 'N'.
               88  RM-REP-WAS-FOUND             VALUE 'Y'.
           05  RM-FIELDS-OK-SW         PIC X(1) VALUE 'Y'.
               88  RM-FIELDS-ARE-OK             VALUE 'Y'.

       01  RM-FUNCTION                 PIC X(1).
           88  RM-FN-INQUIRE           VALUE 'I'.
           88  RM-FN-ADD               VALUE 'A'.
           88  RM-FN-UPDATE            VALUE 'U'.
           88  RM-FN-DELETE            VALUE 'D'.
           88  RM-FN-EXIT              VALUE 'X'.

       01  RM-WORK-FIELDS.
           05  RM-RATE-IN              PIC 9(2)V9(3).
           05  RM-RATE-DISPLAY         PIC Z9.999.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - DISPLAY THE MENU AND DISPATCH EACH REQUEST *
      *    UNTIL THE USER SIGNS OFF.                                   *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL RM-DONE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O SALES-REP-MASTER.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-REQUEST - READ ONE MENU CHOICE AND DISPATCH IT.   *
      ******************************************************************
       2000-PROCESS-REQUEST.
           DISPLAY ' '
           DISPLAY 'SALES REP MAINTENANCE - '
                   'I=INQUIRE A=ADD U=UPDATE D=DELETE X=EXIT'
           DISPLAY 'FUNCTION: ' WITH NO ADVANCING
           ACCEPT RM-FUNCTION
           EVALUATE TRUE
               WHEN RM-FN-INQUIRE
                   PERFORM 2100-INQUIRE THRU 2100-EXIT
               WHEN RM-FN-ADD
                   PERFORM 2200-ADD THRU 2200-EXIT
               WHEN RM-FN-UPDATE
                   PERFORM 2300-UPDATE THRU 2300-EXIT
               WHEN RM-FN-DELETE
                   PERFORM 2400-DELETE THRU 2400-EXIT
               WHEN RM-FN-EXIT
                   MOVE 'Y' TO RM-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-INQUIRE - DISPLAY ONE REP'S RECORD.                       *
      ******************************************************************
       2100-INQUIRE.
           PERFORM 2900-READ-REP THRU 2900-EXIT
           IF RM-REP-WAS-FOUND
               PERFORM 2950-DISPLAY-REP THRU 2950-EXIT
           ELSE
               DISPLAY 'REP NOT ON FILE'
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD - ADD A NEW REP. REP ID ZERO IS RESERVED FOR "NO REP" *
      *    ON THE CUSTOMER MASTER AND IS REFUSED.                      *
      ******************************************************************
       2200-ADD.
           PERFORM 2900-READ-REP THRU 2900-EXIT
           IF RM-REP-WAS-FOUND
               DISPLAY 'REP ALREADY ON FILE'
               GO TO 2200-EXIT
           END-IF
           IF REP-ID = ZERO
               DISPLAY 'REP ID ZERO IS RESERVED - REP NOT ADDED'
               GO TO 2200-EXIT
           END-IF
           PERFORM 2960-PROMPT-FOR-FIELDS THRU 2960-EXIT
           IF NOT RM-FIELDS-ARE-OK
               DISPLAY 'REP NOT ADDED'
               GO TO 2200-EXIT
           END-IF
           WRITE SALES-REP-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'REP ADDED'
           END-WRITE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-UPDATE - CHANGE AN EXISTING REP. A RATE CHANGE APPLIES    *
      *    FROM THE NEXT COMMISSION RUN ON.                            *
      ******************************************************************
       2300-UPDATE.
           PERFORM 2900-READ-REP THRU 2900-EXIT
           IF NOT RM-REP-WAS-FOUND
               DISPLAY 'REP NOT ON FILE'
               GO TO 2300-EXIT
           END-IF
           PERFORM 2950-DISPLAY-REP THRU 2950-EXIT
           PERFORM 2960-PROMPT-FOR-FIELDS THRU 2960-EXIT
           IF NOT RM-FIELDS-ARE-OK
               DISPLAY 'REP NOT UPDATED'
               GO TO 2300-EXIT
           END-IF
           REWRITE SALES-REP-RECORD
               INVALID KEY
                   DISPLAY 'UPDATE FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'REP UPDATED'
           END-REWRITE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-DELETE - REMOVE A REP. AN ACTIVE REP IS REFUSED - MARK    *
      *    THE REP INACTIVE AND REASSIGN THEIR ACCOUNTS FIRST.         *
      ******************************************************************
       2400-DELETE.
           PERFORM 2900-READ-REP THRU 2900-EXIT
           IF NOT RM-REP-WAS-FOUND
               DISPLAY 'REP NOT ON FILE'
               GO TO 2400-EXIT
           END-IF
           IF REP-ACTIVE
               DISPLAY 'REP IS ACTIVE - MARK INACTIVE BEFORE DELETING'
               GO TO 2400-EXIT
           END-IF
           DELETE SALES-REP-MASTER
               INVALID KEY
                   DISPLAY 'DELETE FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'REP DELETED'
           END-DELETE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-REP - PROMPT FOR A REP ID AND READ IT.               *
      ******************************************************************
       2900-READ-REP.
           DISPLAY 'REP ID ........: ' WITH NO ADVANCING
           ACCEPT REP-ID
           READ SALES-REP-MASTER
               INVALID KEY
                   MOVE 'N' TO RM-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO RM-FOUND-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-DISPLAY-REP                                               *
      ******************************************************************
       2950-DISPLAY-REP.
           MOVE REP-COMM-RATE TO RM-RATE-DISPLAY
           DISPLAY 'REP ID ........: ' REP-ID
           DISPLAY 'NAME ..........: ' REP-NAME
           DISPLAY 'TERRITORY .....: ' REP-TERRITORY
           DISPLAY 'COMM RATE (PCT): ' RM-RATE-DISPLAY
           DISPLAY 'STATUS ........: ' REP-STATUS.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 2960-PROMPT-FOR-FIELDS - PROMPT FOR EVERY MAINTAINABLE FIELD.  *
      *    USED BY BOTH ADD AND UPDATE. A NAME AND TERRITORY ARE       *
      *    REQUIRED, AND A RATE OVER 50 PERCENT IS TAKEN TO BE A       *
      *    KEYING ERROR.                                               *
      ******************************************************************
       2960-PROMPT-FOR-FIELDS.
           MOVE 'Y' TO RM-FIELDS-OK-SW
           DISPLAY 'NAME ..........: ' WITH NO ADVANCING
           ACCEPT REP-NAME
           DISPLAY 'TERRITORY .....: ' WITH NO ADVANCING
           ACCEPT REP-TERRITORY
           DISPLAY 'COMM RATE (PCT): ' WITH NO ADVANCING
           ACCEPT RM-RATE-IN
           MOVE RM-RATE-IN TO REP-COMM-RATE
           DISPLAY 'STATUS (A/I) ..: ' WITH NO ADVANCING
           ACCEPT REP-STATUS
           IF REP-NAME = SPACES OR REP-TERRITORY = SPACES
               DISPLAY 'NAME AND TERRITORY ARE REQUIRED'
               MOVE 'N' TO RM-FIELDS-OK-SW
           END-IF
           IF REP-COMM-RATE > 50
               DISPLAY 'COMMISSION RATE OVER 50 PERCENT'
               MOVE 'N' TO RM-FIELDS-OK-SW
           END-IF
           IF NOT REP-ACTIVE AND NOT REP-INACTIVE
               DISPLAY 'STATUS MUST BE A OR I'
               MOVE 'N' TO RM-FIELDS-OK-SW
           END-IF.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           CLOSE SALES-REP-MASTER.
       9000-EXIT.
           EXIT.
