      ******************************************************************
      * PROGRAM-ID: SHPMAINT                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    SHPMAINT.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  ONLINE CUSTOMER SHIP-TO ADDRESS MAINTENANCE. A   *
      *    CONSOLE-DRIVEN MENU (IN THE SAME STYLE AS CARMAINT) AGAINST *
      *    THE INDEXED SHIP-TO FILE (SEE SHIPTO COPYBOOK), LETTING THE *
      *    ORDER DESK ADD, CHANGE, DELETE, OR DISPLAY A DELIVERY SITE  *
      *    UNDER A CUSTOMER - NAME, ADDRESS, PHONE, AND STATUS. A      *
      *    SITE CAN ONLY BE ADDED FOR A CUSTOMER ON THE CUSTOMER       *
      *    MASTER. THE KEY (CUSTOMER AND SHIP-TO CODE) CANNOT BE       *
      *    CHANGED BY AN UPDATE - DELETE AND RE-ADD INSTEAD - BECAUSE  *
      *    ORDERS ALREADY ENTERED CARRY THE CODE. A SITE WITH ORDERS   *
      *    STILL OPEN SHOULD BE MARKED INACTIVE, NOT DELETED, SO       *
      *    ORDSHIP CAN STILL RATE THEM TO IT.                          *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIP-TO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-KEY
               FILE STATUS IS ST-STO-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS ST-CUST-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIP-TO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY 'shipto.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  ST-FILE-STATUSES.
           05  ST-STO-FS               PIC X(2) VALUE '00'.
           05  ST-CUST-FS              PIC X(2) VALUE '00'.

       01  ST-SWITCHES.
           05  ST-DONE-SW              PIC X(1) VALUE 'N'.
               88  ST-DONE                      VALUE 'Y'.
           05  ST-FOUND-SW             PIC X(1) VALUE 'N'.
               88  ST-SHIP-TO-WAS-FOUND         VALUE 'Y'.
           05  ST-CUST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  ST-CUST-WAS-FOUND            VALUE 'Y'.
           05  ST-FIELDS-OK-SW         PIC X(1) VALUE 'Y'.
               88  ST-FIELDS-ARE-OK             VALUE 'Y'.

       01  ST-FUNCTION                 PIC X(1).
           88  ST-FN-INQUIRE           VALUE 'I'.
           88  ST-FN-ADD               VALUE 'A'.
           88  ST-FN-UPDATE            VALUE 'U'.
           88  ST-FN-DELETE            VALUE 'D'.
           88  ST-FN-EXIT              VALUE 'X'.

       01  ST-WORK-FIELDS.
           05  ST-ZIP-IN               PIC X(5).
           05  ST-PHONE-IN             PIC X(10).

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - DISPLAY THE MENU AND DISPATCH EACH REQUEST *
      *    UNTIL THE USER SIGNS OFF.                                   *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL ST-DONE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O SHIP-TO-FILE
           OPEN INPUT CUSTOMER-MASTER.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-REQUEST - READ ONE MENU CHOICE AND DISPATCH IT.   *
      ******************************************************************
       2000-PROCESS-REQUEST.
           DISPLAY ' '
           DISPLAY 'SHIP-TO ADDRESS MAINTENANCE - '
                   'I=INQUIRE A=ADD U=UPDATE D=DELETE X=EXIT'
           DISPLAY 'FUNCTION: ' WITH NO ADVANCING
           ACCEPT ST-FUNCTION
           EVALUATE TRUE
               WHEN ST-FN-INQUIRE
                   PERFORM 2100-INQUIRE THRU 2100-EXIT
               WHEN ST-FN-ADD
                   PERFORM 2200-ADD THRU 2200-EXIT
               WHEN ST-FN-UPDATE
                   PERFORM 2300-UPDATE THRU 2300-EXIT
               WHEN ST-FN-DELETE
                   PERFORM 2400-DELETE THRU 2400-EXIT
               WHEN ST-FN-EXIT
                   MOVE 'Y' TO ST-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-INQUIRE - DISPLAY ONE SHIP-TO ADDRESS.                    *
      ******************************************************************
       2100-INQUIRE.
           PERFORM 2900-READ-SHIP-TO THRU 2900-EXIT
           IF ST-SHIP-TO-WAS-FOUND
               PERFORM 2950-DISPLAY-SHIP-TO THRU 2950-EXIT
           ELSE
               DISPLAY 'SHIP-TO ADDRESS NOT ON FILE'
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD - ADD A NEW SHIP-TO ADDRESS. THE CUSTOMER MUST BE ON  *
      *    THE CUSTOMER MASTER, AND THE CODE MAY NOT BE BLANK - A      *
      *    BLANK CODE ON AN ORDER MEANS THE BILL-TO ADDRESS.           *
      ******************************************************************
       2200-ADD.
           PERFORM 2900-READ-SHIP-TO THRU 2900-EXIT
           IF ST-SHIP-TO-WAS-FOUND
               DISPLAY 'SHIP-TO ADDRESS ALREADY ON FILE'
               GO TO 2200-EXIT
           END-IF
           IF STO-SHIP-TO-CODE = SPACES
               DISPLAY 'SHIP-TO CODE MAY NOT BE BLANK'
               GO TO 2200-EXIT
           END-IF
           MOVE STO-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO ST-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO ST-CUST-FOUND-SW
           END-READ
           IF NOT ST-CUST-WAS-FOUND
               DISPLAY 'CUSTOMER NOT ON FILE'
               GO TO 2200-EXIT
           END-IF
           DISPLAY 'CUSTOMER ......: ' CUST-NAME
           PERFORM 2960-PROMPT-FOR-FIELDS THRU 2960-EXIT
           IF NOT ST-FIELDS-ARE-OK
               DISPLAY 'SHIP-TO ADDRESS NOT ADDED'
               GO TO 2200-EXIT
           END-IF
           WRITE SHIP-TO-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'SHIP-TO ADDRESS ADDED'
           END-WRITE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-UPDATE - CHANGE AN EXISTING SHIP-TO ADDRESS.              *
      ******************************************************************
       2300-UPDATE.
           PERFORM 2900-READ-SHIP-TO THRU 2900-EXIT
           IF NOT ST-SHIP-TO-WAS-FOUND
               DISPLAY 'SHIP-TO ADDRESS NOT ON FILE'
               GO TO 2300-EXIT
           END-IF
           PERFORM 2950-DISPLAY-SHIP-TO THRU 2950-EXIT
           PERFORM 2960-PROMPT-FOR-FIELDS THRU 2960-EXIT
           IF NOT ST-FIELDS-ARE-OK
               DISPLAY 'SHIP-TO ADDRESS NOT UPDATED'
               GO TO 2300-EXIT
           END-IF
           REWRITE SHIP-TO-RECORD
               INVALID KEY
                   DISPLAY 'UPDATE FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'SHIP-TO ADDRESS UPDATED'
           END-REWRITE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-DELETE - REMOVE A SHIP-TO ADDRESS.                        *
      ******************************************************************
       2400-DELETE.
           PERFORM 2900-READ-SHIP-TO THRU 2900-EXIT
           IF NOT ST-SHIP-TO-WAS-FOUND
               DISPLAY 'SHIP-TO ADDRESS NOT ON FILE'
           ELSE
               DELETE SHIP-TO-FILE
                   INVALID KEY
                       DISPLAY 'DELETE FAILED - INVALID KEY'
                   NOT INVALID KEY
                       DISPLAY 'SHIP-TO ADDRESS DELETED'
               END-DELETE
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-SHIP-TO - PROMPT FOR A CUSTOMER AND SHIP-TO CODE AND *
      *    READ IT.                                                    *
      ******************************************************************
       2900-READ-SHIP-TO.
           DISPLAY 'CUSTOMER ID ...: ' WITH NO ADVANCING
           ACCEPT STO-CUST-ID
           DISPLAY 'SHIP-TO CODE ..: ' WITH NO ADVANCING
           ACCEPT STO-SHIP-TO-CODE
           READ SHIP-TO-FILE
               INVALID KEY
                   MOVE 'N' TO ST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO ST-FOUND-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-DISPLAY-SHIP-TO                                           *
      ******************************************************************
       2950-DISPLAY-SHIP-TO.
           DISPLAY 'CUSTOMER ID ...: ' STO-CUST-ID
           DISPLAY 'SHIP-TO CODE ..: ' STO-SHIP-TO-CODE
           DISPLAY 'NAME ..........: ' STO-NAME
           DISPLAY 'STREET ........: ' STO-STREET
           DISPLAY 'CITY ..........: ' STO-CITY
           DISPLAY 'STATE .........: ' STO-STATE
           DISPLAY 'ZIP ...........: ' STO-ZIP
           DISPLAY 'PHONE .........: ' STO-PHONE
           DISPLAY 'STATUS (A/I) ..: ' STO-STATUS.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 2960-PROMPT-FOR-FIELDS - PROMPT FOR EVERY MAINTAINABLE FIELD.  *
      *    USED BY BOTH ADD AND UPDATE. THE ZIP MUST BE NUMERIC - ITS  *
      *    LEADING DIGIT PICKS THE CARRIER ZONE - AND THE STATUS MUST  *
      *    BE ACTIVE OR INACTIVE.                                      *
      ******************************************************************
       2960-PROMPT-FOR-FIELDS.
           MOVE 'Y' TO ST-FIELDS-OK-SW
           DISPLAY 'NAME ..........: ' WITH NO ADVANCING
           ACCEPT STO-NAME
           DISPLAY 'STREET ........: ' WITH NO ADVANCING
           ACCEPT STO-STREET
           DISPLAY 'CITY ..........: ' WITH NO ADVANCING
           ACCEPT STO-CITY
           DISPLAY 'STATE .........: ' WITH NO ADVANCING
           ACCEPT STO-STATE
           DISPLAY 'ZIP ...........: ' WITH NO ADVANCING
           ACCEPT ST-ZIP-IN
           DISPLAY 'PHONE .........: ' WITH NO ADVANCING
           ACCEPT ST-PHONE-IN
           DISPLAY 'STATUS (A/I) ..: ' WITH NO ADVANCING
           ACCEPT STO-STATUS
           IF ST-ZIP-IN IS NUMERIC
               MOVE ST-ZIP-IN TO STO-ZIP
           ELSE
               DISPLAY 'ZIP MUST BE 5 DIGITS'
               MOVE 'N' TO ST-FIELDS-OK-SW
           END-IF
           IF ST-PHONE-IN IS NUMERIC
               MOVE ST-PHONE-IN TO STO-PHONE
           ELSE
               IF ST-PHONE-IN = SPACES
                   MOVE ZERO TO STO-PHONE
               ELSE
                   DISPLAY 'PHONE MUST BE 10 DIGITS'
                   MOVE 'N' TO ST-FIELDS-OK-SW
               END-IF
           END-IF
           IF NOT STO-ACTIVE AND NOT STO-INACTIVE
               DISPLAY 'STATUS MUST BE A OR I'
               MOVE 'N' TO ST-FIELDS-OK-SW
           END-IF
           IF STO-STREET = SPACES OR STO-CITY = SPACES
                                  OR STO-STATE = SPACES
               DISPLAY 'STREET, CITY, AND STATE ARE REQUIRED'
               MOVE 'N' TO ST-FIELDS-OK-SW
           END-IF.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           CLOSE SHIP-TO-FILE
                 CUSTOMER-MASTER.
       9000-EXIT.
           EXIT.
