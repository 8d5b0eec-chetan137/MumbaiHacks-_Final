      ******************************************************************
      * PROGRAM-ID: TAXMAINT                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXMAINT.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  ONLINE SALES TAX RATE TABLE MAINTENANCE. A       *
      *    CONSOLE-DRIVEN MENU (IN THE SAME STYLE AS CARMAINT) AGAINST *
      *    THE INDEXED TAX RATE TABLE (SEE TAXRATE COPYBOOK), LETTING  *
      *    THE TAX DESK ADD, CHANGE, DELETE, OR DISPLAY A JURISDICTION *
      *    - STATE, ZIP RANGE, NAME, AND RATE. THE RATES KEPT HERE     *
      *    DRIVE THE TAX ORDENTRY CALCULATES ON EVERY NEW ORDER AND    *
      *    THE JURISDICTION LINES OF THE MONTHLY LIABILITY REPORT      *
      *    (TAXLIAB). THE KEY (STATE AND LOW ZIP) CANNOT BE CHANGED BY *
      *    AN UPDATE - DELETE AND RE-ADD INSTEAD - BECAUSE ORDERS      *
      *    ALREADY RATED CARRY THE KEY.                                *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXR-KEY
               FILE STATUS IS TM-TXR-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATE-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY 'taxrate.cpy'.

       WORKING-STORAGE SECTION.
       01  TM-TXR-FS                   PIC X(2) VALUE '00'.

       01  TM-SWITCHES.
           05  TM-DONE-SW              PIC X(1) VALUE 'N'.
               88  TM-DONE                      VALUE 'Y'.
           05  TM-FOUND-SW             PIC X(1) VALUE 'N'.
               88  TM-RATE-WAS-FOUND            VALUE 'Y'.
           05  TM-FIELDS-OK-SW         PIC X(1) VALUE 'Y'.
               88  TM-FIELDS-ARE-OK             VALUE 'Y'.

       01  TM-FUNCTION                 PIC X(1).
           88  TM-FN-INQUIRE           VALUE 'I'.
           88  TM-FN-ADD               VALUE 'A'.
           88  TM-FN-UPDATE            VALUE 'U'.
           88  TM-FN-DELETE            VALUE 'D'.
           88  TM-FN-EXIT              VALUE 'X'.

       01  TM-WORK-FIELDS.
           05  TM-RATE-IN              PIC 9(2)V9(3).
           05  TM-RATE-DISPLAY         PIC Z9.999.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL - DISPLAY THE MENU AND DISPATCH EACH REQUEST *
      *    UNTIL THE USER SIGNS OFF.                                   *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
               UNTIL TM-DONE
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN I-O TAX-RATE-TABLE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-REQUEST - READ ONE MENU CHOICE AND DISPATCH IT.   *
      ******************************************************************
       2000-PROCESS-REQUEST.
           DISPLAY ' '
           DISPLAY 'TAX RATE MAINTENANCE - '
                   'I=INQUIRE A=ADD U=UPDATE D=DELETE X=EXIT'
           DISPLAY 'FUNCTION: ' WITH NO ADVANCING
           ACCEPT TM-FUNCTION
           EVALUATE TRUE
               WHEN TM-FN-INQUIRE
                   PERFORM 2100-INQUIRE THRU 2100-EXIT
               WHEN TM-FN-ADD
                   PERFORM 2200-ADD THRU 2200-EXIT
               WHEN TM-FN-UPDATE
                   PERFORM 2300-UPDATE THRU 2300-EXIT
               WHEN TM-FN-DELETE
                   PERFORM 2400-DELETE THRU 2400-EXIT
               WHEN TM-FN-EXIT
                   MOVE 'Y' TO TM-DONE-SW
               WHEN OTHER
                   DISPLAY 'INVALID FUNCTION - TRY AGAIN'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-INQUIRE - DISPLAY ONE JURISDICTION'S RECORD.              *
      ******************************************************************
       2100-INQUIRE.
           PERFORM 2900-READ-RATE THRU 2900-EXIT
           IF TM-RATE-WAS-FOUND
               PERFORM 2950-DISPLAY-RATE THRU 2950-EXIT
           ELSE
               DISPLAY 'JURISDICTION NOT ON FILE'
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-ADD - ADD A NEW JURISDICTION RECORD.                      *
      ******************************************************************
       2200-ADD.
           PERFORM 2900-READ-RATE THRU 2900-EXIT
           IF TM-RATE-WAS-FOUND
               DISPLAY 'JURISDICTION ALREADY ON FILE'
               GO TO 2200-EXIT
           END-IF
           PERFORM 2960-PROMPT-FOR-FIELDS THRU 2960-EXIT
           IF NOT TM-FIELDS-ARE-OK
               DISPLAY 'JURISDICTION NOT ADDED'
               GO TO 2200-EXIT
           END-IF
           WRITE TAX-RATE-RECORD
               INVALID KEY
                   DISPLAY 'ADD FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'JURISDICTION ADDED'
           END-WRITE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2300-UPDATE - CHANGE AN EXISTING JURISDICTION.                 *
      ******************************************************************
       2300-UPDATE.
           PERFORM 2900-READ-RATE THRU 2900-EXIT
           IF NOT TM-RATE-WAS-FOUND
               DISPLAY 'JURISDICTION NOT ON FILE'
               GO TO 2300-EXIT
           END-IF
           PERFORM 2950-DISPLAY-RATE THRU 2950-EXIT
           PERFORM 2960-PROMPT-FOR-FIELDS THRU 2960-EXIT
           IF NOT TM-FIELDS-ARE-OK
               DISPLAY 'JURISDICTION NOT UPDATED'
               GO TO 2300-EXIT
           END-IF
           REWRITE TAX-RATE-RECORD
               INVALID KEY
                   DISPLAY 'UPDATE FAILED - INVALID KEY'
               NOT INVALID KEY
                   DISPLAY 'JURISDICTION UPDATED'
           END-REWRITE.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * 2400-DELETE - REMOVE A JURISDICTION RECORD.                    *
      ******************************************************************
       2400-DELETE.
           PERFORM 2900-READ-RATE THRU 2900-EXIT
           IF NOT TM-RATE-WAS-FOUND
               DISPLAY 'JURISDICTION NOT ON FILE'
           ELSE
               DELETE TAX-RATE-TABLE
                   INVALID KEY
                       DISPLAY 'DELETE FAILED - INVALID KEY'
                   NOT INVALID KEY
                       DISPLAY 'JURISDICTION DELETED'
               END-DELETE
           END-IF.
       2400-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-RATE - PROMPT FOR A STATE AND LOW ZIP AND READ IT.   *
      ******************************************************************
       2900-READ-RATE.
           DISPLAY 'STATE .........: ' WITH NO ADVANCING
           ACCEPT TXR-STATE
           DISPLAY 'LOW ZIP .......: ' WITH NO ADVANCING
           ACCEPT TXR-ZIP-LOW
           READ TAX-RATE-TABLE
               INVALID KEY
                   MOVE 'N' TO TM-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO TM-FOUND-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 2950-DISPLAY-RATE                                              *
      ******************************************************************
       2950-DISPLAY-RATE.
           MOVE TXR-RATE-PCT TO TM-RATE-DISPLAY
           DISPLAY 'STATE .........: ' TXR-STATE
           DISPLAY 'ZIP RANGE .....: ' TXR-ZIP-LOW ' - ' TXR-ZIP-HIGH
           DISPLAY 'JURISDICTION ..: ' TXR-JURIS-NAME
           DISPLAY 'RATE (PERCENT) : ' TM-RATE-DISPLAY.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * 2960-PROMPT-FOR-FIELDS - PROMPT FOR EVERY MAINTAINABLE FIELD.  *
      *    USED BY BOTH ADD AND UPDATE. A RANGE THAT ENDS BEFORE IT    *
      *    STARTS IS REFUSED.                                          *
      ******************************************************************
       2960-PROMPT-FOR-FIELDS.
           MOVE 'Y' TO TM-FIELDS-OK-SW
           DISPLAY 'HIGH ZIP ......: ' WITH NO ADVANCING
           ACCEPT TXR-ZIP-HIGH
           DISPLAY 'JURISDICTION ..: ' WITH NO ADVANCING
           ACCEPT TXR-JURIS-NAME
           DISPLAY 'RATE (PERCENT) : ' WITH NO ADVANCING
           ACCEPT TM-RATE-IN
           MOVE TM-RATE-IN TO TXR-RATE-PCT
           IF TXR-ZIP-HIGH < TXR-ZIP-LOW
               DISPLAY 'HIGH ZIP IS BELOW LOW ZIP'
               MOVE 'N' TO TM-FIELDS-OK-SW
           END-IF.
       2960-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE                                                 *
      ******************************************************************
       9000-TERMINATE.
           CLOSE TAX-RATE-TABLE.
       9000-EXIT.
           EXIT.
