      ******************************************************************
      * PROGRAM-ID: TAXLIAB                                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXLIAB.
       AUTHOR.        R G MORALES.
       INSTALLATION.  DATA PROCESSING DEPT.
       DATE-WRITTEN.  2026-10-15.
       DATE-COMPILED.
      ******************************************************************
      * DESCRIPTION.  MONTHLY SALES TAX LIABILITY REPORT BY TAXING     *
      *    JURISDICTION, FOR THE TAX FILINGS. RUN AT MONTH END, IT     *
      *    COVERS THE CALENDAR MONTH OF THE RUN DATE. THE GL DAILY     *
      *    ACTIVITY FILE (GLACTV) IS THE SOURCE, SO THE REPORT TIES TO *
      *    THE LEDGER: EVERY 'OR' BILLING ENTRY IN THE MONTH (ORDER    *
      *    ENTRY, CREDIT HOLD RELEASE, ORDER MAINTENANCE CHANGES AND   *
      *    CANCELS, FREIGHT DELTAS) ADDS ITS MERCHANDISE AMOUNT (TOTAL *
      *    LESS TAX AND SHIPPING) AND ITS TAX, AND EVERY 'CM' CREDIT   *
      *    MEMO ORDRETRN ISSUED IN THE MONTH TAKES THE RETURNED        *
      *    ORDER'S MERCHANDISE AND TAX BACK OUT. EACH ENTRY IS         *
      *    CLASSIFIED THROUGH ITS ORDER (ACTIVE MASTER, OR THE ARCHIVE *
      *    IF ORDPURGE HAS MOVED IT): THE JURISDICTION ORDENTRY        *
      *    STAMPED ON IT, AND WHETHER IT WAS TAXABLE, EXEMPT AS A      *
      *    GOVERNMENT SALE, OR EXEMPT FOR RESALE (A BUSINESS CUSTOMER  *
      *    WITH A CERTIFICATE ON FILE). JURISDICTIONS PRINT IN TAX     *
      *    RATE TABLE ORDER; ORDERS WITH NO JURISDICTION (NO RATE WAS  *
      *    ON FILE AT ENTRY, OR THE ORDER CANNOT BE FOUND) PRINT ON A  *
      *    SEPARATE LINE AT THE TOP SO THE TAX DESK CAN ASSIGN THEM.   *
      ******************************************************************
      * MODIFICATION HISTORY.                                          *
      *    2026-10-15 RGM  INITIAL VERSION.                            *
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TL-GLAC-FS.

           SELECT ORDER-MASTER ASSIGN TO "ORDRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDER-MASTER-KEY
               FILE STATUS IS TL-ORDM-FS.

           SELECT ORDER-HISTORY ASSIGN TO "ORDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OHIST-ORDER-ID
               FILE STATUS IS TL-HIST-FS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-MASTER-KEY
               FILE STATUS IS TL-CUST-FS.

           SELECT TAX-RATE-TABLE ASSIGN TO "TAXRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TXR-KEY
               FILE STATUS IS TL-TXR-FS.

           SELECT LIABILITY-REPORT ASSIGN TO "TAXLIARP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TL-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACTIVITY
           LABEL RECORDS ARE STANDARD.
           COPY 'glactv.cpy'.

       FD  ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  ORDER-MASTER-REC.
           05  ORDER-MASTER-KEY        PIC 9(10).
           05  FILLER                  PIC X(959).

       FD  ORDER-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY 'ordhist.cpy'.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  CUSTOMER-MASTER-REC.
           05  CUSTOMER-MASTER-KEY     PIC 9(8).
           05  FILLER                  PIC X(232).

       FD  TAX-RATE-TABLE
           LABEL RECORDS ARE STANDARD.
           COPY 'taxrate.cpy'.

       FD  LIABILITY-REPORT
           LABEL RECORDS ARE STANDARD.
       01  LIABILITY-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY 'sample.cpy'.

       01  TL-FILE-STATUSES.
           05  TL-GLAC-FS              PIC X(2) VALUE '00'.
           05  TL-ORDM-FS              PIC X(2) VALUE '00'.
           05  TL-HIST-FS              PIC X(2) VALUE '00'.
           05  TL-CUST-FS              PIC X(2) VALUE '00'.
           05  TL-TXR-FS               PIC X(2) VALUE '00'.
           05  TL-RPT-FS               PIC X(2) VALUE '00'.

       01  TL-SWITCHES.
           05  TL-GLAC-EOF-SW          PIC X(1) VALUE 'N'.
               88  TL-GLAC-EOF                  VALUE 'Y'.
           05  TL-TXR-EOF-SW           PIC X(1) VALUE 'N'.
               88  TL-TXR-EOF                   VALUE 'Y'.
           05  TL-ORDER-FOUND-SW       PIC X(1) VALUE 'N'.
               88  TL-ORDER-WAS-FOUND           VALUE 'Y'.
           05  TL-CUST-FOUND-SW        PIC X(1) VALUE 'N'.
               88  TL-CUST-WAS-FOUND            VALUE 'Y'.
           05  TL-JURIS-FOUND-SW       PIC X(1) VALUE 'N'.
               88  TL-JURIS-WAS-FOUND           VALUE 'Y'.

       01  TL-RUN-DATE.
           05  TL-RUN-PERIOD           PIC 9(6).
           05  TL-RUN-DD               PIC 9(2).

       01  TL-ACTIVITY-DATE.
           05  TL-ACTV-PERIOD          PIC 9(6).
           05  TL-ACTV-DD              PIC 9(2).

       01  TL-COUNTERS.
           05  TL-ACTV-READ            PIC 9(7) COMP-3 VALUE ZERO.
           05  TL-BILLINGS-POSTED      PIC 9(7) COMP-3 VALUE ZERO.
           05  TL-CREDITS-POSTED       PIC 9(7) COMP-3 VALUE ZERO.
           05  TL-ORDERS-NOT-FOUND     PIC 9(7) COMP-3 VALUE ZERO.

      ******************************************************************
      * THE ORDER BEHIND THE ACTIVITY RECORD IN HAND, FROM THE ACTIVE  *
      * MASTER OR THE ARCHIVE, AND THE AMOUNTS BEING POSTED FOR IT.    *
      ******************************************************************
       01  TL-ORDER-WORK.
           05  TL-ORD-CUST-ID          PIC 9(8).
           05  TL-ORD-TOTAL            PIC S9(7)V99 COMP-3.
           05  TL-ORD-TAX              PIC S9(5)V99 COMP-3.
           05  TL-ORD-SHIPPING         PIC S9(5)V99 COMP-3.
           05  TL-ORD-EXEMPT-SW        PIC X(1).
               88  TL-ORD-WAS-EXEMPT            VALUE 'Y'.
           05  TL-ORD-STATE            PIC X(2).
           05  TL-ORD-ZIP-LOW          PIC 9(5).
           05  TL-POST-SALES           PIC S9(9)V99 COMP-3.
           05  TL-POST-TAX             PIC S9(7)V99 COMP-3.
           05  TL-POST-SHIPPING        PIC S9(7)V99 COMP-3.

      ******************************************************************
      * ONE ENTRY PER JURISDICTION ON THE TAX RATE TABLE, LOADED IN    *
      * KEY ORDER. ENTRY 1 IS RESERVED FOR ACTIVITY WITH NO            *
      * JURISDICTION; A TABLE FULL CONDITION ALSO POSTS THERE.         *
      ******************************************************************
       01  TL-JURIS-TABLE.
           05  TL-JURIS-COUNT          PIC 9(4) COMP VALUE ZERO.
           05  TL-JURIS-ENTRY OCCURS 500 TIMES.
               10  TL-JE-STATE         PIC X(2).
               10  TL-JE-ZIP-LOW       PIC 9(5).
               10  TL-JE-ZIP-HIGH      PIC 9(5).
               10  TL-JE-NAME          PIC X(30).
               10  TL-JE-RATE-PCT      PIC 9(2)V9(3) COMP-3.
               10  TL-JE-TAXABLE       PIC S9(9)V99 COMP-3.
               10  TL-JE-EXEMPT-GOV    PIC S9(9)V99 COMP-3.
               10  TL-JE-EXEMPT-RESALE PIC S9(9)V99 COMP-3.
               10  TL-JE-TAX-COLLECTED PIC S9(9)V99 COMP-3.
               10  TL-JE-TAX-CREDITED  PIC S9(9)V99 COMP-3.

       01  TL-SUBSCRIPTS.
           05  TL-JX                   PIC 9(4) COMP.
           05  TL-POST-JX              PIC 9(4) COMP.

       01  TL-GRAND-TOTALS.
           05  TL-GT-TAXABLE           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TL-GT-EXEMPT-GOV        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TL-GT-EXEMPT-RESALE     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TL-GT-TAX-COLLECTED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TL-GT-TAX-CREDITED      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  TL-GT-NET-TAX           PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  TL-NET-TAX                  PIC S9(9)V99 COMP-3.

       01  TL-HEADING-1.
           05  FILLER                  PIC X(45) VALUE
               'SALES TAX LIABILITY BY JURISDICTION - PERIOD '.
           05  TL-H1-PERIOD            PIC 9(6).
           05  FILLER                  PIC X(10) VALUE '   RUN ON '.
           05  TL-H1-DATE              PIC 9(8).

       01  TL-HEADING-2.
           05  FILLER                  PIC X(3)  VALUE 'ST'.
           05  FILLER                  PIC X(12) VALUE 'ZIP RANGE'.
           05  FILLER                  PIC X(26) VALUE 'JURISDICTION'.
           05  FILLER                  PIC X(7)  VALUE '  RATE'.
           05  FILLER                  PIC X(15) VALUE
               '  TAXABLE SALES'.
           05  FILLER                  PIC X(15) VALUE
               '    EXEMPT GOVT'.
           05  FILLER                  PIC X(15) VALUE
               '  EXEMPT RESALE'.
           05  FILLER                  PIC X(13) VALUE
               '  TAX COLLECT'.
           05  FILLER                  PIC X(13) VALUE
               '  TAX CREDIT '.
           05  FILLER                  PIC X(13) VALUE
               '      NET TAX'.

       01  TL-DETAIL-LINE.
           05  TL-D-STATE              PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TL-D-ZIP-LOW            PIC 9(5).
           05  FILLER                  PIC X(1) VALUE '-'.
           05  TL-D-ZIP-HIGH           PIC 9(5).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TL-D-NAME               PIC X(25).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TL-D-RATE               PIC Z9.999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  TL-D-TAXABLE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  TL-D-EXEMPT-GOV         PIC -ZZZ,ZZZ,ZZ9.99.
           05  TL-D-EXEMPT-RESALE      PIC -ZZZ,ZZZ,ZZ9.99.
           05  TL-D-TAX-COLLECTED      PIC -Z,ZZZ,ZZ9.99.
           05  TL-D-TAX-CREDITED       PIC -Z,ZZZ,ZZ9.99.
           05  TL-D-NET-TAX            PIC -Z,ZZZ,ZZ9.99.

       01  TL-TOTAL-LINE.
           05  FILLER                  PIC X(48) VALUE
               'TOTAL ALL JURISDICTIONS'.
           05  TL-T-TAXABLE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  TL-T-EXEMPT-GOV         PIC -ZZZ,ZZZ,ZZ9.99.
           05  TL-T-EXEMPT-RESALE      PIC -ZZZ,ZZZ,ZZ9.99.
           05  TL-T-TAX-COLLECTED      PIC -Z,ZZZ,ZZ9.99.
           05  TL-T-TAX-CREDITED       PIC -Z,ZZZ,ZZ9.99.
           05  TL-T-NET-TAX            PIC -Z,ZZZ,ZZ9.99.

       01  TL-COUNT-LINE.
           05  FILLER                  PIC X(18) VALUE
               'BILLINGS POSTED: '.
           05  TL-C-BILLINGS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               '   CREDITS POSTED: '.
           05  TL-C-CREDITS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(33) VALUE
               '   ORDERS NOT ON MASTER/ARCHIVE: '.
           05  TL-C-NOT-FOUND          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      ******************************************************************
      * 0000-MAIN-CONTROL                                              *
      ******************************************************************
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ACTIVITY THRU 2000-EXIT
               UNTIL TL-GLAC-EOF
           PERFORM 8000-WRITE-REPORT THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      ******************************************************************
      * 1000-INITIALIZE - OPEN FILES, FIX THE REPORTING PERIOD FROM    *
      *    THE RUN DATE, AND LOAD THE JURISDICTION TABLE.              *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT GL-ACTIVITY
           OPEN INPUT ORDER-MASTER
           OPEN INPUT ORDER-HISTORY
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT TAX-RATE-TABLE
           OPEN OUTPUT LIABILITY-REPORT
           ACCEPT TL-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-JURISDICTIONS THRU 1100-EXIT
           CLOSE TAX-RATE-TABLE
           IF TL-GLAC-FS NOT = '00'
               DISPLAY 'TAXLIAB - COULD NOT OPEN GLACTV - STATUS '
                       TL-GLAC-FS
               MOVE 'Y' TO TL-GLAC-EOF-SW
           ELSE
               PERFORM 2900-READ-GL-ACTIVITY THRU 2900-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * 1100-LOAD-JURISDICTIONS - ENTRY 1 IS THE NO-JURISDICTION LINE; *
      *    THE RATE TABLE FOLLOWS IN KEY ORDER.                        *
      ******************************************************************
       1100-LOAD-JURISDICTIONS.
           MOVE 1 TO TL-JURIS-COUNT
           INITIALIZE TL-JURIS-ENTRY (1)
           MOVE '**' TO TL-JE-STATE (1)
           MOVE 'NO JURISDICTION ON FILE' TO TL-JE-NAME (1)
           PERFORM 1110-LOAD-ONE-JURISDICTION THRU 1110-EXIT
               UNTIL TL-TXR-EOF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-JURISDICTION.
           READ TAX-RATE-TABLE
               AT END
                   MOVE 'Y' TO TL-TXR-EOF-SW
                   GO TO 1110-EXIT
           END-READ
           IF TL-TXR-FS NOT = '00'
               MOVE 'Y' TO TL-TXR-EOF-SW
               GO TO 1110-EXIT
           END-IF
           IF TL-JURIS-COUNT = 500
               DISPLAY 'TAXLIAB - JURISDICTION TABLE FULL AT '
                       TXR-STATE ' ' TXR-ZIP-LOW
                       ' - REMAINDER REPORTS AS NO JURISDICTION'
               MOVE 'Y' TO TL-TXR-EOF-SW
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO TL-JURIS-COUNT
           INITIALIZE TL-JURIS-ENTRY (TL-JURIS-COUNT)
           MOVE TXR-STATE TO TL-JE-STATE (TL-JURIS-COUNT)
           MOVE TXR-ZIP-LOW TO TL-JE-ZIP-LOW (TL-JURIS-COUNT)
           MOVE TXR-ZIP-HIGH TO TL-JE-ZIP-HIGH (TL-JURIS-COUNT)
           MOVE TXR-JURIS-NAME TO TL-JE-NAME (TL-JURIS-COUNT)
           MOVE TXR-RATE-PCT TO TL-JE-RATE-PCT (TL-JURIS-COUNT).
       1110-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ACTIVITY - POST ONE ACTIVITY RECORD IF IT IS A    *
      *    BILLING OR A CREDIT MEMO DATED IN THE REPORTING MONTH.      *
      ******************************************************************
       2000-PROCESS-ACTIVITY.
           ADD 1 TO TL-ACTV-READ
           MOVE GA-ACTIVITY-DATE TO TL-ACTIVITY-DATE
           IF TL-ACTV-PERIOD = TL-RUN-PERIOD
               EVALUATE TRUE
                   WHEN GA-TYPE-ORDER-BILLED
                       PERFORM 2100-POST-BILLING THRU 2100-EXIT
                   WHEN GA-TYPE-CREDIT-MEMO
                       PERFORM 2200-POST-CREDIT THRU 2200-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2900-READ-GL-ACTIVITY THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * 2100-POST-BILLING - AN 'OR' ENTRY CARRIES TOTAL, TAX, AND      *
      *    SHIPPING (OR THE CHANGE IN EACH); THE MERCHANDISE AMOUNT IS *
      *    WHAT IS LEFT OF THE TOTAL AFTER TAX AND SHIPPING.           *
      ******************************************************************
       2100-POST-BILLING.
           PERFORM 2500-GET-ORDER THRU 2500-EXIT
           SUBTRACT GA-AMOUNT-2 GA-AMOUNT-3 FROM GA-AMOUNT-1
               GIVING TL-POST-SALES
           MOVE GA-AMOUNT-2 TO TL-POST-TAX
           PERFORM 2700-POST-SALES THRU 2700-EXIT
           ADD TL-POST-TAX TO TL-JE-TAX-COLLECTED (TL-POST-JX)
           ADD 1 TO TL-BILLINGS-POSTED.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * 2200-POST-CREDIT - A 'CM' ENTRY CARRIES ONLY THE AMOUNT        *
      *    CREDITED. THE TAX AND SHIPPING INSIDE IT ARE TAKEN FROM THE *
      *    RETURNED ORDER IN PROPORTION TO THE CREDIT (ORDRETRN        *
      *    CREDITS THE WHOLE ORDER TOTAL, SO NORMALLY ALL OF THEM).    *
      *    THE MERCHANDISE COMES OFF SALES; THE TAX IS SHOWN AS        *
      *    CREDITED AGAINST THE TAX COLLECTED.                         *
      ******************************************************************
       2200-POST-CREDIT.
           PERFORM 2500-GET-ORDER THRU 2500-EXIT
           IF TL-ORD-TOTAL = ZERO
               MOVE ZERO TO TL-POST-TAX TL-POST-SHIPPING
           ELSE
               COMPUTE TL-POST-TAX ROUNDED =
                   TL-ORD-TAX * GA-AMOUNT-1 / TL-ORD-TOTAL
               COMPUTE TL-POST-SHIPPING ROUNDED =
                   TL-ORD-SHIPPING * GA-AMOUNT-1 / TL-ORD-TOTAL
           END-IF
           SUBTRACT TL-POST-TAX TL-POST-SHIPPING FROM GA-AMOUNT-1
               GIVING TL-POST-SALES
           MULTIPLY -1 BY TL-POST-SALES
           PERFORM 2700-POST-SALES THRU 2700-EXIT
           ADD TL-POST-TAX TO TL-JE-TAX-CREDITED (TL-POST-JX)
           ADD 1 TO TL-CREDITS-POSTED.
       2200-EXIT.
           EXIT.

      ******************************************************************
      * 2500-GET-ORDER - PICK UP THE ORDER BEHIND THE ACTIVITY RECORD  *
      *    FROM THE ACTIVE MASTER, FALLING BACK TO THE ARCHIVE, AND    *
      *    FIND ITS JURISDICTION ENTRY. AN ORDER ON NEITHER FILE IS    *
      *    TREATED AS TAXABLE WITH NO JURISDICTION.                    *
      ******************************************************************
       2500-GET-ORDER.
           MOVE ZERO TO TL-ORD-CUST-ID TL-ORD-TOTAL TL-ORD-TAX
                        TL-ORD-SHIPPING TL-ORD-ZIP-LOW
           MOVE SPACES TO TL-ORD-STATE
           MOVE 'N' TO TL-ORD-EXEMPT-SW
           MOVE GA-REFERENCE-ID TO ORDER-MASTER-KEY
           READ ORDER-MASTER INTO ORDER-RECORD
               INVALID KEY
                   MOVE 'N' TO TL-ORDER-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO TL-ORDER-FOUND-SW
           END-READ
           IF TL-ORDER-WAS-FOUND
               MOVE ORDER-CUST-ID TO TL-ORD-CUST-ID
               MOVE ORDER-TOTAL TO TL-ORD-TOTAL
               MOVE ORDER-TAX TO TL-ORD-TAX
               MOVE ORDER-SHIPPING TO TL-ORD-SHIPPING
               MOVE ORDER-TAX-EXEMPT-SW TO TL-ORD-EXEMPT-SW
               MOVE ORDER-TAX-STATE TO TL-ORD-STATE
               MOVE ORDER-TAX-ZIP-LOW TO TL-ORD-ZIP-LOW
           ELSE
               PERFORM 2510-GET-ARCHIVED-ORDER THRU 2510-EXIT
           END-IF
           IF NOT TL-ORDER-WAS-FOUND
               ADD 1 TO TL-ORDERS-NOT-FOUND
           END-IF
           PERFORM 2600-FIND-JURISDICTION THRU 2600-EXIT.
       2500-EXIT.
           EXIT.

       2510-GET-ARCHIVED-ORDER.
           MOVE GA-REFERENCE-ID TO OHIST-ORDER-ID
           READ ORDER-HISTORY
               INVALID KEY
                   MOVE 'N' TO TL-ORDER-FOUND-SW
                   GO TO 2510-EXIT
               NOT INVALID KEY
                   MOVE 'Y' TO TL-ORDER-FOUND-SW
           END-READ
           MOVE OHIST-CUST-ID TO TL-ORD-CUST-ID
           MOVE OHIST-TOTAL TO TL-ORD-TOTAL
           MOVE OHIST-TAX TO TL-ORD-TAX
           MOVE OHIST-SHIPPING TO TL-ORD-SHIPPING
           MOVE OHIST-TAX-EXEMPT-SW TO TL-ORD-EXEMPT-SW
           MOVE OHIST-TAX-STATE TO TL-ORD-STATE
           MOVE OHIST-TAX-ZIP-LOW TO TL-ORD-ZIP-LOW.
       2510-EXIT.
           EXIT.

      ******************************************************************
      * 2600-FIND-JURISDICTION - MATCH THE ORDER'S STAMPED KEY TO ITS  *
      *    TABLE ENTRY; NO MATCH POSTS TO ENTRY 1.                     *
      ******************************************************************
       2600-FIND-JURISDICTION.
           MOVE 1 TO TL-POST-JX
           MOVE 'N' TO TL-JURIS-FOUND-SW
           IF TL-ORD-STATE = SPACES
               GO TO 2600-EXIT
           END-IF
           PERFORM 2610-CHECK-ONE-JURISDICTION THRU 2610-EXIT
               VARYING TL-JX FROM 2 BY 1
               UNTIL TL-JX > TL-JURIS-COUNT
                  OR TL-JURIS-WAS-FOUND.
       2600-EXIT.
           EXIT.

       2610-CHECK-ONE-JURISDICTION.
           IF TL-JE-STATE (TL-JX) = TL-ORD-STATE
                   AND TL-JE-ZIP-LOW (TL-JX) = TL-ORD-ZIP-LOW
               MOVE TL-JX TO TL-POST-JX
               MOVE 'Y' TO TL-JURIS-FOUND-SW
           END-IF.
       2610-EXIT.
           EXIT.

      ******************************************************************
      * 2700-POST-SALES - A TAXABLE ORDER'S MERCHANDISE IS TAXABLE     *
      *    SALES; AN EXEMPT ONE IS A GOVERNMENT SALE IF THE CUSTOMER   *
      *    IS GOVERNMENT, OTHERWISE A RESALE (THE ONLY TWO EXEMPTIONS  *
      *    ORDENTRY GRANTS).                                           *
      ******************************************************************
       2700-POST-SALES.
           IF NOT TL-ORD-WAS-EXEMPT
               ADD TL-POST-SALES TO TL-JE-TAXABLE (TL-POST-JX)
               GO TO 2700-EXIT
           END-IF
           PERFORM 2750-READ-CUSTOMER THRU 2750-EXIT
           IF TL-CUST-WAS-FOUND AND GOVERNMENT
               ADD TL-POST-SALES TO TL-JE-EXEMPT-GOV (TL-POST-JX)
           ELSE
               ADD TL-POST-SALES TO TL-JE-EXEMPT-RESALE (TL-POST-JX)
           END-IF.
       2700-EXIT.
           EXIT.

       2750-READ-CUSTOMER.
           MOVE TL-ORD-CUST-ID TO CUSTOMER-MASTER-KEY
           READ CUSTOMER-MASTER INTO CUSTOMER-RECORD
               INVALID KEY
                   MOVE 'N' TO TL-CUST-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO TL-CUST-FOUND-SW
           END-READ.
       2750-EXIT.
           EXIT.

      ******************************************************************
      * 2900-READ-GL-ACTIVITY                                          *
      ******************************************************************
       2900-READ-GL-ACTIVITY.
           READ GL-ACTIVITY
               AT END
                   MOVE 'Y' TO TL-GLAC-EOF-SW
           END-READ.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * 8000-WRITE-REPORT - ONE LINE PER JURISDICTION WITH ACTIVITY,   *
      *    THEN THE GRAND TOTALS AND POSTING COUNTS.                   *
      ******************************************************************
       8000-WRITE-REPORT.
           MOVE TL-RUN-PERIOD TO TL-H1-PERIOD
           MOVE TL-RUN-DATE TO TL-H1-DATE
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE FROM TL-HEADING-1
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           WRITE LIABILITY-LINE FROM TL-HEADING-2
           PERFORM 8100-WRITE-ONE-JURISDICTION THRU 8100-EXIT
               VARYING TL-JX FROM 1 BY 1
               UNTIL TL-JX > TL-JURIS-COUNT
           PERFORM 8200-WRITE-TOTALS THRU 8200-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-JURISDICTION.
           IF TL-JE-TAXABLE (TL-JX) = ZERO
                   AND TL-JE-EXEMPT-GOV (TL-JX) = ZERO
                   AND TL-JE-EXEMPT-RESALE (TL-JX) = ZERO
                   AND TL-JE-TAX-COLLECTED (TL-JX) = ZERO
                   AND TL-JE-TAX-CREDITED (TL-JX) = ZERO
               GO TO 8100-EXIT
           END-IF
           MOVE TL-JE-STATE (TL-JX) TO TL-D-STATE
           MOVE TL-JE-ZIP-LOW (TL-JX) TO TL-D-ZIP-LOW
           MOVE TL-JE-ZIP-HIGH (TL-JX) TO TL-D-ZIP-HIGH
           MOVE TL-JE-NAME (TL-JX) TO TL-D-NAME
           MOVE TL-JE-RATE-PCT (TL-JX) TO TL-D-RATE
           MOVE TL-JE-TAXABLE (TL-JX) TO TL-D-TAXABLE
           MOVE TL-JE-EXEMPT-GOV (TL-JX) TO TL-D-EXEMPT-GOV
           MOVE TL-JE-EXEMPT-RESALE (TL-JX) TO TL-D-EXEMPT-RESALE
           MOVE TL-JE-TAX-COLLECTED (TL-JX) TO TL-D-TAX-COLLECTED
           MOVE TL-JE-TAX-CREDITED (TL-JX) TO TL-D-TAX-CREDITED
           SUBTRACT TL-JE-TAX-CREDITED (TL-JX)
               FROM TL-JE-TAX-COLLECTED (TL-JX) GIVING TL-NET-TAX
           MOVE TL-NET-TAX TO TL-D-NET-TAX
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE FROM TL-DETAIL-LINE
           ADD TL-JE-TAXABLE (TL-JX) TO TL-GT-TAXABLE
           ADD TL-JE-EXEMPT-GOV (TL-JX) TO TL-GT-EXEMPT-GOV
           ADD TL-JE-EXEMPT-RESALE (TL-JX) TO TL-GT-EXEMPT-RESALE
           ADD TL-JE-TAX-COLLECTED (TL-JX) TO TL-GT-TAX-COLLECTED
           ADD TL-JE-TAX-CREDITED (TL-JX) TO TL-GT-TAX-CREDITED
           ADD TL-NET-TAX TO TL-GT-NET-TAX.
       8100-EXIT.
           EXIT.

       8200-WRITE-TOTALS.
           MOVE TL-GT-TAXABLE TO TL-T-TAXABLE
           MOVE TL-GT-EXEMPT-GOV TO TL-T-EXEMPT-GOV
           MOVE TL-GT-EXEMPT-RESALE TO TL-T-EXEMPT-RESALE
           MOVE TL-GT-TAX-COLLECTED TO TL-T-TAX-COLLECTED
           MOVE TL-GT-TAX-CREDITED TO TL-T-TAX-CREDITED
           MOVE TL-GT-NET-TAX TO TL-T-NET-TAX
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           WRITE LIABILITY-LINE FROM TL-TOTAL-LINE
           MOVE TL-BILLINGS-POSTED TO TL-C-BILLINGS
           MOVE TL-CREDITS-POSTED TO TL-C-CREDITS
           MOVE TL-ORDERS-NOT-FOUND TO TL-C-NOT-FOUND
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           WRITE LIABILITY-LINE FROM TL-COUNT-LINE.
       8200-EXIT.
           EXIT.

      ******************************************************************
      * 9000-TERMINATE - CLOSE FILES AND DISPLAY RUN TOTALS.           *
      ******************************************************************
       9000-TERMINATE.
           CLOSE GL-ACTIVITY
                 ORDER-MASTER
                 ORDER-HISTORY
                 CUSTOMER-MASTER
                 LIABILITY-REPORT
           DISPLAY 'TAXLIAB - ACTIVITY RECORDS READ: ' TL-ACTV-READ
           DISPLAY 'TAXLIAB - BILLINGS POSTED:       '
                   TL-BILLINGS-POSTED
           DISPLAY 'TAXLIAB - CREDITS POSTED:        '
                   TL-CREDITS-POSTED
           DISPLAY 'TAXLIAB - ORDERS NOT FOUND:      '
                   TL-ORDERS-NOT-FOUND.
       9000-EXIT.
           EXIT.
