      *****************************************************************
      * ORDER MAINTENANCE AUDIT JOURNAL RECORD COPYBOOK              *
      * DESCRIPTION: BEFORE/AFTER IMAGE OF EVERY CHANGE MADE TO A    *
      *              PENDING ('PN') ORDER THROUGH THE ORDER          *
      *              MAINTENANCE TRANSACTION (ORDMAINT) - A LINE     *
      *              QUANTITY CHANGED, A LINE DROPPED, OR THE WHOLE  *
      *              ORDER CANCELLED. ONE RECORD PER CHANGE, STAMPED *
      *              WITH THE OPERATOR AND AUTHORIZATION CODE KEYED  *
      *              AT SIGN-ON (IN THE STYLE OF CUSTJRNL). THE      *
      *              ORDER TOTAL AND TAX ARE CARRIED BEFORE AND      *
      *              AFTER SO THE BALANCE AND LEDGER ADJUSTMENT CAN  *
      *              BE PROVED FROM THE JOURNAL ALONE. THE DAILY     *
      *              AUDIT REPORT (ORDAUDT) PRINTS FROM THIS FILE,   *
      *              WHICH IS WRITTEN EXTEND-ONLY AND NEVER          *
      *              REWRITTEN. LINE NUMBER AND ITEM ARE ZERO ON AN  *
      *              ORDER CANCEL.                                   *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  ORDER-JOURNAL-RECORD.
           05  OJ-CHANGE-DATE             PIC 9(8).
           05  OJ-CHANGE-TIME             PIC 9(6).
           05  OJ-OPERATOR-ID             PIC X(8).
           05  OJ-AUTH-CODE               PIC X(6).
           05  OJ-ORDER-ID                PIC 9(10).
           05  OJ-CUST-ID                 PIC 9(8).
           05  OJ-CHANGE-TYPE             PIC X(1).
               88  OJ-CHANGED-QTY         VALUE 'Q'.
               88  OJ-DROPPED-LINE        VALUE 'D'.
               88  OJ-CANCELLED-ORDER     VALUE 'C'.
           05  OJ-LINE-NO                 PIC 9(4).
           05  OJ-ITEM-ID                 PIC 9(8).
           05  OJ-OLD-QTY                 PIC 9(3).
           05  OJ-NEW-QTY                 PIC 9(3).
           05  OJ-OLD-STATUS              PIC X(2).
           05  OJ-NEW-STATUS              PIC X(2).
           05  OJ-OLD-LINE-COUNT          PIC 9(4) COMP-3.
           05  OJ-NEW-LINE-COUNT          PIC 9(4) COMP-3.
           05  OJ-OLD-TOTAL               PIC S9(7)V99 COMP-3.
           05  OJ-NEW-TOTAL               PIC S9(7)V99 COMP-3.
           05  OJ-OLD-TAX                 PIC S9(5)V99 COMP-3.
           05  OJ-NEW-TAX                 PIC S9(5)V99 COMP-3.
           05  FILLER                     PIC X(20).
