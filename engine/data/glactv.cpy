      *                       SHIPPING AT CONFIRM TIME: AMOUNT-1 =   *
      *                       AMOUNT-3 = THE SHIPPING DELTA, SO THE  *
      *                       BILLING ENTRY STAYS IN BALANCE.        *
      *                       ORDMAINT WRITES AN 'OR' DELTA WHEN A   *
      *                       PENDING ORDER IS CHANGED OR CANCELLED: *
      *                       EACH AMOUNT IS THE CHANGE IN TOTAL,    *
      *                       TAX, AND SHIPPING (NEGATIVE FOR A      *
      *                       REDUCTION; A CANCEL REVERSES ALL THREE)*
      *                'CA' - CASH APPLIED (CASHPOST): AMOUNT-1 =    *
      *                       PORTION OF THE REMITTANCE APPLIED.     *
      *                       REFERENCE = CUST-ID.                   *
      *                       AMOUNT-1 = CREDIT AMOUNT. REFERENCE =  *
      *                       ORDER-ID.                              *
      *                'RC' - PO RECEIPT (PORECV): AMOUNT-1 =        *
      *                       QUANTITY RECEIVED TIMES THE PO LINE'S  *
      *                       POL-UNIT-COST (PROD-COST IF NONE).     *
      *                       REFERENCE = PO-ID.                     *
      *                'AP' - SUPPLIER INVOICE MATCHED (APMATCH):    *
      *                       AMOUNT-1 = INVOICE AMOUNT BILLED,      *
      *                       AMOUNT-2 = PRICE VARIANCE (BILLED LESS *
      *                       THE PO COST OF THE UNITS BILLED).      *
      *                       REFERENCE = SUPPLIER ID.               *
      *                'CO' - SALES COMMISSION ACCRUED (COMMCALC,    *
      *                       MONTHLY): AMOUNT-1 = COMMISSION EARNED *
      *                       FOR THE PERIOD (NEGATIVE WHEN CREDIT   *
      *                       MEMOS EXCEED CASH - A CLAWBACK).       *
      *                       REFERENCE = REP-ID.                    *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-09-01                                             *
      *****************************************************************
               88  GA-TYPE-CASH-APPLIED   VALUE 'CA'.
               88  GA-TYPE-CREDIT-MEMO    VALUE 'CM'.
               88  GA-TYPE-PO-RECEIPT     VALUE 'RC'.
               88  GA-TYPE-AP-INVOICE     VALUE 'AP'.
               88  GA-TYPE-COMMISSION     VALUE 'CO'.
           05  GA-REFERENCE-ID            PIC 9(10).
           05  GA-AMOUNT-1                PIC S9(9)V99 COMP-3.
           05  GA-AMOUNT-2                PIC S9(5)V99 COMP-3.
