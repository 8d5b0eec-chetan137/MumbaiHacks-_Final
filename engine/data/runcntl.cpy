      *              PREREQUISITE JOB'S RECORD SHOWS RUNNING). AT    *
      *              END OF RUN THE JOB STORES ITS DAY COUNTS HERE   *
      *              FOR THE DAY-END BALANCING REPORT (DAYENDRP).    *
      *              ORDENTRY, ORDSHIP AND PORECV KEEP A COPY OF     *
      *              THEIR RECORD AS IT STOOD BEFORE THE RUN WITH    *
      *              THE PRE-RUN SNAPSHOT (SNAPCTL); THE RESTORE     *
      *              UTILITY (MSTREST) PUTS IT BACK WHEN IT ROLLS    *
      *              THE RUN BACK.                                   *
      *              COUNTER MEANINGS BY JOB:                        *
      *                ORDENTRY: 1=READ 2=ACCEPTED 3=HELD            *
      *                ORDSHIP : 1=SHIPPED 2=DELIVERED 3=LINES B/O   *
      *                          AMT-1=CASH APPLIED AMT-2=UNAPPLIED  *
      *                BORELSE : 1=READ 2=FILLED FULL 3=FILLED PART  *
      *                PORECV  : 1=READ 2=POSTED 3=REJECTED          *
      *                APMATCH : 1=INVOICES READ 2=MATCHED           *
      *                          3=EXCEPTED AMT-1=AMOUNT POSTED TO   *
      *                          A/P AMT-2=PRICE VARIANCE            *
      *                COMMCALC: 1=REPS PAID 2=CASH LINES 3=CREDIT   *
      *                          MEMOS AMT-1=COMMISSION ACCRUED      *
      *                          AMT-2=NET CASH COMMISSIONED         *
      *                          (MONTHLY - RC-BATCH-ID = PERIOD     *
      *                          YYYYMM)                             *
      *                FRTAUDIT: 1=BILL LINES READ 2=MATCHED CLEAN   *
      *                          3=EXCEPTED AMT-1=FREIGHT BILLED     *
      *                          AMT-2=AMOUNT DISPUTED               *
      *                POGEN   : 1=POS CUT 2=PO LINES 3=SUPPLIERS    *
      *                          NOT ON FILE AMT-1=VALUE ORDERED     *
      *                PRODUPDT: 1=READ 2=APPLIED 3=REJECTED         *
      *                RORAPPLY: 1=READ 2=APPLIED 3=REJECTED         *
      *                ORDPURGE: 1=READ 2=ARCHIVED                   *
      *              POGEN, PRODUPDT, RORAPPLY AND ORDPURGE ONLY     *
      *              RECORD THEIR RUNS (RC-BATCH-ID = RUN DATE) AND  *
      *              REFUSE NOTHING ON THEM; THE RECORD LETS THE     *
      *              RESTORE UTILITY (MSTREST) SEE THAT THEY HAVE    *
      *              UPDATED A MASTER SINCE A SNAPSHOT.              *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-09-01                                             *
      *****************************************************************
