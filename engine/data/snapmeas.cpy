      *****************************************************************
      * SNAPSHOT FILE MEASUREMENT AREA COPYBOOK                      *
      * DESCRIPTION: PASSED TO THE SNAPSHOT ROUTINE (MSTSNAP) WITH   *
      *              THE SNAPSHOT CONTROL RECORD (SEE SNAPCTL        *
      *              COPYBOOK). ENTRY N MEASURES THE FILE NAMED IN   *
      *              SC-FILE-NAME (N) AS IT STANDS NOW: RECORD COUNT *
      *              AND CONTROL TOTAL, AND FOR A LEDGER THE NUMBER  *
      *              OF RECORDS PAST THE SNAPSHOT POINT WRITTEN BY A *
      *              PROGRAM OTHER THAN THE SNAPSHOT'S JOB - ANY     *
      *              SUCH RECORD MEANS ANOTHER JOB HAS POSTED SINCE  *
      *              AND A RESTORE WOULD UNDO ITS WORK TOO.          *
      *              SNM-STATUS-MSG CARRIES THE REASON WHEN THE      *
      *              ROUTINE RETURNS AN ERROR.                       *
      * AUTHOR: RGM                                                  *
      * DATE: 2026-10-15                                             *
      *****************************************************************

       01  SNAPSHOT-MEASURES.
           05  SNM-FILE-ENTRY OCCURS 8 TIMES.
               10  SNM-REC-COUNT          PIC 9(9) COMP-3.
               10  SNM-CTL-TOTAL          PIC S9(13)V99 COMP-3.
               10  SNM-OTHER-COUNT        PIC 9(9) COMP-3.
           05  SNM-STATUS-MSG             PIC X(60).
