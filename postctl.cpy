      *****************************************************************
      *  POSTCTL.CPY
      *  SHARED RECORD LAYOUT FOR THE POSTING CONTROL FILE.
      *  THE PERIOD-END POSTING JOBS (INTEREST, FEES, STANDING
      *  ORDERS) WRITE ONE RECORD PER ACCOUNT OR ORDER THEY POST,
      *  SO A RERUN FOR THE SAME PERIOD - BY HAND OR AFTER AN ABEND -
      *  STEPS OVER EVERYTHING ALREADY DONE AND CARRIES ON FROM
      *  WHERE THE FAILED RUN STOPPED. ITEM 0 IS THE PERIOD RECORD,
      *  UPDATED AT THE START AND END OF EVERY RUN.
      *  COPY THIS UNDER 01 PostCtlRecord IN ANY PROGRAM THAT OPENS
      *  PostCtlFile / PostControl.dat SO THE LAYOUT STAYS IN ONE
      *  PLACE.
      *****************************************************************
           02 PC-KEY.
               03 PC-JOB       PIC X(3).
                   88 PC-JOB-INTEREST  VALUE 'INT'.
                   88 PC-JOB-FEES      VALUE 'FEE'.
                   88 PC-JOB-ORDERS    VALUE 'SOX'.
      *THE RUN DATE FOR INTEREST AND FEES (YYYYMMDD); YEAR AND MONTH
      *WITH DAY 00 FOR STANDING ORDERS, WHICH PAY ONCE A MONTH
               03 PC-PERIOD    PIC 9(8).
      *ACCOUNT NUMBER, OR ORDER NUMBER FOR STANDING ORDERS;
      *0 FOR THE PERIOD RECORD
               03 PC-ITEM      PIC 9(4).
           02 PC-STATUS    PIC X(1).
               88 PC-POSTED      VALUE 'P'.
               88 PC-FAILED      VALUE 'F'.
               88 PC-STARTED     VALUE 'S'.
               88 PC-COMPLETE    VALUE 'C'.
      *AMOUNT POSTED TO THE ITEM
           02 PC-AMOUNT    PIC 9(7)V99.
      *WHEN THE RECORD WAS LAST WRITTEN
           02 PC-DATE      PIC 9(8).
           02 PC-TIME      PIC 9(8).
      *ON THE PERIOD RECORD ONLY: HOW MANY RUNS THE PERIOD HAS
      *TAKEN AND WHAT THE LATEST ONE DID
           02 PC-RUN-COUNT PIC 9(3).
           02 PC-POST-CNT  PIC 9(5).
           02 PC-SKIP-CNT  PIC 9(5).
           02 PC-FAIL-CNT  PIC 9(5).
