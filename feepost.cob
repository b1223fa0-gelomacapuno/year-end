           SELECT FeeFile ASSIGN TO "FeeSchedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS FFFS.
           SELECT PostCtlFile ASSIGN TO "PostControl.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS PCFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
               03 FE-EXC-INT   PIC 9(5).
               03 FILLER       PIC X(1).
               03 FE-EXC-DEC   PIC 9(2).
      *POSTING CONTROL - ONE RECORD PER ACCOUNT CHARGED FOR THE RUN
      *DATE, SO A RERUN NEVER CHARGES THE SAME ACCOUNT TWICE
       FD  PostCtlFile.
       01  PostCtlRecord.
           COPY postctl.
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  TLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  FFFS            PIC X(2).
       01  PCFS            PIC X(2).
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *BALANCE BEFORE THE FEE DEBIT, FOR THE LOG ENTRY
       01  WS-EXC-COUNT    PIC 9(5) VALUE 0.
       01  WS-TOTAL-FEE    PIC 9(9)V99 VALUE 0.
       01  WS-EDIT-FEE     PIC ZZZ,ZZZ,ZZ9.99.
      *POSTING CONTROL: THIS JOB'S KEY, WHETHER THE FILE IS OPEN,
      *WHETHER THE RECORD IN HAND IS NEW, AND WHETHER THE ACCOUNT
      *IN HAND WAS ALREADY CHARGED FOR THE PERIOD
       01  WS-CTL-JOB      PIC X(3) VALUE 'FEE'.
       01  WS-CTL-PERIOD   PIC 9(8).
       01  WS-CTL-ITEM     PIC 9(4).
       01  WS-CTL-OK       PIC A(1) VALUE 'N'.
       01  WS-CTL-NEW      PIC A(1).
       01  WS-CTL-DONE     PIC A(1).
       01  WS-POST-COUNT   PIC 9(5) VALUE 0.
       01  WS-DONE-COUNT   PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT   PIC 9(5) VALUE 0.
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           PERFORM PARA-GET-SCHEDULE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO WS-CTL-PERIOD.
           OPEN I-O CRecords.
           IF FS = "35"
               DISPLAY 'CUSTOMER FILE NOT FOUND. NOTHING TO CHARGE.'
           ELSE IF FS NOT = "00"
               DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. STATUS ' FS
           ELSE
               PERFORM PARA-CTL-OPEN
               IF WS-CTL-OK = 'Y'
                   PERFORM PARA-CTL-START
                   PERFORM UNTIL WSEOF = 'Y'
                       READ CRecords
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END PERFORM PARA-POST-FEES
                       END-READ
                   END-PERFORM
                   PERFORM PARA-CTL-FINISH
                   CLOSE PostCtlFile
               END-IF
           END-IF.
           CLOSE CRecords.
           PERFORM PARA-SUMMARY.
               DISPLAY 'NO FEES CHARGED THIS RUN.'
           END-IF.

      *AN ACCOUNT ALREADY CHARGED FOR THIS RUN DATE IS STEPPED
      *OVER, SO A RERUN AFTER AN ABEND ONLY CHARGES THE REST
       PARA-POST-FEES.
           MOVE ACCNUM TO WS-CTL-ITEM.
           PERFORM PARA-CTL-CHECK.
           IF WS-CTL-DONE = 'Y'
               ADD 1 TO WS-DONE-COUNT
           ELSE
               PERFORM PARA-CALC-FEES
           END-IF.

      *AN ACTIVE CHECKING ACCOUNT PAYS THE MONTHLY MAINTENANCE
      *FEE; AN ACTIVE SAVINGS ACCOUNT PAYS THE EXCESS FEE FOR
      *EVERY WITHDRAWAL OVER THE MONTHLY CAP. THE FEE MAY TAKE
      *THE BALANCE NEGATIVE - THE LEDGER STAYS TRUE EITHER WAY.
       PARA-CALC-FEES.
           MOVE 0 TO WS-FEE.
           IF ACCT-ACTIVE AND ACCT-CHECKING AND WS-MAINT-FEE > 0
               MOVE WS-MAINT-FEE TO WS-FEE
               REWRITE CustomerData
               END-REWRITE
               IF FS = "00"
                   ADD 1 TO WS-POST-COUNT
                   MOVE 'P' TO PC-STATUS
                   MOVE WS-FEE TO PC-AMOUNT
                   PERFORM PARA-CTL-MARK
                   ADD WS-FEE TO WS-TOTAL-FEE
                   MOVE ACCNUM TO TL-ACCNUM
                   MOVE 'F' TO TL-TRANTYPE
               ELSE
                   DISPLAY 'COULD NOT CHARGE ACCOUNT ' ACCNUM
                       '. STATUS ' FS
                   ADD 1 TO WS-FAIL-COUNT
                   MOVE 'F' TO PC-STATUS
                   MOVE 0 TO PC-AMOUNT
                   PERFORM PARA-CTL-MARK
               END-IF
           END-IF.

           END-WRITE.
           CLOSE TLogFile.

      *THE CONTROL FILE IS CREATED ON FIRST USE. IF IT CANNOT BE
      *OPENED A RERUN COULD NOT TELL WHAT WAS ALREADY POSTED, SO
      *NOTHING IS CHARGED AT ALL.
       PARA-CTL-OPEN.
           MOVE 'N' TO WS-CTL-OK.
           OPEN I-O PostCtlFile.
           IF PCFS = "35"
               CLOSE PostCtlFile
               OPEN OUTPUT PostCtlFile
               CLOSE PostCtlFile
               OPEN I-O PostCtlFile
           END-IF.
           IF PCFS = "00"
               MOVE 'Y' TO WS-CTL-OK
           ELSE
               DISPLAY 'POSTING CONTROL FILE COULD NOT BE OPENED. '
                   'STATUS ' PCFS '. NOTHING CHARGED.'
           END-IF.

      *THE PERIOD RECORD SHOWS A RUN IN PROGRESS UNTIL ONE FINISHES
      *WITH NO FAILURES. FINDING IT ALREADY THERE MEANS AN EARLIER
      *RUN FOR THE SAME DATE, AND THIS ONE ONLY POSTS WHAT IT MISSED.
       PARA-CTL-START.
           MOVE 0 TO WS-CTL-ITEM.
           PERFORM PARA-CTL-READ.
           IF WS-CTL-NEW = 'N'
               IF PC-STARTED
                   DISPLAY 'EARLIER RUN FOR ' WS-CTL-PERIOD
                       ' DID NOT FINISH. RESUMING.'
               ELSE
                   DISPLAY 'FEES ALREADY CHARGED FOR '
                       WS-CTL-PERIOD '. ONLY ACCOUNTS NOT YET '
                       'CHARGED WILL BE.'
               END-IF
           END-IF.
           MOVE 'S' TO PC-STATUS.
           ADD 1 TO PC-RUN-COUNT.
           MOVE 0 TO PC-POST-CNT PC-SKIP-CNT PC-FAIL-CNT.
           ACCEPT PC-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-TIME FROM TIME.
           PERFORM PARA-CTL-SAVE.

      *THE PERIOD IS ONLY MARKED COMPLETE WHEN NOTHING FAILED
       PARA-CTL-FINISH.
           MOVE 0 TO WS-CTL-ITEM.
           PERFORM PARA-CTL-READ.
           IF WS-FAIL-COUNT = 0
               MOVE 'C' TO PC-STATUS
           ELSE
               MOVE 'S' TO PC-STATUS
           END-IF.
           MOVE WS-POST-COUNT TO PC-POST-CNT.
           MOVE WS-DONE-COUNT TO PC-SKIP-CNT.
           MOVE WS-FAIL-COUNT TO PC-FAIL-CNT.
           ACCEPT PC-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-TIME FROM TIME.
           PERFORM PARA-CTL-SAVE.

       PARA-CTL-READ.
           MOVE WS-CTL-JOB TO PC-JOB.
           MOVE WS-CTL-PERIOD TO PC-PERIOD.
           MOVE WS-CTL-ITEM TO PC-ITEM.
           READ PostCtlFile
               INVALID KEY
                   MOVE 'Y' TO WS-CTL-NEW
                   MOVE WS-CTL-JOB TO PC-JOB
                   MOVE WS-CTL-PERIOD TO PC-PERIOD
                   MOVE WS-CTL-ITEM TO PC-ITEM
                   MOVE 0 TO PC-AMOUNT PC-RUN-COUNT
               NOT INVALID KEY
                   MOVE 'N' TO WS-CTL-NEW
           END-READ.

       PARA-CTL-CHECK.
           MOVE 'N' TO WS-CTL-DONE.
           PERFORM PARA-CTL-READ.
           IF WS-CTL-NEW = 'N' AND PC-POSTED
               MOVE 'Y' TO WS-CTL-DONE
           END-IF.

      *RECORD THE ACCOUNT IN HAND AS POSTED OR FAILED; THE CALLER
      *SETS PC-STATUS AND PC-AMOUNT FIRST
       PARA-CTL-MARK.
           MOVE WS-CTL-JOB TO PC-JOB.
           MOVE WS-CTL-PERIOD TO PC-PERIOD.
           MOVE WS-CTL-ITEM TO PC-ITEM.
           MOVE 0 TO PC-RUN-COUNT PC-POST-CNT PC-SKIP-CNT PC-FAIL-CNT.
           ACCEPT PC-DATE FROM DATE YYYYMMDD.
           ACCEPT PC-TIME FROM TIME.
           PERFORM PARA-CTL-SAVE.

       PARA-CTL-SAVE.
           IF WS-CTL-NEW = 'Y'
               WRITE PostCtlRecord
               END-WRITE
               MOVE 'N' TO WS-CTL-NEW
           ELSE
               REWRITE PostCtlRecord
               END-REWRITE
           END-IF.
           IF PCFS NOT = "00"
               DISPLAY 'POSTING CONTROL FOR ' PC-ITEM
                   ' NOT SAVED. STATUS ' PCFS
           END-IF.

       PARA-SUMMARY.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           MOVE WS-TOTAL-FEE TO WS-EDIT-FEE.
           DISPLAY '*     TOTAL FEES CHARGED: ' WS-EDIT-FEE
               '          *'.
           DISPLAY '*     ACCOUNTS CHARGED:   ' WS-POST-COUNT
               '                   *'.
           DISPLAY '*     ALREADY CHARGED:    ' WS-DONE-COUNT
               '                   *'.
           DISPLAY '*     FAILED:             ' WS-FAIL-COUNT
               '                   *'.
           DISPLAY '**************************************************'.
      *END LINE OF THE PROGRAM.
