           SELECT RunReport ASSIGN TO "SORunReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RRFS.
           SELECT PostCtlFile ASSIGN TO "PostControl.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS PCFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
      *RUN REPORT - ONE LINE PER ORDER DUE TODAY
       FD  RunReport.
       01  ReportLine      PIC X(80).
      *POSTING CONTROL - ONE RECORD PER ORDER PAID IN THE MONTH, SO
      *A RERUN NEVER PAYS THE SAME ORDER TWICE
       FD  PostCtlFile.
       01  PostCtlRecord.
           COPY postctl.
       WORKING-STORAGE SECTION.
      *FOR FILE HANDLING AND READING - SOURCE SIDE OF THE ORDER
       01  WSCustomer.
       01  TLFS            PIC X(2).
       01  CKFS            PIC X(2).
       01  RRFS            PIC X(2).
       01  PCFS            PIC X(2).
      *TO INDICATE IF EOF ON THE ORDER BROWSE
       01  WS-SO-EOF       PIC A(1) VALUE 'N'.
      *RUN DATE KEYED BY THE OPERATOR (YYYYMMDD)
       01  WS-EXEC-COUNT   PIC 9(5) VALUE 0.
       01  WS-SKIP-COUNT   PIC 9(5) VALUE 0.
       01  WS-FAIL-COUNT   PIC 9(5) VALUE 0.
       01  WS-DONE-COUNT   PIC 9(5) VALUE 0.
      *POSTING CONTROL: THIS JOB'S KEY, WHETHER THE FILE IS OPEN,
      *WHETHER THE RECORD IN HAND IS NEW, AND WHETHER THE ORDER IN
      *HAND WAS ALREADY PAID THIS MONTH
       01  WS-CTL-JOB      PIC X(3) VALUE 'SOX'.
       01  WS-CTL-PERIOD   PIC 9(8).
       01  WS-CTL-ITEM     PIC 9(4).
       01  WS-CTL-OK       PIC A(1) VALUE 'N'.
       01  WS-CTL-NEW      PIC A(1).
       01  WS-CTL-DONE     PIC A(1).
      *ORDERS PAID THIS RUN, FOR THE PERIOD RECORD
       01  WS-POST-COUNT   PIC 9(5) VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(36)
           DISPLAY 'RUN DATE (YYYYMMDD): ' WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE.
           PERFORM PARA-SET-MONTH-END.
           COMPUTE WS-CTL-PERIOD = WS-RUN-YYYY * 10000
               + WS-RUN-MM * 100.
           MOVE WS-RUN-DATE TO RH-DATE.
           OPEN OUTPUT RunReport.
           WRITE ReportLine FROM WS-RPT-HDR.
                   DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. '
                       'STATUS ' FS
               ELSE
                   PERFORM PARA-CTL-OPEN
                   IF WS-CTL-OK = 'Y'
                       PERFORM PARA-CTL-START
                       MOVE 0 TO SO-ORDERNUM
                       START SORecords KEY NOT LESS THAN SO-ORDERNUM
                           INVALID KEY MOVE 'Y' TO WS-SO-EOF
                       END-START
                       PERFORM UNTIL WS-SO-EOF = 'Y'
                           READ SORecords NEXT
                               AT END MOVE 'Y' TO WS-SO-EOF
                               NOT AT END PERFORM PARA-ONE-ORDER
                           END-READ
                       END-PERFORM
                       PERFORM PARA-CTL-FINISH
                       CLOSE PostCtlFile
                   END-IF
                   CLOSE CRecords
               END-IF
               CLOSE SORecords
           DISPLAY 'STANDING ORDER RUN COMPLETE.'.
           DISPLAY 'EXECUTED: ' WS-EXEC-COUNT ' SKIPPED: '
               WS-SKIP-COUNT ' FAILED: ' WS-FAIL-COUNT.
           DISPLAY 'ALREADY PAID THIS MONTH: ' WS-DONE-COUNT.
           DISPLAY 'REPORT WRITTEN TO SORunReport.txt'.
           STOP RUN.

           END-IF.

      *AN ORDER IS DUE ON ITS OWN DAY, OR ON THE MONTH'S LAST DAY
      *WHEN IT IS KEYED FOR A DAY THE MONTH DOES NOT HAVE. ONE
      *ALREADY PAID THIS MONTH IS STEPPED OVER, SO A RERUN AFTER AN
      *ABEND ONLY PAYS THE ORDERS THE FAILED RUN DID NOT REACH.
       PARA-ONE-ORDER.
           IF SO-ACTIVE AND (SO-DAY = WS-RUN-DAY
               OR (WS-RUN-DAY = WS-EOM-DAY
               MOVE SO-SRC-ACCNUM TO DTL-SRC
               MOVE SO-DEST-ACCNUM TO DTL-DEST
               MOVE SO-AMOUNT TO DTL-AMOUNT
               MOVE SO-ORDERNUM TO WS-CTL-ITEM
               PERFORM PARA-CTL-CHECK
               IF WS-CTL-DONE = 'Y'
                   MOVE 'ALREADY PAID THIS MONTH' TO DTL-RESULT
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   PERFORM PARA-APPLY-ORDER
                   IF DTL-RESULT (1:6) = 'FAILED'
                       MOVE 'F' TO PC-STATUS
                       MOVE 0 TO PC-AMOUNT
                       PERFORM PARA-CTL-MARK
                   END-IF
               END-IF
               WRITE ReportLine FROM WS-DTL-LINE
           END-IF.

                   ADD 1 TO WS-FAIL-COUNT
               ELSE
                   PERFORM PARA-CHECKPOINT-CLEAR
                   MOVE 'P' TO PC-STATUS
                   MOVE SO-AMOUNT TO PC-AMOUNT
                   PERFORM PARA-CTL-MARK
                   ADD 1 TO WS-POST-COUNT
                   MOVE SO-DEST-ACCNUM TO TL-ACCNUM
                   MOVE 'T' TO TL-TRANTYPE
                   MOVE SO-AMOUNT TO TL-AMOUNT
           END-WRITE.
           CLOSE TLogFile.

      *THE CONTROL FILE IS CREATED ON FIRST USE. IF IT CANNOT BE
      *OPENED A RERUN COULD NOT TELL WHAT WAS ALREADY POSTED, SO
      *NO ORDER IS PAID AT ALL.
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
                   'STATUS ' PCFS '. NOTHING PAID.'
           END-IF.

      *THE PERIOD RECORD SHOWS A RUN IN PROGRESS UNTIL ONE FINISHES
      *WITH NO FAILURES. EVERY RUN IN THE MONTH UPDATES THE SAME
      *RECORD; FINDING IT STILL IN PROGRESS MEANS AN EARLIER RUN
      *STOPPED SHORT.
       PARA-CTL-START.
           MOVE 0 TO WS-CTL-ITEM.
           PERFORM PARA-CTL-READ.
           IF WS-CTL-NEW = 'N' AND PC-STARTED
               DISPLAY 'EARLIER RUN FOR ' WS-CTL-PERIOD
                   ' DID NOT FINISH. RESUMING.'
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

      *RECORD THE ORDER IN HAND AS PAID OR FAILED; THE CALLER
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

       PARA-WRITE-SUMMARY.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'ORDERS DUE TODAY            ' TO SUM-TEXT.
           MOVE 'ORDERS FAILED               ' TO SUM-TEXT.
           MOVE WS-FAIL-COUNT TO SUM-COUNT.
           WRITE ReportLine FROM WS-SUM-LINE.
           MOVE 'ORDERS ALREADY PAID         ' TO SUM-TEXT.
           MOVE WS-DONE-COUNT TO SUM-COUNT.
           WRITE ReportLine FROM WS-SUM-LINE.
      *END LINE OF THE PROGRAM.
