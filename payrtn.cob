       IDENTIFICATION DIVISION.
       PROGRAM-ID. payrtn.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRecords ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS FS.
           SELECT PayFile ASSIGN TO "PaymentQueue.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PY-PAYNUM
               FILE STATUS PYFS.
           SELECT RejectFile ASSIGN TO "PaymentRejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RJFS.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT RtnReport ASSIGN TO "PaymentRejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RRFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *OUTBOUND PAYMENTS QUEUE - A RETURNED PAYMENT IS MARKED HERE
       FD  PayFile.
       01  PaymentRecord.
           COPY payqueue.
      *REJECTED-PAYMENTS FILE FROM THE PAYMENTS NETWORK - OUR OWN
      *PAYMENTS THE RECEIVING BANK WOULD NOT ACCEPT. ONE LINE PER
      *PAYMENT:
      *    NNNNNN 0001234.56 RC REASON__________________
       FD  RejectFile.
       01  RejectRecord.
           02 RJ-PAYNUM-X.
               03 RJ-PAYNUM   PIC 9(6).
           02 FILLER       PIC X(1).
           02 RJ-AMT-TEXT.
               03 RJ-AMT-INT  PIC 9(7).
               03 FILLER      PIC X(1).
               03 RJ-AMT-DEC  PIC 9(2).
           02 FILLER       PIC X(1).
           02 RJ-CODE      PIC X(2).
           02 FILLER       PIC X(1).
           02 RJ-REASON    PIC X(24).
      *TRANSACTION LOG - RETURNED PAYMENTS ARE LOGGED AS TYPE 'J'
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *RETURNS REPORT WITH A COUNT-AND-VALUE CONTROL TOTAL FOR THE
      *OPERATIONS BINDER
       FD  RtnReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  PYFS            PIC X(2).
       01  RJFS            PIC X(2).
       01  TLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  RRFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *THE AMOUNT PARSED FROM THE REJECTED LINE
       01  WS-AMOUNT       PIC 9(7)V99.
      *BALANCE BEFORE THE CREDIT, FOR THE LOG ENTRY
       01  WS-OLDBAL       PIC S9(7)V99.
      *WHY THE RECORD IN HAND COULD NOT BE CREDITED BACK
       01  WS-REASON       PIC X(24).
      *FOR THE RUN TOTALS
       01  WS-READ-COUNT   PIC 9(7) VALUE 0.
       01  WS-READ-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-POST-COUNT   PIC 9(7) VALUE 0.
       01  WS-POST-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-EXC-COUNT    PIC 9(7) VALUE 0.
       01  WS-EXC-TOTAL    PIC 9(11)V99 VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or RETURNED EXTERNAL PAYMENTS".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-RTN-LINE.
           02 FILLER       PIC X(8) VALUE 'PAYMENT '.
           02 RL-PAYNUM    PIC X(6).
           02 FILLER       PIC X(6) VALUE '  ACC '.
           02 RL-ACCNUM    PIC X(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 RL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 RL-CODE      PIC X(2).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 RL-RESULT    PIC X(24).
           02 FILLER       PIC X(12) VALUE SPACES.
       01  WS-CAT-LINE.
           02 CAT-TEXT     PIC X(26).
           02 CAT-COUNT    PIC Z(6)9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CAT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(28) VALUE SPACES.
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*   Banque d'or RETURNED PAYMENTS POSTING JOB    *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           OPEN OUTPUT RtnReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           PERFORM PARA-POST-FILE.
           PERFORM PARA-WRITE-CONTROL.
           CLOSE RtnReport.
           DISPLAY 'RETURNED PAYMENTS COMPLETE. CREDITED: '
               WS-POST-COUNT ' EXCEPTIONS: ' WS-EXC-COUNT.
           DISPLAY 'REPORT WRITTEN TO PaymentRejects.txt'.
           GOBACK.

      *THE RUN DATE COMES FROM THE OPERATIONS PARAMETER FILE WHEN
      *ONE IS PRESENT; OTHERWISE THE SYSTEM DATE IS USED
       PARA-GET-RUN-DATE.
           OPEN INPUT ParamFile.
           IF PFFS = "00"
               READ ParamFile
                   AT END CONTINUE
                   NOT AT END
                       MOVE PR-RUN-DATE TO WS-RUN-DATE
                       DISPLAY 'RUN DATE FROM PARAMETER FILE: '
                           PR-RUN-DATE
               END-READ
               CLOSE ParamFile
           END-IF.

       PARA-POST-FILE.
           OPEN INPUT RejectFile.
           IF RJFS NOT = "00"
               DISPLAY 'NO REJECTED-PAYMENTS FILE ON HAND. NOTHING '
                   'TO POST.'
               MOVE 'NO REJECTED-PAYMENTS FILE ON HAND' TO ReportLine
               WRITE ReportLine
           ELSE
               OPEN I-O CRecords
               OPEN I-O PayFile
               IF FS NOT = "00" OR PYFS NOT = "00"
                   DISPLAY 'CUSTOMER FILE OR PAYMENTS QUEUE COULD NOT '
                       'BE OPENED. STATUS ' FS '/' PYFS
                       '. NOTHING POSTED.'
                   CLOSE CRecords
                   CLOSE PayFile
                   CLOSE RejectFile
               ELSE
                   PERFORM UNTIL WSEOF = 'Y'
                       READ RejectFile
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END PERFORM PARA-ONE-RETURN
                       END-READ
                   END-PERFORM
                   CLOSE CRecords
                   CLOSE PayFile
                   CLOSE RejectFile
      *THE FILE IS CONSUMED ONCE POSTED SO A LATER NIGHT CANNOT
      *CREDIT THE SAME RETURNS TWICE; THE QUEUE MARKS EACH ONE
      *RETURNED AS WELL
                   OPEN OUTPUT RejectFile
                   CLOSE RejectFile
               END-IF
           END-IF.

      *A RETURN IS ONLY CREDITED WHEN IT MATCHES A PAYMENT WE SENT,
      *FOR THE SAME AMOUNT, THAT HAS NOT ALREADY COME BACK. THE
      *MONEY IS THE CUSTOMER'S OWN, SO A FROZEN OR DORMANT ACCOUNT
      *STILL TAKES IT; ONE CLOSED SINCE IS REFUNDED BY HAND.
       PARA-ONE-RETURN.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-AMOUNT.
           MOVE SPACES TO RL-ACCNUM.
           IF RJ-AMT-INT NOT NUMERIC OR RJ-AMT-DEC NOT NUMERIC
               MOVE 'AMOUNT NOT NUMERIC' TO WS-REASON
           ELSE
               COMPUTE WS-AMOUNT =
                   RJ-AMT-INT + (RJ-AMT-DEC / 100)
               ADD WS-AMOUNT TO WS-READ-TOTAL
               IF RJ-PAYNUM-X NOT NUMERIC
                   MOVE 'PAYMENT NOT NUMERIC' TO WS-REASON
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               MOVE RJ-PAYNUM TO PY-PAYNUM
               READ PayFile
                   INVALID KEY
                       MOVE 'NO SUCH PAYMENT' TO WS-REASON
                   NOT INVALID KEY
                       MOVE PY-ACCNUM TO RL-ACCNUM
                       IF PY-RETURNED
                           MOVE 'ALREADY RETURNED' TO WS-REASON
                       ELSE IF NOT PY-SENT
                           MOVE 'PAYMENT NOT YET SENT' TO WS-REASON
                       ELSE IF PY-AMOUNT NOT = WS-AMOUNT
                           MOVE 'AMOUNT DOES NOT MATCH' TO WS-REASON
                       END-IF
                       END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               MOVE PY-ACCNUM TO ACCNUM
               READ CRecords
                   INVALID KEY
                       MOVE 'ACCOUNT CLOSED - BY HAND' TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               PERFORM PARA-CREDIT-BACK
           ELSE
               PERFORM PARA-WRITE-EXCEPTION
           END-IF.

       PARA-CREDIT-BACK.
           MOVE BAL TO WS-OLDBAL.
           ADD WS-AMOUNT TO BAL.
           REWRITE CustomerData
           END-REWRITE.
           IF FS NOT = "00"
               MOVE 'MASTER UPDATE FAILED' TO WS-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               MOVE 'R' TO PY-STATUS
               MOVE WS-RUN-DATE TO PY-RETURN-DATE
               MOVE RJ-CODE TO PY-RETURN-CODE
               REWRITE PaymentRecord
               END-REWRITE
               IF PYFS NOT = "00"
                   DISPLAY 'PAYMENT ' PY-PAYNUM ' CREDITED BUT NOT '
                       'MARKED RETURNED. STATUS ' PYFS
               END-IF
               ADD 1 TO WS-POST-COUNT
               ADD WS-AMOUNT TO WS-POST-TOTAL
               MOVE PY-ACCNUM TO TL-ACCNUM
               MOVE 'J' TO TL-TRANTYPE
               MOVE WS-AMOUNT TO TL-AMOUNT
               MOVE WS-OLDBAL TO TL-OLDBAL
               MOVE BAL TO TL-NEWBAL
               PERFORM PARA-LOG-TRANSACTION
               MOVE 'CREDITED BACK' TO RL-RESULT
               PERFORM PARA-WRITE-REPORT-LINE
           END-IF.

       PARA-WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           ADD WS-AMOUNT TO WS-EXC-TOTAL.
           MOVE WS-REASON TO RL-RESULT.
           PERFORM PARA-WRITE-REPORT-LINE.

       PARA-WRITE-REPORT-LINE.
           MOVE RJ-PAYNUM-X TO RL-PAYNUM.
           MOVE WS-AMOUNT TO RL-AMOUNT.
           MOVE RJ-CODE TO RL-CODE.
           WRITE ReportLine FROM WS-RTN-LINE.

      *POSTINGS CARRY THE RUN DATE SO THE SAME NIGHT'S
      *RECONCILIATION AND GL EXTRACT PICK THEM UP. THE PAYMENT
      *NUMBER RIDES IN TL-REF-DATE, AS IT DID ON THE ORIGINAL 'X'.
       PARA-LOG-TRANSACTION.
           MOVE WS-RUN-DATE TO TL-DATE.
           ACCEPT TL-TIME FROM TIME.
           MOVE PY-PAYNUM TO TL-REF-DATE.
           MOVE 0 TO TL-REF-TIME.
           MOVE SPACE TO TL-REF-TYPE.
           OPEN EXTEND TLogFile.
           IF TLFS = "35"
               OPEN OUTPUT TLogFile
           END-IF.
           WRITE TLogRecord
           END-WRITE.
           CLOSE TLogFile.

       PARA-WRITE-CONTROL.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'RETURNS RECEIVED          ' TO CAT-TEXT.
           MOVE WS-READ-COUNT TO CAT-COUNT.
           MOVE WS-READ-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CREDITED BACK TO CUSTOMER ' TO CAT-TEXT.
           MOVE WS-POST-COUNT TO CAT-COUNT.
           MOVE WS-POST-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'EXCEPTIONS - NOT CREDITED' TO CAT-TEXT.
           MOVE WS-EXC-COUNT TO CAT-COUNT.
           MOVE WS-EXC-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
