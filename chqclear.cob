       IDENTIFICATION DIVISION.
       PROGRAM-ID. chqclear.
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
           SELECT HoldFile ASSIGN TO "Holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-HOLDNUM
               FILE STATUS HDFS.
           SELECT ChequeFile ASSIGN TO "PresentedCheques.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS CQFS.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT ReturnFile ASSIGN TO "ChequeReturns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RTFS.
           SELECT ClrReport ASSIGN TO "ChequeClearing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS CLFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *DEPOSIT HOLDS - HELD FUNDS ARE NOT AVAILABLE TO PAY A CHEQUE
       FD  HoldFile.
       01  HoldRecord.
           COPY holds.
      *PRESENTED-CHEQUES FILE FROM THE CLEARING HOUSE - CHEQUES
      *DRAWN BY OUR CUSTOMERS AND PAID IN AT OTHER BANKS. ONE LINE
      *PER CHEQUE:
      *    NNNN SSSSSS 0001234.56 PRESENTERREF____ YYYYMMDD
       FD  ChequeFile.
       01  ChequeRecord.
           02 PQ-ACCNUM-X.
               03 PQ-ACCNUM   PIC 9(4).
           02 FILLER       PIC X(1).
           02 PQ-SERIAL-X.
               03 PQ-SERIAL   PIC 9(6).
           02 FILLER       PIC X(1).
           02 PQ-AMT-TEXT.
               03 PQ-AMT-INT  PIC 9(7).
               03 FILLER      PIC X(1).
               03 PQ-AMT-DEC  PIC 9(2).
           02 FILLER       PIC X(1).
           02 PQ-PRESREF   PIC X(16).
           02 FILLER       PIC X(1).
           02 PQ-PRESDATE  PIC 9(8).
      *TRANSACTION LOG - PAID CHEQUES ARE LOGGED AS TYPE 'C'
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *OUTBOUND RETURNS FILE FOR THE CLEARING HOUSE - A HEADER,
      *ONE LINE PER RETURNED CHEQUE AND A COUNT-AND-VALUE TRAILER
       FD  ReturnFile.
       01  ReturnLine      PIC X(80).
      *CLEARING REPORT FOR THE OPERATIONS BINDER
       FD  ClrReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  HDFS            PIC X(2).
       01  CQFS            PIC X(2).
       01  TLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  RTFS            PIC X(2).
       01  CLFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
       01  WS-HOLD-EOF     PIC A(1).
      *'N' WHEN THERE IS NO HOLDS FILE - NOTHING IS HELD THEN
       01  WS-HOLDS-OK     PIC A(1) VALUE 'Y'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *THE CHEQUE AMOUNT PARSED FROM THE PRESENTED LINE
       01  WS-AMOUNT       PIC 9(7)V99.
      *BALANCE BEFORE THE DEBIT, FOR THE LOG ENTRY
       01  WS-OLDBAL       PIC S9(7)V99.
      *AVAILABLE BALANCE AND THE LOWEST IT MAY GO, WORKED OUT THE
      *SAME WAY AS AT THE COUNTER: BALANCE LESS UNRELEASED HOLDS,
      *DOWN TO THE OVERDRAFT LIMIT ON A CHECKING ACCOUNT THAT HAS
      *ONE, OTHERWISE DOWN TO THE MINIMUM BALANCE
       01  WS-HOLD-TOTAL   PIC 9(9)V99.
       01  WS-AVAIL-BAL    PIC S9(9)V99.
       01  WS-FLOOR        PIC S9(7)V99.
      *WHY THE CHEQUE IN HAND IS RETURNED; SPACES = PAY IT
       01  WS-RETURN-CODE  PIC X(2).
           88 RTN-NSF        VALUE '01'.
           88 RTN-FROZEN     VALUE '02'.
           88 RTN-CLOSED     VALUE '03'.
           88 RTN-NO-ACCOUNT VALUE '04'.
           88 RTN-NOT-CHQ    VALUE '05'.
           88 RTN-BAD-ITEM   VALUE '06'.
       01  WS-REASON       PIC X(24).
      *FOR THE RUN TOTALS
       01  WS-READ-COUNT   PIC 9(7) VALUE 0.
       01  WS-READ-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-PAID-COUNT   PIC 9(7) VALUE 0.
       01  WS-PAID-TOTAL   PIC 9(11)V99 VALUE 0.
       01  WS-RTN-COUNT    PIC 9(7) VALUE 0.
       01  WS-RTN-TOTAL    PIC 9(11)V99 VALUE 0.
       01  WS-NSF-COUNT    PIC 9(7) VALUE 0.
      *RETURNS FILE RECORDS
       01  WS-RTN-HDR.
           02 FILLER       PIC X(2) VALUE 'H '.
           02 FILLER       PIC X(11) VALUE 'BANQUEDOR  '.
           02 RTH-DATE     PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FILLER       PIC X(14) VALUE 'CHEQUE RETURNS'.
           02 FILLER       PIC X(44) VALUE SPACES.
       01  WS-RTN-DTL.
           02 FILLER       PIC X(2) VALUE 'D '.
           02 RTD-ACCNUM   PIC X(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTD-SERIAL   PIC X(6).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTD-AMOUNT   PIC 9(7).99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTD-PRESREF  PIC X(16).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTD-PRESDATE PIC X(8).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTD-CODE     PIC X(2).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTD-REASON   PIC X(24).
       01  WS-RTN-TRL.
           02 FILLER       PIC X(2) VALUE 'T '.
           02 RTT-COUNT    PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RTT-TOTAL    PIC 9(11).99.
           02 FILLER       PIC X(56) VALUE SPACES.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or INWARD CHEQUE CLEARING    ".
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(34) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-CHQ-LINE.
           02 FILLER       PIC X(8) VALUE 'ACCOUNT '.
           02 CL-ACCNUM    PIC X(4).
           02 FILLER       PIC X(5) VALUE '  NO '.
           02 CL-SERIAL    PIC X(6).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CL-RESULT    PIC X(9).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 CL-REASON    PIC X(24).
           02 FILLER       PIC X(7) VALUE SPACES.
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
           DISPLAY "*   Banque d'or INWARD CHEQUE CLEARING JOB       *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE WS-RUN-DATE TO RTH-DATE.
           OPEN OUTPUT ClrReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           OPEN OUTPUT ReturnFile.
           WRITE ReturnLine FROM WS-RTN-HDR.
           PERFORM PARA-CLEAR-FILE.
           MOVE WS-RTN-COUNT TO RTT-COUNT.
           MOVE WS-RTN-TOTAL TO RTT-TOTAL.
           WRITE ReturnLine FROM WS-RTN-TRL.
           CLOSE ReturnFile.
           PERFORM PARA-WRITE-CONTROL.
           CLOSE ClrReport.
           DISPLAY 'CHEQUE CLEARING COMPLETE. PAID: ' WS-PAID-COUNT
               ' RETURNED: ' WS-RTN-COUNT.
           DISPLAY 'RETURNS FILE: ChequeReturns.dat'.
           DISPLAY 'REPORT WRITTEN TO ChequeClearing.txt'.
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

       PARA-CLEAR-FILE.
           OPEN INPUT ChequeFile.
           IF CQFS NOT = "00"
               DISPLAY 'NO PRESENTED-CHEQUES FILE ON HAND. NOTHING '
                   'TO CLEAR.'
               MOVE 'NO PRESENTED-CHEQUES FILE ON HAND' TO ReportLine
               WRITE ReportLine
           ELSE
               OPEN I-O CRecords
               IF FS NOT = "00"
                   DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. '
                       'STATUS ' FS '. NOTHING CLEARED.'
                   CLOSE ChequeFile
               ELSE
                   OPEN INPUT HoldFile
                   IF HDFS NOT = "00"
                       MOVE 'N' TO WS-HOLDS-OK
                   END-IF
                   PERFORM UNTIL WSEOF = 'Y'
                       READ ChequeFile
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END PERFORM PARA-ONE-CHEQUE
                       END-READ
                   END-PERFORM
                   IF WS-HOLDS-OK = 'Y'
                       CLOSE HoldFile
                   END-IF
                   CLOSE CRecords
                   CLOSE ChequeFile
      *THE FILE IS CONSUMED ONCE CLEARED SO A LATER NIGHT CANNOT
      *PAY THE SAME CHEQUES TWICE; THE LOG HOLDS WHAT WAS PAID
      *AND THE RETURNS FILE WHAT WENT BACK
                   OPEN OUTPUT ChequeFile
                   CLOSE ChequeFile
               END-IF
           END-IF.

      *EACH CHEQUE IS CHECKED AGAINST THE CUSTOMER MASTER BEFORE
      *ANY MONEY MOVES; ONE THAT CANNOT BE PAID GOES ON THE
      *RETURNS FILE AND THE REST OF THE FILE CARRIES ON
       PARA-ONE-CHEQUE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-RETURN-CODE.
           MOVE 0 TO WS-AMOUNT.
           IF PQ-AMT-INT NOT NUMERIC OR PQ-AMT-DEC NOT NUMERIC
               MOVE '06' TO WS-RETURN-CODE
           ELSE
               COMPUTE WS-AMOUNT =
                   PQ-AMT-INT + (PQ-AMT-DEC / 100)
               ADD WS-AMOUNT TO WS-READ-TOTAL
               IF WS-AMOUNT = 0 OR PQ-SERIAL-X NOT NUMERIC
                   MOVE '06' TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-RETURN-CODE = SPACES
               IF PQ-ACCNUM-X NOT NUMERIC
                   MOVE '04' TO WS-RETURN-CODE
               ELSE
                   MOVE PQ-ACCNUM TO ACCNUM
                   READ CRecords
                       INVALID KEY
                           MOVE '04' TO WS-RETURN-CODE
                       NOT INVALID KEY
                           PERFORM PARA-CHECK-ACCOUNT
                   END-READ
               END-IF
           END-IF.
           IF WS-RETURN-CODE = SPACES
               PERFORM PARA-PAY-CHEQUE
           ELSE
               PERFORM PARA-RETURN-CHEQUE
           END-IF.

      *A FROZEN OR DORMANT ACCOUNT CANNOT BE DRAWN ON AT THE
      *COUNTER, SO ITS CHEQUES GO BACK TOO. ONLY A CHECKING
      *ACCOUNT ISSUES CHEQUES.
       PARA-CHECK-ACCOUNT.
           IF ACCT-CLOSED
               MOVE '03' TO WS-RETURN-CODE
           ELSE IF ACCT-FROZEN OR ACCT-DORMANT
               MOVE '02' TO WS-RETURN-CODE
           ELSE IF NOT ACCT-CHECKING
               MOVE '05' TO WS-RETURN-CODE
           ELSE
               PERFORM PARA-AVAIL-BAL
               IF ODLIMIT > 0
                   COMPUTE WS-FLOOR = 0 - ODLIMIT
               ELSE
                   MOVE MINBAL TO WS-FLOOR
               END-IF
               IF (WS-AVAIL-BAL - WS-AMOUNT) < WS-FLOOR
                   MOVE '01' TO WS-RETURN-CODE
               END-IF
           END-IF
           END-IF
           END-IF.

      *AVAILABLE BALANCE = LEDGER BALANCE LESS EVERY UNRELEASED
      *HOLD ON THE ACCOUNT. TONIGHT'S HOLD RELEASE HAS ALREADY
      *RUN, SO ONLY HOLDS STILL IN FORCE ARE COUNTED.
       PARA-AVAIL-BAL.
           MOVE 0 TO WS-HOLD-TOTAL.
           IF WS-HOLDS-OK = 'Y'
               MOVE 'N' TO WS-HOLD-EOF
               MOVE 0 TO HD-HOLDNUM
               START HoldFile KEY NOT LESS THAN HD-HOLDNUM
                   INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
               END-START
               PERFORM UNTIL WS-HOLD-EOF = 'Y'
                   READ HoldFile NEXT
                       AT END MOVE 'Y' TO WS-HOLD-EOF
                       NOT AT END
                           IF HD-HELD AND HD-ACCNUM = ACCNUM
                               ADD HD-AMOUNT TO WS-HOLD-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           COMPUTE WS-AVAIL-BAL = BAL - WS-HOLD-TOTAL.

       PARA-PAY-CHEQUE.
           MOVE BAL TO WS-OLDBAL.
           SUBTRACT WS-AMOUNT FROM BAL.
           REWRITE CustomerData
           END-REWRITE.
           IF FS = "00"
               ADD 1 TO WS-PAID-COUNT
               ADD WS-AMOUNT TO WS-PAID-TOTAL
               MOVE PQ-ACCNUM TO TL-ACCNUM
               MOVE 'C' TO TL-TRANTYPE
               MOVE WS-AMOUNT TO TL-AMOUNT
               MOVE WS-OLDBAL TO TL-OLDBAL
               MOVE BAL TO TL-NEWBAL
               PERFORM PARA-LOG-TRANSACTION
               MOVE 'PAID' TO CL-RESULT
               MOVE SPACES TO CL-REASON
               PERFORM PARA-WRITE-REPORT-LINE
           ELSE
      *THE MASTER COULD NOT TAKE THE DEBIT - THE CHEQUE CANNOT BE
      *HONOURED TONIGHT, SO IT GOES BACK RATHER THAN HANG
               MOVE '06' TO WS-RETURN-CODE
               PERFORM PARA-RETURN-CHEQUE
           END-IF.

       PARA-RETURN-CHEQUE.
           EVALUATE TRUE
               WHEN RTN-NSF
                   MOVE 'INSUFFICIENT FUNDS' TO WS-REASON
                   ADD 1 TO WS-NSF-COUNT
               WHEN RTN-FROZEN
                   MOVE 'ACCOUNT FROZEN/DORMANT' TO WS-REASON
               WHEN RTN-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON
               WHEN RTN-NO-ACCOUNT
                   MOVE 'NO SUCH ACCOUNT' TO WS-REASON
               WHEN RTN-NOT-CHQ
                   MOVE 'NOT A CHEQUE ACCOUNT' TO WS-REASON
               WHEN OTHER
                   MOVE 'ITEM CANNOT BE PROCESSED' TO WS-REASON
           END-EVALUATE.
           ADD 1 TO WS-RTN-COUNT.
           ADD WS-AMOUNT TO WS-RTN-TOTAL.
           MOVE PQ-ACCNUM-X TO RTD-ACCNUM.
           MOVE PQ-SERIAL-X TO RTD-SERIAL.
           MOVE WS-AMOUNT TO RTD-AMOUNT.
           MOVE PQ-PRESREF TO RTD-PRESREF.
           MOVE PQ-PRESDATE TO RTD-PRESDATE.
           MOVE WS-RETURN-CODE TO RTD-CODE.
           MOVE WS-REASON TO RTD-REASON.
           WRITE ReturnLine FROM WS-RTN-DTL.
           MOVE 'RETURNED' TO CL-RESULT.
           MOVE WS-REASON TO CL-REASON.
           PERFORM PARA-WRITE-REPORT-LINE.

       PARA-WRITE-REPORT-LINE.
           MOVE PQ-ACCNUM-X TO CL-ACCNUM.
           MOVE PQ-SERIAL-X TO CL-SERIAL.
           MOVE WS-AMOUNT TO CL-AMOUNT.
           WRITE ReportLine FROM WS-CHQ-LINE.

      *POSTINGS CARRY THE RUN DATE SO THE SAME NIGHT'S
      *RECONCILIATION AND GL EXTRACT PICK THEM UP. THE CHEQUE
      *SERIAL NUMBER RIDES IN TL-REF-DATE FOR THE STATEMENT.
       PARA-LOG-TRANSACTION.
           MOVE WS-RUN-DATE TO TL-DATE.
           ACCEPT TL-TIME FROM TIME.
           MOVE PQ-SERIAL TO TL-REF-DATE.
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
           MOVE 'CHEQUES PRESENTED         ' TO CAT-TEXT.
           MOVE WS-READ-COUNT TO CAT-COUNT.
           MOVE WS-READ-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CHEQUES PAID              ' TO CAT-TEXT.
           MOVE WS-PAID-COUNT TO CAT-COUNT.
           MOVE WS-PAID-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CHEQUES RETURNED          ' TO CAT-TEXT.
           MOVE WS-RTN-COUNT TO CAT-COUNT.
           MOVE WS-RTN-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE '  OF WHICH NSF            ' TO CAT-TEXT.
           MOVE WS-NSF-COUNT TO CAT-COUNT.
           MOVE 0 TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
