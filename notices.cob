       IDENTIFICATION DIVISION.
       PROGRAM-ID. notices.
       AUTHOR. Angelo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRecords ASSIGN TO "Customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS ACCNUM
               ALTERNATE RECORD KEY IS LNAME WITH DUPLICATES
               FILE STATUS FS.
           SELECT AddrFile ASSIGN TO "CustAddress.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AD-ACCNUM
               FILE STATUS ADFS.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
           SELECT MaintLog ASSIGN TO "MaintLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS MLFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT LetterFile ASSIGN TO "LetterText.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS LTFS.
           SELECT HistFile ASSIGN TO "NoticeHistory.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS NH-ACCNUM
               FILE STATUS NHFS.
           SELECT NoticeFile ASSIGN TO "Notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS NTFS.
           SELECT EmailFile ASSIGN TO "NoticeEmail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS EMFS.
           SELECT NtcReport ASSIGN TO "NoticeReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RPFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *ADDRESS AND CONTACT DETAILS FOR THE MAILING HEADER, AND THE
      *CUSTOMER'S CHOICE OF POST OR EMAIL
       FD  AddrFile.
       01  AddressRecord.
           COPY custaddr.
      *TRANSACTION LOG - THE DAY'S FEES ('F') ARE PICKED UP HERE
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *MAINTENANCE AUDIT LOG - THE DAY'S FREEZES ('F') COME FROM HERE
       FD  MaintLog.
       01  MLogRecord.
           COPY maintlog.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *LETTER TEXT MAINTAINED BY OPERATIONS - ONE LINE OF A LETTER
      *PER RECORD, IN THE ORDER THEY PRINT:
      *    CC TEXT______________________________________________
      *CC IS THE NOTICE CODE (OD OL MB DM FZ FE). A RUN OF THIRTEEN
      *'&' IN THE TEXT IS REPLACED BY THE AMOUNT THE NOTICE IS
      *ABOUT - THE BALANCE, OR THE FEES CHARGED ON AN FE LETTER.
       FD  LetterFile.
       01  LetterRecord.
           02 LR-CODE      PIC X(2).
           02 FILLER       PIC X(1).
           02 LR-TEXT      PIC X(70).
      *NOTICE HISTORY, ONE RECORD PER ACCOUNT. A FLAG IS SET WHEN
      *A NOTICE GOES OUT AND CLEARED WHEN THE CONDITION ENDS, SO
      *THE SAME NOTICE IS NOT SENT AGAIN WHILE NOTHING HAS CHANGED.
       FD  HistFile.
       01  HistRecord.
           02 NH-ACCNUM    PIC 9(4).
           02 NH-SENT-OD   PIC X(1).
           02 NH-SENT-OL   PIC X(1).
           02 NH-SENT-MB   PIC X(1).
           02 NH-SENT-DM   PIC X(1).
           02 NH-SENT-FZ   PIC X(1).
      *RUN DATE OF THE LAST FEE NOTICE - ONE PER FEE RUN
           02 NH-FEE-DATE  PIC 9(8).
      *THE LAST NOTICE OF ANY KIND SENT, AND WHEN
           02 NH-LAST-CODE PIC X(2).
           02 NH-LAST-DATE PIC 9(8).
      *PRINTED LETTERS FOR THE POST ROOM, ONE PAGE PER LETTER
       FD  NoticeFile.
       01  NoticeLine      PIC X(80).
      *LETTERS FOR CUSTOMERS WHO ASKED FOR EMAIL - EACH ONE STARTS
      *WITH ITS ADDRESSEE LINES FOR THE DISPATCH JOB
       FD  EmailFile.
       01  EmailLine       PIC X(80).
      *RUN REPORT FOR THE OPERATIONS BINDER
       FD  NtcReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  ADFS            PIC X(2).
       01  TLFS            PIC X(2).
       01  MLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  LTFS            PIC X(2).
       01  NHFS            PIC X(2).
       01  NTFS            PIC X(2).
       01  EMFS            PIC X(2).
       01  RPFS            PIC X(2).
      *'N' WHEN THE ADDRESS FILE COULD NOT BE OPENED, SO LETTERS GO
      *OUT WITHOUT AN ADDRESS BLOCK RATHER THAN FAILING
       01  WS-ADDR-OK      PIC A(1) VALUE 'Y'.
      *'Y' WHEN THE PRINTED LETTERS FILE ALREADY HELD LETTERS FROM
      *AN EARLIER RUN, SO THE FIRST ONE ADDED STARTS A NEW PAGE
       01  WS-NTC-APPEND   PIC A(1) VALUE 'N'.
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *LETTER TEXT AS LOADED
       01  WS-LT-COUNT     PIC 9(3) VALUE 0.
       01  WS-LT-TABLE.
           02 WS-LT-ENTRY OCCURS 300 TIMES.
               03 WS-LT-CODE   PIC X(2).
               03 WS-LT-TEXT   PIC X(70).
       01  WS-LT-IDX       PIC 9(3).
       01  WS-LT-FOUND     PIC 9(3).
      *THE DAY'S FEES PER ACCOUNT, AND ACCOUNTS FROZEN TODAY
       01  WS-DAY-TABLE.
           02 WS-DAY-ENTRY OCCURS 9999 TIMES.
               03 WS-FEE-AMT   PIC 9(7)V99.
               03 WS-FRZ-TODAY PIC X(1).
      *'Y' WHEN THE ACCOUNT HAD NO HISTORY RECORD YET
       01  WS-NH-NEW       PIC A(1).
      *THE NOTICE BEING SENT
       01  WS-NT-CODE      PIC X(2).
       01  WS-NT-AMOUNT    PIC S9(7)V99.
       01  WS-NT-AMT-EDIT  PIC Z,ZZZ,ZZ9.99-.
       01  WS-NT-SENT      PIC A(1).
       01  WS-NT-TITLE     PIC X(30).
       01  WS-BY-EMAIL     PIC A(1).
       01  WS-LETTER-LINE  PIC X(80).
       01  WS-FULL-NAME    PIC X(21).
      *WHAT EACH NOTICE CODE IS CALLED ON THE EMAIL SUBJECT LINE
      *AND THE RUN REPORT
       01  WS-CODE-NAMES.
           02 FILLER PIC X(32) VALUE 'ODACCOUNT OVERDRAWN             '.
           02 FILLER PIC X(32) VALUE 'OLOVERDRAFT LIMIT EXCEEDED      '.
           02 FILLER PIC X(32) VALUE 'MBBELOW MINIMUM BALANCE         '.
           02 FILLER PIC X(32) VALUE 'DMACCOUNT NOW DORMANT           '.
           02 FILLER PIC X(32) VALUE 'FZACCOUNT FROZEN                '.
           02 FILLER PIC X(32) VALUE 'FEFEES CHARGED                  '.
       01  WS-CODE-TABLE REDEFINES WS-CODE-NAMES.
           02 WS-CODE-ENTRY OCCURS 6 TIMES.
               03 WS-CN-CODE   PIC X(2).
               03 WS-CN-TITLE  PIC X(30).
       01  WS-CN-IDX       PIC 9(1).
      *FOR THE RUN TOTALS, ONE PAIR PER NOTICE CODE
       01  WS-CODE-TOTALS.
           02 WS-CODE-TOT OCCURS 6 TIMES.
               03 WS-CT-SENT   PIC 9(7).
               03 WS-CT-REPEAT PIC 9(7).
       01  WS-SCAN-COUNT   PIC 9(7) VALUE 0.
       01  WS-MAIL-COUNT   PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT  PIC 9(7) VALUE 0.
       01  WS-NOTEXT-COUNT PIC 9(7) VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or CUSTOMER NOTICES          ".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-NTC-LINE.
           02 FILLER       PIC X(8) VALUE 'ACCOUNT '.
           02 NL-ACCNUM    PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NL-CODE      PIC X(2).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NL-TITLE     PIC X(30).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 NL-RESULT    PIC X(20).
           02 FILLER       PIC X(10) VALUE SPACES.
       01  WS-CNT-LINE.
           02 CNT-TEXT     PIC X(30).
           02 FILLER       PIC X(6) VALUE ' SENT '.
           02 CNT-SENT     PIC Z(6)9.
           02 FILLER       PIC X(12) VALUE '   REPEATS '.
           02 CNT-REPEAT   PIC Z(6)9.
           02 FILLER       PIC X(18) VALUE SPACES.
       01  WS-CAT-LINE.
           02 CAT-TEXT     PIC X(30).
           02 CAT-COUNT    PIC Z(6)9.
           02 FILLER       PIC X(43) VALUE SPACES.
      *LETTER LINES
       01  WS-LTR-HDR.
           02 FILLER       PIC X(30)
               VALUE "Banque d'or CUSTOMER NOTICE   ".
           02 LH-DATE      PIC 9(8).
           02 FILLER       PIC X(42) VALUE SPACES.
       01  WS-LTR-ACCT.
           02 FILLER       PIC X(8) VALUE 'ACCOUNT '.
           02 LA-ACCNUM    PIC 9(4).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 LA-TITLE     PIC X(30).
           02 FILLER       PIC X(34) VALUE SPACES.
       01  WS-EM-TO.
           02 FILLER       PIC X(4) VALUE 'TO: '.
           02 EMT-EMAIL    PIC X(25).
           02 FILLER       PIC X(51) VALUE SPACES.
       01  WS-EM-SUBJ.
           02 FILLER       PIC X(22)
               VALUE "SUBJECT: Banque d'or ".
           02 EMS-TITLE    PIC X(30).
           02 FILLER       PIC X(28) VALUE SPACES.
       01  WS-EM-END       PIC X(80) VALUE ALL '='.
       01  WS-MAIL-LINE    PIC X(80).
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*   Banque d'or CUSTOMER NOTICES JOB             *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           MOVE WS-RUN-DATE TO LH-DATE.
           INITIALIZE WS-DAY-TABLE.
           INITIALIZE WS-CODE-TOTALS.
           OPEN OUTPUT NtcReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           PERFORM PARA-LOAD-LETTERS.
           PERFORM PARA-LOAD-FEES.
           PERFORM PARA-LOAD-FREEZES.
           PERFORM PARA-SCAN-CUSTOMERS.
           PERFORM PARA-WRITE-CONTROL.
           CLOSE NtcReport.
           DISPLAY 'CUSTOMER NOTICES COMPLETE. PRINTED: '
               WS-MAIL-COUNT ' EMAILED: ' WS-EMAIL-COUNT.
           DISPLAY 'REPORT WRITTEN TO NoticeReport.txt'.
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

       PARA-LOAD-LETTERS.
           OPEN INPUT LetterFile.
           IF LTFS NOT = "00"
               DISPLAY 'NO LETTER TEXT FILE ON HAND. NO LETTERS CAN '
                   'BE WRITTEN.'
               MOVE 'NO LETTER TEXT FILE ON HAND' TO ReportLine
               WRITE ReportLine
           ELSE
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ LetterFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WS-LT-COUNT < 300
                               ADD 1 TO WS-LT-COUNT
                               MOVE LR-CODE
                                   TO WS-LT-CODE (WS-LT-COUNT)
                               MOVE LR-TEXT
                                   TO WS-LT-TEXT (WS-LT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LetterFile
           END-IF.

      *FEES CHARGED ON THE RUN DATE, TOTALLED PER ACCOUNT
       PARA-LOAD-FEES.
           OPEN INPUT TLogFile.
           IF TLFS = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ TLogFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF TL-TRANTYPE = 'F'
                               AND TL-DATE = WS-RUN-DATE
                               AND TL-ACCNUM > 0
                               ADD TL-AMOUNT
                                   TO WS-FEE-AMT (TL-ACCNUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TLogFile
           END-IF.

      *FREEZES APPLIED ON THE RUN DATE
       PARA-LOAD-FREEZES.
           OPEN INPUT MaintLog.
           IF MLFS = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ MaintLog
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF ML-ACTION = 'F'
                               AND ML-DATE = WS-RUN-DATE
                               AND ML-ACCNUM > 0
                               MOVE 'Y' TO WS-FRZ-TODAY (ML-ACCNUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaintLog
           END-IF.

       PARA-SCAN-CUSTOMERS.
           OPEN INPUT CRecords.
           IF FS NOT = "00"
               DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. STATUS '
                   FS '. NO NOTICES WRITTEN.'
               MOVE 'CUSTOMER FILE NOT AVAILABLE - NO NOTICES WRITTEN'
                   TO ReportLine
               WRITE ReportLine
           ELSE
               OPEN I-O HistFile
               IF NHFS = "35"
                   CLOSE HistFile
                   OPEN OUTPUT HistFile
                   CLOSE HistFile
                   OPEN I-O HistFile
               END-IF
               OPEN INPUT AddrFile
               IF ADFS NOT = "00"
                   MOVE 'N' TO WS-ADDR-OK
               END-IF
      *THE LETTER FILES APPEND. HISTORY IS SAVED ACCOUNT BY
      *ACCOUNT, SO A RERUN AFTER A FAILURE PART WAY THROUGH SENDS
      *ONLY WHAT IS STILL DUE AND MUST NOT LOSE THE LETTERS THE
      *FIRST RUN WROTE. THE POST ROOM AND THE DISPATCH JOB TAKE
      *THE FILES AWAY ONCE THEY ARE SENT.
               OPEN EXTEND NoticeFile
               IF NTFS = "35"
                   OPEN OUTPUT NoticeFile
               ELSE
                   MOVE 'Y' TO WS-NTC-APPEND
               END-IF
               OPEN EXTEND EmailFile
               IF EMFS = "35"
                   OPEN OUTPUT EmailFile
               END-IF
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ CRecords NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE EmailFile
               CLOSE NoticeFile
               IF WS-ADDR-OK = 'Y'
                   CLOSE AddrFile
               END-IF
               CLOSE HistFile
               CLOSE CRecords
           END-IF.

      *EACH CONDITION THAT HOLDS TODAY SENDS ITS NOTICE UNLESS THE
      *SAME NOTICE ALREADY WENT OUT AND THE CONDITION HAS NOT
      *CLEARED SINCE. A CONDITION THAT HAS CLEARED RESETS ITS FLAG
      *SO THE NEXT OCCURRENCE IS NOTIFIED AGAIN. OVERDRAWN WITHIN
      *THE ARRANGED LIMIT AND OVER THE LIMIT ARE TOLD APART.
       PARA-ONE-CUSTOMER.
           ADD 1 TO WS-SCAN-COUNT.
           IF NOT ACCT-CLOSED
               MOVE ACCNUM TO NH-ACCNUM
               MOVE 'N' TO WS-NH-NEW
               READ HistFile
                   INVALID KEY
                       MOVE 'Y' TO WS-NH-NEW
                       MOVE ACCNUM TO NH-ACCNUM
                       MOVE 'N' TO NH-SENT-OD NH-SENT-OL NH-SENT-MB
                           NH-SENT-DM NH-SENT-FZ
                       MOVE 0 TO NH-FEE-DATE
                       MOVE SPACES TO NH-LAST-CODE
                       MOVE 0 TO NH-LAST-DATE
               END-READ
               MOVE BAL TO WS-NT-AMOUNT
               IF BAL < 0 AND (0 - BAL) NOT > ODLIMIT
                   MOVE 'OD' TO WS-NT-CODE
                   PERFORM PARA-CONDITION-OD
               ELSE
                   MOVE 'N' TO NH-SENT-OD
               END-IF
               IF BAL < 0 AND (0 - BAL) > ODLIMIT
                   MOVE 'OL' TO WS-NT-CODE
                   PERFORM PARA-CONDITION-OL
               ELSE
                   MOVE 'N' TO NH-SENT-OL
               END-IF
               IF BAL NOT < 0 AND BAL < MINBAL
                   MOVE 'MB' TO WS-NT-CODE
                   PERFORM PARA-CONDITION-MB
               ELSE
                   MOVE 'N' TO NH-SENT-MB
               END-IF
               IF ACCT-DORMANT
                   MOVE 'DM' TO WS-NT-CODE
                   PERFORM PARA-CONDITION-DM
               ELSE
                   MOVE 'N' TO NH-SENT-DM
               END-IF
               IF ACCT-FROZEN OR WS-FRZ-TODAY (ACCNUM) = 'Y'
                   MOVE 'FZ' TO WS-NT-CODE
                   PERFORM PARA-CONDITION-FZ
               ELSE
                   MOVE 'N' TO NH-SENT-FZ
               END-IF
               IF WS-FEE-AMT (ACCNUM) > 0
                   MOVE 'FE' TO WS-NT-CODE
                   MOVE WS-FEE-AMT (ACCNUM) TO WS-NT-AMOUNT
                   IF NH-FEE-DATE = WS-RUN-DATE
                       PERFORM PARA-NOTE-REPEAT
                   ELSE
                       PERFORM PARA-SEND-NOTICE
                       IF WS-NT-SENT = 'Y'
                           MOVE WS-RUN-DATE TO NH-FEE-DATE
                       END-IF
                   END-IF
               END-IF
               IF WS-NH-NEW = 'Y'
                   WRITE HistRecord
                   END-WRITE
               ELSE
                   REWRITE HistRecord
                   END-REWRITE
               END-IF
               IF NHFS NOT = "00"
                   DISPLAY 'NOTICE HISTORY FOR ACCOUNT ' ACCNUM
                       ' NOT SAVED. STATUS ' NHFS
               END-IF
           END-IF.

       PARA-CONDITION-OD.
           IF NH-SENT-OD = 'Y'
               PERFORM PARA-NOTE-REPEAT
           ELSE
               PERFORM PARA-SEND-NOTICE
               IF WS-NT-SENT = 'Y'
                   MOVE 'Y' TO NH-SENT-OD
               END-IF
           END-IF.

       PARA-CONDITION-OL.
           IF NH-SENT-OL = 'Y'
               PERFORM PARA-NOTE-REPEAT
           ELSE
               PERFORM PARA-SEND-NOTICE
               IF WS-NT-SENT = 'Y'
                   MOVE 'Y' TO NH-SENT-OL
               END-IF
           END-IF.

       PARA-CONDITION-MB.
           IF NH-SENT-MB = 'Y'
               PERFORM PARA-NOTE-REPEAT
           ELSE
               PERFORM PARA-SEND-NOTICE
               IF WS-NT-SENT = 'Y'
                   MOVE 'Y' TO NH-SENT-MB
               END-IF
           END-IF.

       PARA-CONDITION-DM.
           IF NH-SENT-DM = 'Y'
               PERFORM PARA-NOTE-REPEAT
           ELSE
               PERFORM PARA-SEND-NOTICE
               IF WS-NT-SENT = 'Y'
                   MOVE 'Y' TO NH-SENT-DM
               END-IF
           END-IF.

       PARA-CONDITION-FZ.
           IF NH-SENT-FZ = 'Y'
               PERFORM PARA-NOTE-REPEAT
           ELSE
               PERFORM PARA-SEND-NOTICE
               IF WS-NT-SENT = 'Y'
                   MOVE 'Y' TO NH-SENT-FZ
               END-IF
           END-IF.

      *FIND THE CODE'S ENTRY IN THE NAME TABLE - IT INDEXES BOTH
      *THE TITLE AND THE RUN TOTALS
       PARA-FIND-CODE.
           MOVE 1 TO WS-CN-IDX.
           PERFORM UNTIL WS-CN-IDX = 6
                   OR WS-CN-CODE (WS-CN-IDX) = WS-NT-CODE
               ADD 1 TO WS-CN-IDX
           END-PERFORM.
           MOVE WS-CN-TITLE (WS-CN-IDX) TO WS-NT-TITLE.

       PARA-NOTE-REPEAT.
           PERFORM PARA-FIND-CODE.
           ADD 1 TO WS-CT-REPEAT (WS-CN-IDX).

      *A LETTER IS ONLY WRITTEN WHEN OPERATIONS HAVE SET UP TEXT
      *FOR THE CODE; OTHERWISE IT IS LISTED AND THE FLAG STAYS
      *CLEAR SO IT GOES OUT ONCE THE TEXT IS THERE
       PARA-SEND-NOTICE.
           PERFORM PARA-FIND-CODE.
           MOVE 'N' TO WS-NT-SENT.
           MOVE 0 TO WS-LT-FOUND.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-CODE (WS-LT-IDX) = WS-NT-CODE
                   ADD 1 TO WS-LT-FOUND
               END-IF
           END-PERFORM.
           MOVE ACCNUM TO NL-ACCNUM.
           MOVE WS-NT-CODE TO NL-CODE.
           MOVE WS-NT-TITLE TO NL-TITLE.
           IF WS-LT-FOUND = 0
               ADD 1 TO WS-NOTEXT-COUNT
               MOVE 'NO LETTER TEXT' TO NL-RESULT
           ELSE
               MOVE SPACES TO WS-FULL-NAME
               STRING FNAME ' ' LNAME DELIMITED BY SIZE
                   INTO WS-FULL-NAME
               MOVE WS-NT-AMOUNT TO WS-NT-AMT-EDIT
               MOVE 'N' TO WS-BY-EMAIL
               MOVE SPACES TO AD-ADDR1 AD-ADDR2 AD-ADDR3 AD-EMAIL
               IF WS-ADDR-OK = 'Y'
                   MOVE ACCNUM TO AD-ACCNUM
                   READ AddrFile
                       INVALID KEY
                           MOVE SPACES TO AD-ADDR1 AD-ADDR2 AD-ADDR3
                               AD-EMAIL
                       NOT INVALID KEY
                           IF AD-DELIV-EMAIL AND AD-EMAIL NOT = SPACES
                               MOVE 'Y' TO WS-BY-EMAIL
                           END-IF
                   END-READ
               END-IF
               IF WS-BY-EMAIL = 'Y'
                   PERFORM PARA-EMAIL-LETTER
                   MOVE 'EMAILED' TO NL-RESULT
               ELSE
                   PERFORM PARA-PRINT-LETTER
                   MOVE 'PRINTED' TO NL-RESULT
               END-IF
               MOVE 'Y' TO WS-NT-SENT
               ADD 1 TO WS-CT-SENT (WS-CN-IDX)
               MOVE WS-NT-CODE TO NH-LAST-CODE
               MOVE WS-RUN-DATE TO NH-LAST-DATE
           END-IF.
           WRITE ReportLine FROM WS-NTC-LINE.

      *PRINTED LETTER: HEADING, THEN THE MAILING HEADER SO THE
      *PAGE GOES STRAIGHT INTO A WINDOW ENVELOPE, THEN THE TEXT
       PARA-PRINT-LETTER.
           ADD 1 TO WS-MAIL-COUNT.
           IF WS-MAIL-COUNT > 1 OR WS-NTC-APPEND = 'Y'
               MOVE SPACES TO NoticeLine
               WRITE NoticeLine AFTER ADVANCING PAGE
           END-IF.
           WRITE NoticeLine FROM WS-LTR-HDR.
           MOVE SPACES TO WS-MAIL-LINE.
           MOVE WS-FULL-NAME TO WS-MAIL-LINE.
           WRITE NoticeLine FROM WS-MAIL-LINE.
           IF AD-ADDR1 NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               MOVE AD-ADDR1 TO WS-MAIL-LINE
               WRITE NoticeLine FROM WS-MAIL-LINE
           END-IF.
           IF AD-ADDR2 NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               MOVE AD-ADDR2 TO WS-MAIL-LINE
               WRITE NoticeLine FROM WS-MAIL-LINE
           END-IF.
           IF AD-ADDR3 NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               MOVE AD-ADDR3 TO WS-MAIL-LINE
               WRITE NoticeLine FROM WS-MAIL-LINE
           END-IF.
           MOVE SPACES TO NoticeLine.
           WRITE NoticeLine.
           MOVE ACCNUM TO LA-ACCNUM.
           MOVE WS-NT-TITLE TO LA-TITLE.
           WRITE NoticeLine FROM WS-LTR-ACCT.
           WRITE NoticeLine FROM WS-RULE.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-CODE (WS-LT-IDX) = WS-NT-CODE
                   PERFORM PARA-BUILD-TEXT-LINE
                   WRITE NoticeLine FROM WS-LETTER-LINE
               END-IF
           END-PERFORM.

      *EMAILED LETTER: ADDRESSEE AND SUBJECT FOR THE DISPATCH JOB,
      *THEN THE SAME BODY AS THE PRINTED ONE
       PARA-EMAIL-LETTER.
           ADD 1 TO WS-EMAIL-COUNT.
           MOVE AD-EMAIL TO EMT-EMAIL.
           WRITE EmailLine FROM WS-EM-TO.
           MOVE WS-NT-TITLE TO EMS-TITLE.
           WRITE EmailLine FROM WS-EM-SUBJ.
           MOVE SPACES TO EmailLine.
           WRITE EmailLine.
           WRITE EmailLine FROM WS-LTR-HDR.
           MOVE SPACES TO WS-MAIL-LINE.
           MOVE WS-FULL-NAME TO WS-MAIL-LINE.
           WRITE EmailLine FROM WS-MAIL-LINE.
           MOVE ACCNUM TO LA-ACCNUM.
           MOVE WS-NT-TITLE TO LA-TITLE.
           WRITE EmailLine FROM WS-LTR-ACCT.
           WRITE EmailLine FROM WS-RULE.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                   UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-CODE (WS-LT-IDX) = WS-NT-CODE
                   PERFORM PARA-BUILD-TEXT-LINE
                   WRITE EmailLine FROM WS-LETTER-LINE
               END-IF
           END-PERFORM.
           WRITE EmailLine FROM WS-EM-END.

       PARA-BUILD-TEXT-LINE.
           MOVE SPACES TO WS-LETTER-LINE.
           MOVE WS-LT-TEXT (WS-LT-IDX) TO WS-LETTER-LINE.
           INSPECT WS-LETTER-LINE
               REPLACING ALL '&&&&&&&&&&&&&' BY WS-NT-AMT-EDIT.

       PARA-WRITE-CONTROL.
           WRITE ReportLine FROM WS-RULE.
           PERFORM VARYING WS-CN-IDX FROM 1 BY 1 UNTIL WS-CN-IDX > 6
               MOVE WS-CN-TITLE (WS-CN-IDX) TO CNT-TEXT
               MOVE WS-CT-SENT (WS-CN-IDX) TO CNT-SENT
               MOVE WS-CT-REPEAT (WS-CN-IDX) TO CNT-REPEAT
               WRITE ReportLine FROM WS-CNT-LINE
           END-PERFORM.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'ACCOUNTS SCANNED' TO CAT-TEXT.
           MOVE WS-SCAN-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'LETTERS PRINTED' TO CAT-TEXT.
           MOVE WS-MAIL-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'LETTERS EMAILED' TO CAT-TEXT.
           MOVE WS-EMAIL-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'NOT SENT - NO LETTER TEXT' TO CAT-TEXT.
           MOVE WS-NOTEXT-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
