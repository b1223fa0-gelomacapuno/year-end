       IDENTIFICATION DIVISION.
       PROGRAM-ID. integaud.
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
           SELECT ClosedAccounts ASSIGN TO "ClosedAccounts.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS CAFS.
           SELECT HoldFile ASSIGN TO "Holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HD-HOLDNUM
               FILE STATUS HDFS.
           SELECT SORecords ASSIGN TO "StandingOrders.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SO-ORDERNUM
               FILE STATUS SOFS.
           SELECT AddrFile ASSIGN TO "CustAddress.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-ACCNUM
               FILE STATUS ADFS.
           SELECT TDFile ASSIGN TO "TermDeposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TD-DEPNUM
               FILE STATUS TDFS.
           SELECT NumCtlFile ASSIGN TO "NumberControl.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS NCFS.
           SELECT DrawerFile ASSIGN TO "TellerDrawer.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DR-OPERATOR
               FILE STATUS DRFS.
           SELECT OperFile ASSIGN TO "Operators.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS OPFS.
           SELECT CustFile ASSIGN TO "CustInfo.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CI-CUSTID
               ALTERNATE RECORD KEY IS CI-LNAME WITH DUPLICATES
               FILE STATUS CIFS.
           SELECT RelFile ASSIGN TO "AcctRel.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RL-KEY
               ALTERNATE RECORD KEY IS RL-ACCNUM WITH DUPLICATES
               FILE STATUS RLFS.
           SELECT ParamFile ASSIGN TO "EODParams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PFFS.
           SELECT AudReport ASSIGN TO "IntegrityAudit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RPFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *ARCHIVE FOR CLOSED ACCOUNTS - RECORD LAYOUT MATCHES CustomerData
       FD  ClosedAccounts.
       01  ClosedRecord.
           02 CL-ACCNUM      PIC 9(4).
           02 CL-PIN         PIC 9(4).
           02 CL-FullName.
               03 CL-FNAME    PIC X(10).
               03 CL-LNAME    PIC X(10).
           02 CL-BAL         PIC S9(7)V99.
           02 CL-MINBAL      PIC 9(7)V99.
           02 CL-STATUS      PIC X(1).
           02 CL-TYPE        PIC X(1).
           02 CL-WDCOUNT     PIC 9(2).
           02 CL-ODLIMIT     PIC 9(7)V99.
      *DEPOSIT HOLDS - FUNDS FROM A NON-CASH DEPOSIT THAT MAY NOT
      *BE DRAWN UNTIL THE RELEASE DATE THE TELLER SETS
       FD  HoldFile.
       01  HoldRecord.
           COPY holds.
      *STANDING ORDERS - RECURRING TRANSFERS APPLIED BY THE BATCH
      *EXECUTOR ON THE DAY OF MONTH EACH ORDER NAMES
       FD  SORecords.
       01  StandingOrder.
           COPY standord.
      *ADDRESS AND CONTACT DETAILS, ONE PER ACCOUNT
       FD  AddrFile.
       01  AddressRecord.
           COPY custaddr.
      *TERM DEPOSIT BOOK - EACH DEPOSIT PAYS BACK TO ITS FUNDING
      *ACCOUNT ON MATURITY
       FD  TDFile.
       01  TermDepRecord.
           COPY termdep.
      *NUMBER CONTROL - THE NEXT THREE-DIGIT ACCOUNT SEQUENCE THE
      *SYSTEM WILL ASSIGN; THE FOURTH DIGIT IS THE CHECK DIGIT
       FD  NumCtlFile.
       01  NumCtlRecord.
           02 NC-NEXT-BASE PIC 9(4).
      *TELLER CASH DRAWERS, ONE PER OPERATOR
       FD  DrawerFile.
       01  DrawerRecord.
           COPY drawer.
      *OPERATOR MASTER - EVERY DRAWER SHOULD BELONG TO ONE
       FD  OperFile.
       01  OperatorRecord.
           COPY operator.
      *CUSTOMER INFORMATION - EVERY LINK SHOULD NAME ONE
       FD  CustFile.
       01  CustInfoRecord.
           COPY custinfo.
      *ACCOUNT RELATIONSHIPS - CUSTOMERS TO THE ACCOUNTS THEY OWN
       FD  RelFile.
       01  RelRecord.
           COPY acctrel.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *AUDIT REPORT FOR THE OPERATIONS BINDER
       FD  AudReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  CAFS            PIC X(2).
       01  HDFS            PIC X(2).
       01  SOFS            PIC X(2).
       01  ADFS            PIC X(2).
       01  TDFS            PIC X(2).
       01  NCFS            PIC X(2).
       01  DRFS            PIC X(2).
       01  OPFS            PIC X(2).
       01  CIFS            PIC X(2).
       01  RLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  RPFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *'Y' WHEN Customer.dat COULD BE READ - WITHOUT IT NOTHING
      *ELSE CAN BE CHECKED
       01  WS-CUST-OK      PIC A(1) VALUE 'N'.
      *'Y' WHEN Operators.dat COULD BE OPENED FOR THE DRAWER CHECK
       01  WS-OPER-OK      PIC A(1) VALUE 'N'.
      *'Y' WHEN CustInfo.dat COULD BE OPENED FOR THE LINK CHECK
       01  WS-CINFO-OK     PIC A(1) VALUE 'N'.
      *ACCOUNT STATUS PER ACCOUNT NUMBER AS FOUND ON Customer.dat
      *(SPACE = NO SUCH ACCOUNT), WHETHER THE NUMBER IS ON THE
      *CLOSED ARCHIVE, WHETHER IT HAS AN ADDRESS RECORD, AND
      *WHETHER IT HAS A LIVE PRIMARY OWNER
       01  WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 9999 TIMES.
               03 WS-AT-STATUS PIC X(1).
               03 WS-AT-CLOSED PIC 9(2).
               03 WS-AT-ADDR   PIC X(1).
               03 WS-AT-OWNER  PIC X(1).
       01  WS-ACCT         PIC 9(5).
      *HIGHEST THREE-DIGIT SEQUENCE ALREADY ISSUED, LIVE OR CLOSED
       01  WS-BASE         PIC 9(4).
       01  WS-HIGH-BASE    PIC 9(4) VALUE 0.
       01  WS-NEXT-BASE    PIC 9(4).
      *THE BREAK BEING REPORTED
       01  WS-BRK-SEV      PIC X(1).
           88 BRK-SEVERE    VALUE 'S'.
           88 BRK-WARNING   VALUE 'W'.
           88 BRK-INFO      VALUE 'I'.
       01  WS-BRK-FILE     PIC X(18).
       01  WS-BRK-KEY      PIC X(8).
       01  WS-BRK-TEXT     PIC X(42).
       01  WS-ED-NUM       PIC 9(4).
      *COUNTS FOR THE SUMMARY
       01  WS-SEV-COUNT    PIC 9(7) VALUE 0.
       01  WS-WARN-COUNT   PIC 9(7) VALUE 0.
       01  WS-INFO-COUNT   PIC 9(7) VALUE 0.
       01  WS-CUST-COUNT   PIC 9(7) VALUE 0.
       01  WS-CL-COUNT     PIC 9(7) VALUE 0.
       01  WS-HD-COUNT     PIC 9(7) VALUE 0.
       01  WS-SO-COUNT     PIC 9(7) VALUE 0.
       01  WS-AD-COUNT     PIC 9(7) VALUE 0.
       01  WS-TD-COUNT     PIC 9(7) VALUE 0.
       01  WS-DR-COUNT     PIC 9(7) VALUE 0.
       01  WS-RL-COUNT     PIC 9(7) VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or FILE INTEGRITY AUDIT      ".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-COL-HDR.
           02 FILLER       PIC X(38)
               VALUE 'SEVERITY  FILE              KEY       '.
           02 FILLER       PIC X(42)
               VALUE 'PROBLEM                                   '.
       01  WS-BRK-LINE.
           02 BL-SEV       PIC X(8).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 BL-FILE      PIC X(18).
           02 BL-KEY       PIC X(8).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 BL-TEXT      PIC X(42).
       01  WS-CAT-LINE.
           02 CAT-TEXT     PIC X(30).
           02 CAT-COUNT    PIC Z(6)9.
           02 FILLER       PIC X(43) VALUE SPACES.
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*    Banque d'or FILE INTEGRITY AUDIT JOB        *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           INITIALIZE WS-ACCT-TABLE.
           OPEN OUTPUT AudReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           WRITE ReportLine FROM WS-COL-HDR.
           WRITE ReportLine FROM WS-RULE.
           PERFORM PARA-LOAD-CUSTOMERS.
           IF WS-CUST-OK = 'Y'
               PERFORM PARA-CHECK-CLOSED
               PERFORM PARA-CHECK-HOLDS
               PERFORM PARA-CHECK-ORDERS
               PERFORM PARA-CHECK-ADDRESSES
               PERFORM PARA-CHECK-DEPOSITS
               PERFORM PARA-CHECK-RELATIONS
               PERFORM PARA-CHECK-NUMBERS
           END-IF.
           PERFORM PARA-CHECK-DRAWERS.
           PERFORM PARA-WRITE-SUMMARY.
           CLOSE AudReport.
      *THE DRIVER READS THE RETURN CODE: 8 STOPS THE POSTING STEPS,
      *4 IS WORTH A LOOK IN THE MORNING, 0 IS CLEAN
           IF WS-SEV-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'INTEGRITY AUDIT COMPLETE. SEVERE: ' WS-SEV-COUNT
               ' WARNINGS: ' WS-WARN-COUNT.
           DISPLAY 'REPORT WRITTEN TO IntegrityAudit.txt'.
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

      *EVERY OTHER FILE IS CHECKED AGAINST THE CUSTOMER MASTER, SO
      *IF IT CANNOT BE READ THE AUDIT ITSELF IS A SEVERE BREAK
       PARA-LOAD-CUSTOMERS.
           OPEN INPUT CRecords.
           IF FS NOT = "00"
               MOVE 'S' TO WS-BRK-SEV
               MOVE 'Customer.dat' TO WS-BRK-FILE
               MOVE SPACES TO WS-BRK-KEY
               MOVE SPACES TO WS-BRK-TEXT
               STRING 'CANNOT BE OPENED - STATUS ' FS
                   DELIMITED BY SIZE INTO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           ELSE
               MOVE 'Y' TO WS-CUST-OK
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ CRecords NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           ADD 1 TO WS-CUST-COUNT
                           IF ACCNUM > 0
                               MOVE ACCTSTATUS
                                   TO WS-AT-STATUS (ACCNUM)
                               IF WS-AT-STATUS (ACCNUM) = SPACE
                                   MOVE 'A' TO WS-AT-STATUS (ACCNUM)
                               END-IF
                               DIVIDE ACCNUM BY 10 GIVING WS-BASE
                               IF WS-BASE > WS-HIGH-BASE
                                   MOVE WS-BASE TO WS-HIGH-BASE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CRecords
           END-IF.

      *PARA-CLOSE ARCHIVES THE RECORD AND DELETES IT FROM THE
      *MASTER, SO A NUMBER ON BOTH MEANS IT WAS ISSUED AGAIN AND
      *THE TWO CUSTOMERS' HISTORIES NOW SHARE ONE KEY
       PARA-CHECK-CLOSED.
           OPEN INPUT ClosedAccounts.
           IF CAFS = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ClosedAccounts
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-CLOSED
                   END-READ
               END-PERFORM
               CLOSE ClosedAccounts
           END-IF.

       PARA-ONE-CLOSED.
           ADD 1 TO WS-CL-COUNT.
           MOVE 'ClosedAccounts.dat' TO WS-BRK-FILE.
           MOVE CL-ACCNUM TO WS-BRK-KEY.
           IF CL-ACCNUM = 0
               MOVE 'W' TO WS-BRK-SEV
               MOVE 'ARCHIVED RECORD HAS NO ACCOUNT NUMBER'
                   TO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           ELSE
               IF WS-AT-CLOSED (CL-ACCNUM) < 99
                   ADD 1 TO WS-AT-CLOSED (CL-ACCNUM)
               END-IF
               DIVIDE CL-ACCNUM BY 10 GIVING WS-BASE
               IF WS-BASE > WS-HIGH-BASE
                   MOVE WS-BASE TO WS-HIGH-BASE
               END-IF
               IF WS-AT-STATUS (CL-ACCNUM) NOT = SPACE
                   MOVE 'W' TO WS-BRK-SEV
                   MOVE 'CLOSED NUMBER IS LIVE AGAIN ON Customer.dat'
                       TO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               END-IF
               IF WS-AT-CLOSED (CL-ACCNUM) = 2
                   MOVE 'W' TO WS-BRK-SEV
                   MOVE 'NUMBER ARCHIVED MORE THAN ONCE'
                       TO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               END-IF
           END-IF.

      *A HOLD STILL IN FORCE MUST BELONG TO A LIVE ACCOUNT. ONE
      *LEFT BEHIND BY A CLOSURE WOULD EARMARK THE FUNDS OF WHOEVER
      *IS NEXT GIVEN THAT NUMBER.
       PARA-CHECK-HOLDS.
           OPEN INPUT HoldFile.
           IF HDFS = "00"
               MOVE 'N' TO WSEOF
               MOVE 0 TO HD-HOLDNUM
               START HoldFile KEY NOT LESS THAN HD-HOLDNUM
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ HoldFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HoldFile
           END-IF.

       PARA-ONE-HOLD.
           ADD 1 TO WS-HD-COUNT.
           MOVE 'Holds.dat' TO WS-BRK-FILE.
           MOVE HD-HOLDNUM TO WS-BRK-KEY.
           MOVE HD-ACCNUM TO WS-ED-NUM.
           MOVE SPACES TO WS-BRK-TEXT.
           IF HD-ACCNUM = 0
               MOVE 'S' TO WS-BRK-SEV
               MOVE 'HOLD HAS NO ACCOUNT NUMBER' TO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           ELSE
               IF HD-HELD
                   IF WS-AT-STATUS (HD-ACCNUM) = SPACE
                       MOVE 'S' TO WS-BRK-SEV
                       STRING 'HELD ON ACCOUNT ' WS-ED-NUM
                           ' - NOT ON MASTER' DELIMITED BY SIZE
                           INTO WS-BRK-TEXT
                       PERFORM PARA-LOG-BREAK
                   ELSE
                       IF WS-AT-STATUS (HD-ACCNUM) = 'C'
                           MOVE 'W' TO WS-BRK-SEV
                           STRING 'HELD ON ACCOUNT ' WS-ED-NUM
                               ' - ACCOUNT CLOSED' DELIMITED BY SIZE
                               INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                   END-IF
               ELSE
                   IF NOT HD-RELEASED
                       MOVE 'W' TO WS-BRK-SEV
                       STRING 'UNKNOWN HOLD STATUS ' HD-STATUS
                           DELIMITED BY SIZE INTO WS-BRK-TEXT
                       PERFORM PARA-LOG-BREAK
                   ELSE
                       IF WS-AT-STATUS (HD-ACCNUM) = SPACE
                           MOVE 'I' TO WS-BRK-SEV
                           STRING 'RELEASED HOLD FOR GONE ACCOUNT '
                               WS-ED-NUM DELIMITED BY SIZE
                               INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *AN ACTIVE ORDER MUST MOVE MONEY BETWEEN TWO LIVE ACCOUNTS.
      *IF EITHER END HAS GONE THE NUMBER COULD BE REISSUED AND THE
      *ORDER WOULD PAY A STRANGER OR DRAW ON ONE.
       PARA-CHECK-ORDERS.
           OPEN INPUT SORecords.
           IF SOFS = "00"
               MOVE 'N' TO WSEOF
               MOVE 0 TO SO-ORDERNUM
               START SORecords KEY NOT LESS THAN SO-ORDERNUM
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ SORecords NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-ORDER
                   END-READ
               END-PERFORM
               CLOSE SORecords
           END-IF.

       PARA-ONE-ORDER.
           ADD 1 TO WS-SO-COUNT.
           MOVE 'StandingOrders.dat' TO WS-BRK-FILE.
           MOVE SO-ORDERNUM TO WS-BRK-KEY.
           IF SO-ACTIVE
               MOVE SO-SRC-ACCNUM TO WS-ACCT
               MOVE SPACES TO WS-BRK-TEXT
               IF WS-ACCT = 0
                   MOVE 'S' TO WS-BRK-SEV
                   MOVE 'ACTIVE ORDER HAS NO SOURCE ACCOUNT'
                       TO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               ELSE
                   MOVE SO-SRC-ACCNUM TO WS-ED-NUM
                   IF WS-AT-STATUS (WS-ACCT) = SPACE
                       MOVE 'S' TO WS-BRK-SEV
                       STRING 'SOURCE ' WS-ED-NUM ' NOT ON MASTER'
                           DELIMITED BY SIZE INTO WS-BRK-TEXT
                       PERFORM PARA-LOG-BREAK
                   ELSE
                       IF WS-AT-STATUS (WS-ACCT) = 'C'
                           MOVE 'W' TO WS-BRK-SEV
                           STRING 'SOURCE ' WS-ED-NUM ' IS CLOSED'
                               DELIMITED BY SIZE INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                   END-IF
               END-IF
               MOVE SO-DEST-ACCNUM TO WS-ACCT
               MOVE SPACES TO WS-BRK-TEXT
               IF WS-ACCT = 0
                   MOVE 'S' TO WS-BRK-SEV
                   MOVE 'ACTIVE ORDER HAS NO DESTINATION ACCOUNT'
                       TO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               ELSE
                   MOVE SO-DEST-ACCNUM TO WS-ED-NUM
                   IF WS-AT-STATUS (WS-ACCT) = SPACE
                       MOVE 'S' TO WS-BRK-SEV
                       STRING 'DESTINATION ' WS-ED-NUM
                           ' NOT ON MASTER' DELIMITED BY SIZE
                           INTO WS-BRK-TEXT
                       PERFORM PARA-LOG-BREAK
                   ELSE
                       IF WS-AT-STATUS (WS-ACCT) = 'C'
                           MOVE 'W' TO WS-BRK-SEV
                           STRING 'DESTINATION ' WS-ED-NUM
                               ' IS CLOSED' DELIMITED BY SIZE
                               INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NOT SO-CANCELLED
                   MOVE 'W' TO WS-BRK-SEV
                   MOVE SPACES TO WS-BRK-TEXT
                   STRING 'UNKNOWN ORDER STATUS ' SO-STATUS
                       DELIMITED BY SIZE INTO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               END-IF
           END-IF.

      *EVERY ADDRESS SHOULD BELONG TO AN ACCOUNT, AND EVERY LIVE
      *ACCOUNT SHOULD HAVE AN ADDRESS FOR ITS STATEMENTS
       PARA-CHECK-ADDRESSES.
           OPEN INPUT AddrFile.
           IF ADFS = "00"
               MOVE 'N' TO WSEOF
               MOVE 0 TO AD-ACCNUM
               START AddrFile KEY NOT LESS THAN AD-ACCNUM
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ AddrFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-ADDRESS
                   END-READ
               END-PERFORM
               CLOSE AddrFile
           END-IF.
           MOVE 'CustAddress.dat' TO WS-BRK-FILE.
           MOVE 'I' TO WS-BRK-SEV.
           MOVE 'LIVE ACCOUNT HAS NO ADDRESS RECORD' TO WS-BRK-TEXT.
           PERFORM VARYING WS-ACCT FROM 1 BY 1 UNTIL WS-ACCT > 9999
               IF WS-AT-STATUS (WS-ACCT) NOT = SPACE
                   AND WS-AT-STATUS (WS-ACCT) NOT = 'C'
                   AND WS-AT-ADDR (WS-ACCT) NOT = 'Y'
                   MOVE WS-ACCT (2:4) TO WS-BRK-KEY
                   PERFORM PARA-LOG-BREAK
               END-IF
           END-PERFORM.

       PARA-ONE-ADDRESS.
           ADD 1 TO WS-AD-COUNT.
           IF AD-ACCNUM > 0
               MOVE 'Y' TO WS-AT-ADDR (AD-ACCNUM)
           END-IF.
           IF AD-ACCNUM = 0
               OR WS-AT-STATUS (AD-ACCNUM) = SPACE
               MOVE 'W' TO WS-BRK-SEV
               MOVE 'CustAddress.dat' TO WS-BRK-FILE
               MOVE AD-ACCNUM TO WS-BRK-KEY
               MOVE 'ADDRESS RECORD WITH NO ACCOUNT' TO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           END-IF.

      *A DEPOSIT STILL RUNNING MUST HAVE A LIVE ACCOUNT TO MATURE
      *INTO
       PARA-CHECK-DEPOSITS.
           OPEN INPUT TDFile.
           IF TDFS = "00"
               MOVE 'N' TO WSEOF
               MOVE 0 TO TD-DEPNUM
               START TDFile KEY NOT LESS THAN TD-DEPNUM
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ TDFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-DEPOSIT
                   END-READ
               END-PERFORM
               CLOSE TDFile
           END-IF.

       PARA-ONE-DEPOSIT.
           ADD 1 TO WS-TD-COUNT.
           IF TD-ACTIVE
               MOVE 'TermDeposits.dat' TO WS-BRK-FILE
               MOVE TD-DEPNUM TO WS-BRK-KEY
               MOVE TD-ACCNUM TO WS-ED-NUM
               MOVE SPACES TO WS-BRK-TEXT
               IF TD-ACCNUM = 0
                   MOVE 'S' TO WS-BRK-SEV
                   MOVE 'ACTIVE DEPOSIT HAS NO FUNDING ACCOUNT'
                       TO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               ELSE
                   IF WS-AT-STATUS (TD-ACCNUM) = SPACE
                       MOVE 'S' TO WS-BRK-SEV
                       STRING 'FUNDING ACCOUNT ' WS-ED-NUM
                           ' NOT ON MASTER' DELIMITED BY SIZE
                           INTO WS-BRK-TEXT
                       PERFORM PARA-LOG-BREAK
                   ELSE
                       IF WS-AT-STATUS (TD-ACCNUM) = 'C'
                           MOVE 'W' TO WS-BRK-SEV
                           STRING 'FUNDING ACCOUNT ' WS-ED-NUM
                               ' IS CLOSED' DELIMITED BY SIZE
                               INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *A LIVE LINK MUST JOIN A CUSTOMER ON CustInfo.dat TO A LIVE
      *ACCOUNT. PARA-CLOSE ENDS THE LINKS OF A CLOSED ACCOUNT, SO
      *ONE LEFT LIVE WOULD PASS A REISSUED NUMBER TO THE OLD OWNER.
      *ONCE THE FILE EXISTS EVERY LIVE ACCOUNT SHOULD HAVE EXACTLY
      *ONE PRIMARY OWNER.
       PARA-CHECK-RELATIONS.
           OPEN INPUT RelFile.
           IF RLFS = "00"
               OPEN INPUT CustFile
               IF CIFS = "00"
                   MOVE 'Y' TO WS-CINFO-OK
               END-IF
               MOVE 'N' TO WSEOF
               MOVE 0 TO RL-CUSTID
               MOVE 0 TO RL-ACCNUM
               START RelFile KEY NOT LESS THAN RL-KEY
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ RelFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-RELATION
                   END-READ
               END-PERFORM
               IF WS-CINFO-OK = 'Y'
                   CLOSE CustFile
               END-IF
               CLOSE RelFile
               MOVE 'AcctRel.dat' TO WS-BRK-FILE
               MOVE 'I' TO WS-BRK-SEV
               MOVE 'LIVE ACCOUNT HAS NO PRIMARY OWNER'
                   TO WS-BRK-TEXT
               PERFORM VARYING WS-ACCT FROM 1 BY 1
                       UNTIL WS-ACCT > 9999
                   IF WS-AT-STATUS (WS-ACCT) NOT = SPACE
                       AND WS-AT-STATUS (WS-ACCT) NOT = 'C'
                       AND WS-AT-OWNER (WS-ACCT) = SPACE
                       MOVE WS-ACCT (2:4) TO WS-BRK-KEY
                       PERFORM PARA-LOG-BREAK
                   END-IF
               END-PERFORM
           END-IF.

       PARA-ONE-RELATION.
           ADD 1 TO WS-RL-COUNT.
           MOVE 'AcctRel.dat' TO WS-BRK-FILE.
           MOVE RL-CUSTID TO WS-BRK-KEY.
           MOVE RL-ACCNUM TO WS-ED-NUM.
           MOVE SPACES TO WS-BRK-TEXT.
           IF RL-ACTIVE AND RL-ACCNUM > 0
               IF WS-AT-STATUS (RL-ACCNUM) = SPACE
                   MOVE 'W' TO WS-BRK-SEV
                   STRING 'LINKED TO ACCOUNT ' WS-ED-NUM
                       ' - NOT ON MASTER' DELIMITED BY SIZE
                       INTO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               ELSE
                   IF RL-PRIMARY
                       IF WS-AT-OWNER (RL-ACCNUM) = 'P'
                           MOVE 'W' TO WS-BRK-SEV
                           STRING 'SECOND PRIMARY OWNER OF ACCOUNT '
                               WS-ED-NUM DELIMITED BY SIZE
                               INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                       MOVE 'P' TO WS-AT-OWNER (RL-ACCNUM)
                   END-IF
               END-IF
               IF WS-CINFO-OK = 'Y'
                   MOVE RL-CUSTID TO CI-CUSTID
                   READ CustFile
                       INVALID KEY
                           MOVE 'W' TO WS-BRK-SEV
                           MOVE SPACES TO WS-BRK-TEXT
                           STRING 'OWNER OF ACCOUNT ' WS-ED-NUM
                               ' NOT ON CustInfo.dat'
                               DELIMITED BY SIZE INTO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                   END-READ
               END-IF
           END-IF.
           IF NOT RL-ACTIVE AND NOT RL-ENDED
               MOVE 'W' TO WS-BRK-SEV
               STRING 'UNKNOWN LINK STATUS ' RL-STATUS
                   DELIMITED BY SIZE INTO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           END-IF.

      *THE NEXT SEQUENCE TO BE TRIED MUST BE PAST EVERY SEQUENCE
      *ALREADY ISSUED. ACCOUNT OPENING STEPS OVER LIVE NUMBERS BUT
      *NOT CLOSED ONES, SO A CONTROL RECORD THAT HAS FALLEN BEHIND
      *WILL HAND OUT A CLOSED CUSTOMER'S NUMBER AGAIN.
       PARA-CHECK-NUMBERS.
           MOVE 'NumberControl.dat' TO WS-BRK-FILE.
           MOVE SPACES TO WS-BRK-KEY.
           MOVE 100 TO WS-NEXT-BASE.
           OPEN INPUT NumCtlFile.
           IF NCFS = "00"
               READ NumCtlFile
                   AT END
                       IF WS-HIGH-BASE NOT < 100
                           MOVE 'W' TO WS-BRK-SEV
                           MOVE 'FILE IS EMPTY - NUMBERING RESTARTS'
                               TO WS-BRK-TEXT
                           PERFORM PARA-LOG-BREAK
                       END-IF
                   NOT AT END MOVE NC-NEXT-BASE TO WS-NEXT-BASE
               END-READ
               CLOSE NumCtlFile
           ELSE
               IF WS-HIGH-BASE NOT < 100
                   MOVE 'W' TO WS-BRK-SEV
                   MOVE 'FILE MISSING - NUMBERING RESTARTS AT 100'
                       TO WS-BRK-TEXT
                   PERFORM PARA-LOG-BREAK
               END-IF
           END-IF.
           IF WS-NEXT-BASE NOT > WS-HIGH-BASE
               MOVE 'W' TO WS-BRK-SEV
               MOVE WS-NEXT-BASE TO WS-BRK-KEY
               MOVE WS-HIGH-BASE TO WS-ED-NUM
               MOVE SPACES TO WS-BRK-TEXT
               STRING 'NEXT BASE BEHIND HIGHEST ISSUED ' WS-ED-NUM
                   DELIMITED BY SIZE INTO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           END-IF.

      *A DRAWER OPEN FROM AN EARLIER DAY WAS NEVER BALANCED, AND
      *EVERY DRAWER SHOULD BELONG TO A KNOWN OPERATOR
       PARA-CHECK-DRAWERS.
           OPEN INPUT DrawerFile.
           IF DRFS = "00"
               OPEN INPUT OperFile
               IF OPFS = "00"
                   MOVE 'Y' TO WS-OPER-OK
               END-IF
               MOVE 'N' TO WSEOF
               MOVE LOW-VALUES TO DR-OPERATOR
               START DrawerFile KEY NOT LESS THAN DR-OPERATOR
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
               PERFORM UNTIL WSEOF = 'Y'
                   READ DrawerFile NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-ONE-DRAWER
                   END-READ
               END-PERFORM
               IF WS-OPER-OK = 'Y'
                   CLOSE OperFile
               END-IF
               CLOSE DrawerFile
           END-IF.

       PARA-ONE-DRAWER.
           ADD 1 TO WS-DR-COUNT.
           MOVE 'TellerDrawer.dat' TO WS-BRK-FILE.
           MOVE DR-OPERATOR TO WS-BRK-KEY.
           IF DR-OPEN AND DR-DATE < WS-RUN-DATE
               MOVE 'W' TO WS-BRK-SEV
               MOVE SPACES TO WS-BRK-TEXT
               STRING 'DRAWER LEFT OPEN SINCE ' DR-DATE
                   DELIMITED BY SIZE INTO WS-BRK-TEXT
               PERFORM PARA-LOG-BREAK
           END-IF.
           IF WS-OPER-OK = 'Y'
               MOVE DR-OPERATOR TO OP-ID
               READ OperFile
                   INVALID KEY
                       MOVE 'W' TO WS-BRK-SEV
                       MOVE 'DRAWER FOR AN OPERATOR NOT ON FILE'
                           TO WS-BRK-TEXT
                       PERFORM PARA-LOG-BREAK
               END-READ
           END-IF.

       PARA-LOG-BREAK.
           EVALUATE TRUE
               WHEN BRK-SEVERE
                   MOVE 'SEVERE' TO BL-SEV
                   ADD 1 TO WS-SEV-COUNT
               WHEN BRK-WARNING
                   MOVE 'WARNING' TO BL-SEV
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE 'INFO' TO BL-SEV
                   ADD 1 TO WS-INFO-COUNT
           END-EVALUATE.
           MOVE WS-BRK-FILE TO BL-FILE.
           MOVE WS-BRK-KEY TO BL-KEY.
           MOVE WS-BRK-TEXT TO BL-TEXT.
           WRITE ReportLine FROM WS-BRK-LINE.

       PARA-WRITE-SUMMARY.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'CUSTOMERS READ' TO CAT-TEXT.
           MOVE WS-CUST-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CLOSED ARCHIVE RECORDS READ' TO CAT-TEXT.
           MOVE WS-CL-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'HOLDS READ' TO CAT-TEXT.
           MOVE WS-HD-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'STANDING ORDERS READ' TO CAT-TEXT.
           MOVE WS-SO-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'ADDRESSES READ' TO CAT-TEXT.
           MOVE WS-AD-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'TERM DEPOSITS READ' TO CAT-TEXT.
           MOVE WS-TD-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'DRAWERS READ' TO CAT-TEXT.
           MOVE WS-DR-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'ACCOUNT LINKS READ' TO CAT-TEXT.
           MOVE WS-RL-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'SEVERE BREAKS' TO CAT-TEXT.
           MOVE WS-SEV-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'WARNINGS' TO CAT-TEXT.
           MOVE WS-WARN-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'INFORMATION' TO CAT-TEXT.
           MOVE WS-INFO-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           IF WS-SEV-COUNT > 0
               MOVE 'SEVERE BREAKS FOUND - POSTING STEPS HELD BACK'
                   TO ReportLine
               WRITE ReportLine
           END-IF.
      *END LINE OF THE PROGRAM.
