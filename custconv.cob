       IDENTIFICATION DIVISION.
       PROGRAM-ID. custconv.
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
           SELECT CustFile ASSIGN TO "CustInfo.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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
           SELECT ConvReport ASSIGN TO "CustConversion.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RPFS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRecords.
       01  CustomerData.
           COPY customer.
      *ADDRESS AND CONTACT DETAILS, ONE PER ACCOUNT - THE FIRST
      *ADDRESS LINE HELPS TELL TWO CUSTOMERS OF THE SAME NAME APART
       FD  AddrFile.
       01  AddressRecord.
           COPY custaddr.
      *CUSTOMER INFORMATION - BUILT HERE FROM THE ACCOUNTS
       FD  CustFile.
       01  CustInfoRecord.
           COPY custinfo.
      *ACCOUNT RELATIONSHIPS - EACH ACCOUNT GETS ITS PRIMARY OWNER
       FD  RelFile.
       01  RelRecord.
           COPY acctrel.
      *END-OF-DAY PARAMETERS MAINTAINED BY OPERATIONS
       FD  ParamFile.
       01  ParamRecord.
           COPY eodparam.
      *CONVERSION REPORT FOR THE BACK OFFICE TO WORK THROUGH
       FD  ConvReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  ADFS            PIC X(2).
       01  CIFS            PIC X(2).
       01  RLFS            PIC X(2).
       01  PFFS            PIC X(2).
       01  RPFS            PIC X(2).
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
       01  WS-CI-EOF       PIC A(1) VALUE 'N'.
       01  WS-RL-EOF       PIC A(1) VALUE 'N'.
      *'N' WHEN THE ADDRESS FILE COULD NOT BE OPENED, SO EVERY NEW
      *CUSTOMER STARTS WITHOUT CONTACT DETAILS
       01  WS-ADDR-OK      PIC A(1) VALUE 'Y'.
      *RUN DATE FROM THE PARAMETER FILE; 0 = NONE, USE THE CLOCK
       01  WS-RUN-DATE     PIC 9(8) VALUE 0.
      *'Y' WHEN THE ACCOUNT ALREADY HAS A LIVE PRIMARY OWNER
       01  WS-LINKED       PIC A(1).
      *'Y' WHEN AN ACCOUNT HAS AN ADDRESS RECORD
       01  WS-HAS-ADDR     PIC A(1).
      *CUSTOMER THE ACCOUNT IS LINKED TO, AND THE NEXT ID TO GIVE
      *A NEW CUSTOMER
       01  WS-CUST-ID      PIC 9(6).
       01  WS-NEXT-CUST    PIC 9(6) VALUE 1.
      *COUNTS FOR THE SUMMARY
       01  WS-ACCT-COUNT   PIC 9(7) VALUE 0.
       01  WS-DONE-COUNT   PIC 9(7) VALUE 0.
       01  WS-NEW-COUNT    PIC 9(7) VALUE 0.
       01  WS-MATCH-COUNT  PIC 9(7) VALUE 0.
       01  WS-FAIL-COUNT   PIC 9(7) VALUE 0.
       01  WS-NOADDR-COUNT PIC 9(7) VALUE 0.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or CUSTOMER FILE CONVERSION  ".
           02 FILLER       PIC X(1) VALUE SPACES.
           02 RH-DATE      PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-RULE         PIC X(56) VALUE ALL '-'.
       01  WS-COL-HDR.
           02 FILLER       PIC X(40)
               VALUE 'ACCT  CUSTOMER  NAME                    '.
           02 FILLER       PIC X(40)
               VALUE 'RESULT                                  '.
       01  WS-DTL-LINE.
           02 DL-ACCNUM    PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DL-CUSTID    PIC 9(6).
           02 FILLER       PIC X(4) VALUE SPACES.
           02 DL-FNAME     PIC X(10).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 DL-LNAME     PIC X(10).
           02 FILLER       PIC X(3) VALUE SPACES.
           02 DL-RESULT    PIC X(40).
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
           DISPLAY "*    Banque d'or CUSTOMER FILE CONVERSION JOB    *".
           DISPLAY '**************************************************'.
           PERFORM PARA-GET-RUN-DATE.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE WS-RUN-DATE TO RH-DATE.
           OPEN INPUT CRecords.
           IF FS NOT = "00"
               DISPLAY 'CUSTOMER FILE COULD NOT BE OPENED. STATUS ' FS
               STOP RUN
           END-IF.
           OPEN INPUT AddrFile.
           IF ADFS NOT = "00"
               MOVE 'N' TO WS-ADDR-OK
               DISPLAY 'ADDRESS FILE NOT AVAILABLE - NEW CUSTOMERS '
                   'WILL HAVE NO CONTACT DETAILS.'
           END-IF.
           OPEN I-O CustFile.
           IF CIFS = "35"
               CLOSE CustFile
               OPEN OUTPUT CustFile
               CLOSE CustFile
               OPEN I-O CustFile
           END-IF.
           OPEN I-O RelFile.
           IF RLFS = "35"
               CLOSE RelFile
               OPEN OUTPUT RelFile
               CLOSE RelFile
               OPEN I-O RelFile
           END-IF.
           OPEN OUTPUT ConvReport.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           WRITE ReportLine FROM WS-COL-HDR.
           WRITE ReportLine FROM WS-RULE.
           IF CIFS NOT = "00" OR RLFS NOT = "00"
               MOVE 'CUSTOMER OR RELATIONSHIP FILE COULD NOT BE OPENED'
                   TO ReportLine
               WRITE ReportLine
               DISPLAY 'CUSTOMER INFORMATION STATUS ' CIFS
                   ' RELATIONSHIP STATUS ' RLFS '. NOTHING CONVERTED.'
           ELSE
               PERFORM PARA-NEXT-CUSTID
               PERFORM UNTIL WSEOF = 'Y'
                   READ CRecords NEXT
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-CONVERT-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.
           PERFORM PARA-WRITE-SUMMARY.
           CLOSE ConvReport.
           IF RLFS = "00"
               CLOSE RelFile
           END-IF.
           IF CIFS = "00"
               CLOSE CustFile
           END-IF.
           IF WS-ADDR-OK = 'Y'
               CLOSE AddrFile
           END-IF.
           CLOSE CRecords.
           DISPLAY 'CONVERSION COMPLETE. NEW CUSTOMERS: ' WS-NEW-COUNT
               ' ACCOUNTS JOINED: ' WS-MATCH-COUNT.
           DISPLAY 'REPORT WRITTEN TO CustConversion.txt'.
           STOP RUN.

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

      *CUSTOMER IDS RUN SEQUENTIALLY FROM ONE PAST THE HIGHEST
      *ALREADY ON FILE, SO ANY CUSTOMERS TAKEN ON AT THE COUNTER
      *BEFORE THIS RUN KEEP THEIR IDS
       PARA-NEXT-CUSTID.
           MOVE 1 TO WS-NEXT-CUST.
           MOVE 'N' TO WS-CI-EOF.
           MOVE 0 TO CI-CUSTID.
           START CustFile KEY NOT LESS THAN CI-CUSTID
               INVALID KEY MOVE 'Y' TO WS-CI-EOF
           END-START.
           PERFORM UNTIL WS-CI-EOF = 'Y'
               READ CustFile NEXT
                   AT END MOVE 'Y' TO WS-CI-EOF
                   NOT AT END
                       COMPUTE WS-NEXT-CUST = CI-CUSTID + 1
               END-READ
           END-PERFORM.

      *AN ACCOUNT THAT ALREADY HAS A PRIMARY OWNER IS LEFT ALONE,
      *SO THE JOB CAN BE RUN AGAIN SAFELY. OTHERWISE IT JOINS A
      *CUSTOMER OF THE SAME NAME AT THE SAME FIRST ADDRESS LINE, OR
      *A NEW CUSTOMER IS MADE FROM THE ACCOUNT'S NAME AND ADDRESS.
       PARA-CONVERT-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE ACCNUM TO DL-ACCNUM.
           MOVE FNAME TO DL-FNAME.
           MOVE LNAME TO DL-LNAME.
           MOVE 0 TO DL-CUSTID.
           PERFORM PARA-FIND-PRIMARY.
           IF WS-LINKED = 'Y'
               ADD 1 TO WS-DONE-COUNT
           ELSE
               PERFORM PARA-READ-ADDRESS
               MOVE 0 TO WS-CUST-ID
               IF WS-HAS-ADDR = 'Y' AND AD-ADDR1 NOT = SPACES
                   PERFORM PARA-MATCH-CUSTOMER
               END-IF
               IF WS-CUST-ID NOT = 0
                   MOVE 'JOINED TO EXISTING CUSTOMER'
                       TO DL-RESULT
                   PERFORM PARA-LINK-PRIMARY
                   IF RLFS = "00"
                       ADD 1 TO WS-MATCH-COUNT
                   END-IF
               ELSE
                   PERFORM PARA-NEW-CUSTOMER
               END-IF
               MOVE WS-CUST-ID TO DL-CUSTID
               WRITE ReportLine FROM WS-DTL-LINE
           END-IF.

       PARA-FIND-PRIMARY.
           MOVE 'N' TO WS-LINKED.
           MOVE 'N' TO WS-RL-EOF.
           MOVE ACCNUM TO RL-ACCNUM.
           START RelFile KEY = RL-ACCNUM
               INVALID KEY MOVE 'Y' TO WS-RL-EOF
           END-START.
           PERFORM UNTIL WS-RL-EOF = 'Y'
               READ RelFile NEXT
                   AT END MOVE 'Y' TO WS-RL-EOF
                   NOT AT END
                       IF RL-ACCNUM NOT = ACCNUM
                           MOVE 'Y' TO WS-RL-EOF
                       ELSE IF RL-ACTIVE AND RL-PRIMARY
                           MOVE 'Y' TO WS-LINKED
                           MOVE 'Y' TO WS-RL-EOF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PARA-READ-ADDRESS.
           MOVE 'N' TO WS-HAS-ADDR.
           IF WS-ADDR-OK = 'Y'
               MOVE ACCNUM TO AD-ACCNUM
               READ AddrFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-HAS-ADDR
               END-READ
           END-IF.
           IF WS-HAS-ADDR NOT = 'Y'
               MOVE SPACES TO AD-ADDR1
               MOVE SPACES TO AD-ADDR2
               MOVE SPACES TO AD-ADDR3
               MOVE SPACES TO AD-PHONE
               MOVE SPACES TO AD-EMAIL
               MOVE 'M' TO AD-DELIV
           END-IF.

      *A NAME ALONE IS NOT ENOUGH TO JOIN TWO ACCOUNTS - THE FIRST
      *ADDRESS LINE MUST AGREE AS WELL. ANYTHING LESS CERTAIN IS
      *LEFT AS A SEPARATE CUSTOMER FOR THE BACK OFFICE TO REVIEW.
       PARA-MATCH-CUSTOMER.
           MOVE 'N' TO WS-CI-EOF.
           MOVE LNAME TO CI-LNAME.
           START CustFile KEY = CI-LNAME
               INVALID KEY MOVE 'Y' TO WS-CI-EOF
           END-START.
           PERFORM UNTIL WS-CI-EOF = 'Y'
               READ CustFile NEXT
                   AT END MOVE 'Y' TO WS-CI-EOF
                   NOT AT END
                       IF CI-LNAME NOT = LNAME
                           MOVE 'Y' TO WS-CI-EOF
                       ELSE IF CI-FNAME = FNAME
                               AND CI-ADDR1 = AD-ADDR1
                           MOVE CI-CUSTID TO WS-CUST-ID
                           MOVE 'Y' TO WS-CI-EOF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *IDENTITY DETAILS WERE NEVER HELD PER ACCOUNT, SO A CUSTOMER
      *MADE HERE HAS NONE UNTIL THE BACK OFFICE KEYS THEM
       PARA-NEW-CUSTOMER.
           MOVE WS-NEXT-CUST TO CI-CUSTID.
           MOVE FNAME        TO CI-FNAME.
           MOVE LNAME        TO CI-LNAME.
           MOVE 0            TO CI-BIRTH-DATE.
           MOVE SPACE        TO CI-ID-TYPE.
           MOVE SPACES       TO CI-ID-NUMBER.
           MOVE AD-ADDR1     TO CI-ADDR1.
           MOVE AD-ADDR2     TO CI-ADDR2.
           MOVE AD-ADDR3     TO CI-ADDR3.
           MOVE AD-PHONE     TO CI-PHONE.
           MOVE AD-EMAIL     TO CI-EMAIL.
           MOVE AD-DELIV     TO CI-DELIV.
           MOVE 'A'          TO CI-STATUS.
           MOVE WS-RUN-DATE  TO CI-OPEN-DATE.
           WRITE CustInfoRecord
           END-WRITE.
           IF CIFS NOT = "00"
               ADD 1 TO WS-FAIL-COUNT
               MOVE 0 TO WS-CUST-ID
               MOVE SPACES TO DL-RESULT
               STRING 'CUSTOMER NOT WRITTEN - STATUS ' CIFS
                   DELIMITED BY SIZE INTO DL-RESULT
           ELSE
               MOVE WS-NEXT-CUST TO WS-CUST-ID
               ADD 1 TO WS-NEXT-CUST
               ADD 1 TO WS-NEW-COUNT
               IF WS-HAS-ADDR = 'Y'
                   MOVE 'NEW CUSTOMER - IDENTITY TO BE KEYED'
                       TO DL-RESULT
               ELSE
                   ADD 1 TO WS-NOADDR-COUNT
                   MOVE 'NEW CUSTOMER - IDENTITY AND ADDRESS TO KEY'
                       TO DL-RESULT
               END-IF
               PERFORM PARA-LINK-PRIMARY
           END-IF.

      *A FAILED LINK OVERWRITES THE RESULT SO THE ACCOUNT SHOWS UP
      *ON THE REPORT AS STILL TO DO
       PARA-LINK-PRIMARY.
           MOVE WS-CUST-ID TO RL-CUSTID.
           MOVE ACCNUM TO RL-ACCNUM.
           MOVE 'P' TO RL-ROLE.
           MOVE 'A' TO RL-STATUS.
           MOVE WS-RUN-DATE TO RL-START-DATE.
           MOVE 0 TO RL-END-DATE.
           WRITE RelRecord
           END-WRITE.
           IF RLFS = "22"
               REWRITE RelRecord
               END-REWRITE
           END-IF.
           IF RLFS NOT = "00"
               ADD 1 TO WS-FAIL-COUNT
               MOVE SPACES TO DL-RESULT
               STRING 'LINK NOT WRITTEN - STATUS ' RLFS
                   DELIMITED BY SIZE INTO DL-RESULT
           END-IF.

       PARA-WRITE-SUMMARY.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'ACCOUNTS READ' TO CAT-TEXT.
           MOVE WS-ACCT-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'ALREADY LINKED - LEFT ALONE' TO CAT-TEXT.
           MOVE WS-DONE-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'NEW CUSTOMERS' TO CAT-TEXT.
           MOVE WS-NEW-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE '  OF WHICH WITHOUT ADDRESS' TO CAT-TEXT.
           MOVE WS-NOADDR-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'JOINED TO EXISTING CUSTOMER' TO CAT-TEXT.
           MOVE WS-MATCH-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'FAILED' TO CAT-TEXT.
           MOVE WS-FAIL-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
