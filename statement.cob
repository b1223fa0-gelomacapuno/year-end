               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
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
           SELECT SortFile ASSIGN TO "StmtSort.tmp".
           SELECT StmtReport ASSIGN TO "Statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *CUSTOMER INFORMATION - NAME AND ADDRESS FOR THE COMBINED
      *STATEMENT
       FD  CustFile.
       01  CustInfoRecord.
           COPY custinfo.
      *ACCOUNT RELATIONSHIPS - WHICH CUSTOMERS OWN WHICH ACCOUNTS
       FD  RelFile.
       01  RelRecord.
           COPY acctrel.
      *LOG ENTRIES RESEQUENCED BY ACCOUNT, THEN DATE AND TIME. ON A
      *COMBINED RUN EACH ENTRY IS RELEASED ONCE PER OWNER OF THE
      *ACCOUNT, AND THE CUSTOMER ID LEADS THE SEQUENCE.
       SD  SortFile.
       01  SortRecord.
           02 SR-CUSTID    PIC 9(6).
           02 SR-ROLE      PIC X(1).
           02 SR-ACCNUM    PIC 9(4).
           02 SR-DATE      PIC 9(8).
           02 SR-TIME      PIC 9(8).
           02 SR-AMOUNT    PIC 9(7)V99.
           02 SR-OLDBAL    PIC S9(7)V99.
           02 SR-NEWBAL    PIC S9(7)V99.
           02 SR-REF-DATE  PIC 9(8).
      *SPOOLED STATEMENT REPORT, ONE PAGE PER ACCOUNT
       FD  StmtReport.
       01  StmtLine        PIC X(80).
       01  ADFS            PIC X(2).
       01  TLFS            PIC X(2).
       01  SRFS            PIC X(2).
       01  CIFS            PIC X(2).
       01  RLFS            PIC X(2).
      *'N' WHEN THE CUSTOMER MASTER / ADDRESS FILE COULD NOT BE
      *OPENED, SO THE MAILING HEADER IS SKIPPED RATHER THAN FAILED
       01  WS-MASTER-OK    PIC A(1) VALUE 'Y'.
       01  WS-ADDR-OK      PIC A(1) VALUE 'Y'.
       01  WS-CUSTINFO-OK  PIC A(1) VALUE 'Y'.
      *ONE LINE OF THE MAILING HEADER AS IT PRINTS
       01  WS-MAIL-LINE    PIC X(80).
      *TO INDICATE IF EOF
      *LOG TO READ - THE LIVE LOG, OR A DATED ARCHIVE FROM THE
      *PERIOD-END ROLLOVER WHEN AN OLD STATEMENT IS REPRODUCED
       01  WS-LOG-NAME     PIC X(30).
      *ONE STATEMENT PER ACCOUNT, OR ONE PER CUSTOMER COVERING
      *EVERY ACCOUNT THEY OWN; AND THE ONE CUSTOMER TO PRINT FOR,
      *0 FOR EVERY CUSTOMER
       01  WS-COMBINED     PIC A VALUE 'N'.
           88 COMBINED-YES    VALUE 'Y', 'y'.
       01  WS-ONE-CUST     PIC 9(6) VALUE 0.
      *TO INDICATE IF EOF ON THE OWNERS OF A LOG ENTRY'S ACCOUNT
       01  WS-RL-EOF       PIC A(1) VALUE 'N'.
      *'Y' WHILE AcctRel.dat IS OPEN
       01  WS-REL-OK       PIC A(1) VALUE 'N'.
      *PER ACCOUNT ON A COMBINED RUN: THE BALANCE AS IT STOOD AT THE
      *END OF THE PERIOD, TAKEN FROM THE LOG ('B' = LAST ENTRY
      *BEFORE THE PERIOD, 'I' = LAST ENTRY IN IT, 'A' = FIRST ENTRY
      *AFTER IT, SPACE = NO ENTRY SEEN), AND THE LAST CUSTOMER
      *WHOSE STATEMENT PRINTED ENTRIES FOR THE ACCOUNT
       01  WS-ACCT-TABLE.
           02 WS-ACCT-ENTRY OCCURS 9999 TIMES.
               03 WS-AT-SEEN   PIC X(1).
               03 WS-AT-BAL    PIC S9(7)V99.
               03 WS-AT-CUST   PIC 9(6).
      *BALANCE ON THE MASTER, AND THE BALANCE SHOWN FOR AN ACCOUNT
      *WITH NOTHING IN THE PERIOD
       01  WS-MASTER-BAL   PIC S9(7)V99.
       01  WS-QUIET-BAL    PIC S9(7)V99.
      *CUSTOMER CURRENTLY BEING PRINTED ON A COMBINED RUN; 0 = NONE
       01  WS-CUR-CUST     PIC 9(6) VALUE 0.
      *CLOSING BALANCES OF THE CUSTOMER'S ACCOUNTS, ADDED UP
       01  WS-CUST-TOTAL   PIC S9(9)V99 VALUE 0.
      *ACCOUNT CURRENTLY BEING PRINTED; 0 = NONE YET
       01  WS-CUR-ACCT     PIC 9(4) VALUE 0.
      *CLOSING BALANCE CARRIED FROM THE LAST ENTRY PRINTED -
      *FOR THE RUN TOTALS
       01  WS-ENTRY-COUNT  PIC 9(5) VALUE 0.
       01  WS-ACCT-COUNT   PIC 9(5) VALUE 0.
       01  WS-CUST-COUNT   PIC 9(5) VALUE 0.
      *REPORT LINES
       01  WS-HDR1.
           02 FILLER       PIC X(24)
           02 DTL-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(3) VALUE SPACES.
           02 DTL-BALANCE  PIC -Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 DTL-REF      PIC X(10).
           02 FILLER       PIC X(13) VALUE SPACES.
       01  WS-CLOSE-LINE.
           02 FILLER       PIC X(18) VALUE 'CLOSING BALANCE   '.
           02 CLS-BAL      PIC -Z,ZZZ,ZZ9.99.
           02 FILLER       PIC X(49) VALUE SPACES.
      *HEADINGS AND TOTAL FOR THE COMBINED STATEMENT
       01  WS-CHDR1.
           02 FILLER       PIC X(42)
               VALUE "Banque d'or COMBINED STATEMENT - CUSTOMER ".
           02 CHDR-CUSTID  PIC 9(6).
           02 FILLER       PIC X(32) VALUE SPACES.
       01  WS-ACCT-HDR.
           02 FILLER       PIC X(8) VALUE 'ACCOUNT '.
           02 AHDR-ACCNUM  PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 AHDR-TYPE    PIC X(8).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 AHDR-ROLE    PIC X(11).
           02 FILLER       PIC X(45) VALUE SPACES.
       01  WS-TOTAL-LINE.
           02 FILLER       PIC X(28)
               VALUE 'TOTAL OF CLOSING BALANCES   '.
           02 TOT-BAL      PIC -ZZZ,ZZZ,ZZ9.99.
           02 FILLER       PIC X(37) VALUE SPACES.
       01  WS-QUIET-LINE   PIC X(80)
               VALUE 'NO ENTRIES IN THIS PERIOD'.
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
           IF WS-LOG-NAME = SPACES
               MOVE 'TransactionLog.dat' TO WS-LOG-NAME
           END-IF.
           DISPLAY 'ONE COMBINED STATEMENT PER CUSTOMER? (Y/N): '
               WITH NO ADVANCING.
           ACCEPT WS-COMBINED.
           IF COMBINED-YES
               DISPLAY 'CUSTOMER ID (0 = EVERY CUSTOMER): '
                   WITH NO ADVANCING
               ACCEPT WS-ONE-CUST
           END-IF.
           MOVE WS-PERIOD-FROM TO HDR-FROM.
           MOVE WS-PERIOD-TO TO HDR-TO.
           SORT SortFile
               ON ASCENDING KEY SR-CUSTID SR-ACCNUM SR-DATE SR-TIME
               INPUT PROCEDURE IS PARA-SELECT-PERIOD
               OUTPUT PROCEDURE IS PARA-PRINT-STATEMENTS.
           DISPLAY WS-BLANK.
           DISPLAY 'STATEMENT RUN COMPLETE.'.
           IF COMBINED-YES
               DISPLAY 'CUSTOMERS PRINTED: ' WS-CUST-COUNT
           END-IF.
           DISPLAY 'ACCOUNTS PRINTED: ' WS-ACCT-COUNT.
           DISPLAY 'ENTRIES PRINTED : ' WS-ENTRY-COUNT.
           DISPLAY 'REPORT WRITTEN TO Statement.txt'.

      *PASS ONLY THE LOG ENTRIES THAT FALL INSIDE THE PERIOD
       PARA-SELECT-PERIOD.
           IF COMBINED-YES
               INITIALIZE WS-ACCT-TABLE
               OPEN INPUT RelFile
               IF RLFS = "00"
                   MOVE 'Y' TO WS-REL-OK
               ELSE
                   DISPLAY 'RELATIONSHIP FILE NOT FOUND. NOTHING TO '
                       'PRINT.'
                   MOVE 'Y' TO WSEOF
               END-IF
           END-IF.
           OPEN INPUT TLogFile.
           IF TLFS = "35"
               DISPLAY 'TRANSACTION LOG NOT FOUND. NOTHING TO PRINT.'
           ELSE IF WSEOF = 'Y'
               CLOSE TLogFile
           ELSE
               PERFORM UNTIL WSEOF = 'Y'
                   READ TLogFile
                   END-READ
               END-PERFORM
               CLOSE TLogFile
           END-IF
           END-IF.
           IF WS-REL-OK = 'Y'
               CLOSE RelFile
               MOVE 'N' TO WS-REL-OK
           END-IF.

       PARA-RELEASE-ENTRY.
           IF COMBINED-YES AND TL-ACCNUM NOT = 0
               PERFORM PARA-NOTE-BALANCE
           END-IF.
           IF TL-DATE NOT LESS THAN WS-PERIOD-FROM
                   AND TL-DATE NOT GREATER THAN WS-PERIOD-TO
               MOVE TL-ACCNUM TO SR-ACCNUM
               MOVE TL-AMOUNT TO SR-AMOUNT
               MOVE TL-OLDBAL TO SR-OLDBAL
               MOVE TL-NEWBAL TO SR-NEWBAL
               MOVE TL-REF-DATE TO SR-REF-DATE
               IF COMBINED-YES
                   PERFORM PARA-RELEASE-OWNERS
               ELSE
                   MOVE 0 TO SR-CUSTID
                   MOVE SPACE TO SR-ROLE
                   RELEASE SortRecord
               END-IF
           END-IF.

      *THE LOG RUNS OLDEST FIRST, SO THE LAST ENTRY UP TO THE END
      *OF THE PERIOD, OR FAILING THAT THE OPENING BALANCE OF THE
      *FIRST ENTRY AFTER IT, IS THE BALANCE AT THE PERIOD END
       PARA-NOTE-BALANCE.
           IF TL-DATE NOT GREATER THAN WS-PERIOD-TO
               MOVE TL-NEWBAL TO WS-AT-BAL (TL-ACCNUM)
               IF TL-DATE LESS THAN WS-PERIOD-FROM
                   MOVE 'B' TO WS-AT-SEEN (TL-ACCNUM)
               ELSE
                   MOVE 'I' TO WS-AT-SEEN (TL-ACCNUM)
               END-IF
           ELSE IF WS-AT-SEEN (TL-ACCNUM) NOT = 'A'
               MOVE TL-OLDBAL TO WS-AT-BAL (TL-ACCNUM)
               MOVE 'A' TO WS-AT-SEEN (TL-ACCNUM)
           END-IF
           END-IF.

      *ONE COPY OF THE ENTRY FOR EACH CUSTOMER WHO OWNED THE
      *ACCOUNT ON THE DAY OF THE ENTRY - FROM THE START OF THEIR
      *LINK AND, ONCE IT HAS ENDED, UP TO ITS END DATE. AN OWNER
      *WHOSE LINK ENDED DURING THE PERIOD STILL SEES THE ENTRIES
      *MADE WHILE THEY HELD IT, SO A CLOSED ACCOUNT'S LAST ENTRIES
      *ARE NOT LOST, BUT NOTHING MADE BEFORE OR AFTER.
       PARA-RELEASE-OWNERS.
           MOVE 'N' TO WS-RL-EOF.
           MOVE TL-ACCNUM TO RL-ACCNUM.
           START RelFile KEY = RL-ACCNUM
               INVALID KEY MOVE 'Y' TO WS-RL-EOF
           END-START.
           PERFORM UNTIL WS-RL-EOF = 'Y'
               READ RelFile NEXT
                   AT END MOVE 'Y' TO WS-RL-EOF
                   NOT AT END
                       IF RL-ACCNUM NOT = TL-ACCNUM
                           MOVE 'Y' TO WS-RL-EOF
                       ELSE IF TL-DATE NOT LESS THAN RL-START-DATE
                               AND (RL-ACTIVE
                                   OR TL-DATE NOT GREATER THAN
                                       RL-END-DATE)
                               AND (WS-ONE-CUST = 0
                                   OR RL-CUSTID = WS-ONE-CUST)
                           MOVE RL-CUSTID TO SR-CUSTID
                           MOVE RL-ROLE TO SR-ROLE
                           RELEASE SortRecord
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PARA-PRINT-STATEMENTS.
           OPEN OUTPUT StmtReport.
           OPEN INPUT CRecords.
           IF ADFS NOT = "00"
               MOVE 'N' TO WS-ADDR-OK
           END-IF.
           IF COMBINED-YES
               OPEN INPUT CustFile
               IF CIFS NOT = "00"
                   MOVE 'N' TO WS-CUSTINFO-OK
               END-IF
               OPEN INPUT RelFile
               IF RLFS = "00"
                   MOVE 'Y' TO WS-REL-OK
               END-IF
           END-IF.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SortFile
                   AT END MOVE 'Y' TO WS-SORT-EOF
           IF WS-CUR-ACCT NOT = 0
               PERFORM PARA-CLOSE-ACCOUNT
           END-IF.
           IF WS-CUR-CUST NOT = 0
               PERFORM PARA-CLOSE-CUSTOMER
           END-IF.
           IF COMBINED-YES AND WS-CUSTINFO-OK = 'Y'
               CLOSE CustFile
           END-IF.
           IF WS-REL-OK = 'Y'
               CLOSE RelFile
               MOVE 'N' TO WS-REL-OK
           END-IF.
           IF WS-MASTER-OK = 'Y'
               CLOSE CRecords
           END-IF.

       PARA-PRINT-ENTRY.
           IF SR-ACCNUM NOT = WS-CUR-ACCT
                   OR SR-CUSTID NOT = WS-CUR-CUST
               IF WS-CUR-ACCT NOT = 0
                   PERFORM PARA-CLOSE-ACCOUNT
               END-IF
               IF SR-CUSTID NOT = WS-CUR-CUST
                   IF WS-CUR-CUST NOT = 0
                       PERFORM PARA-CLOSE-CUSTOMER
                   END-IF
                   PERFORM PARA-OPEN-CUSTOMER
               END-IF
               PERFORM PARA-OPEN-ACCOUNT
           END-IF.
           MOVE SR-DATE TO DTL-DATE.
               WHEN 'F' MOVE 'FEE ' TO DTL-TYPE
               WHEN 'R' MOVE 'REV ' TO DTL-TYPE
               WHEN 'E' MOVE 'EXT ' TO DTL-TYPE
               WHEN 'C' MOVE 'CHQP' TO DTL-TYPE
               WHEN 'X' MOVE 'PAYX' TO DTL-TYPE
               WHEN 'J' MOVE 'PAYR' TO DTL-TYPE
               WHEN 'P' MOVE 'TDEP' TO DTL-TYPE
               WHEN 'M' MOVE 'TDMT' TO DTL-TYPE
               WHEN 'N' MOVE 'TDIN' TO DTL-TYPE
               WHEN 'T'
                   IF SR-NEWBAL GREATER THAN SR-OLDBAL
                       MOVE 'XFRI' TO DTL-TYPE
           END-EVALUATE.
           MOVE SR-AMOUNT TO DTL-AMOUNT.
           MOVE SR-NEWBAL TO DTL-BALANCE.
      *A CHEQUE PAID THROUGH CLEARING SHOWS ITS SERIAL NUMBER SO
      *THE CUSTOMER CAN TICK IT OFF AGAINST THE CHEQUE BOOK; AN
      *EXTERNAL PAYMENT AND ITS RETURN SHOW THE PAYMENT NUMBER;
      *TERM DEPOSIT ENTRIES SHOW THE DEPOSIT NUMBER
           MOVE SPACES TO DTL-REF.
           IF SR-TRANTYPE = 'C'
               STRING 'NO ' SR-REF-DATE (3:6)
                   DELIMITED BY SIZE INTO DTL-REF
           END-IF.
           IF SR-TRANTYPE = 'X' OR SR-TRANTYPE = 'J'
               STRING 'PAY ' SR-REF-DATE (3:6)
                   DELIMITED BY SIZE INTO DTL-REF
           END-IF.
           IF SR-TRANTYPE = 'P' OR SR-TRANTYPE = 'M'
                   OR SR-TRANTYPE = 'N'
               STRING 'TD ' SR-REF-DATE (3:6)
                   DELIMITED BY SIZE INTO DTL-REF
           END-IF.
           WRITE StmtLine FROM WS-DTL-LINE.
           MOVE SR-NEWBAL TO WS-CLOSE-BAL.
           ADD 1 TO WS-ENTRY-COUNT.

      *START A NEW PAGE AND HEADING FOR THE NEXT CUSTOMER ON A
      *COMBINED RUN; THEIR ACCOUNTS FOLLOW ON THE SAME STATEMENT
       PARA-OPEN-CUSTOMER.
           MOVE SR-CUSTID TO WS-CUR-CUST.
           MOVE SR-CUSTID TO CHDR-CUSTID.
           MOVE 0 TO WS-CUST-TOTAL.
           IF WS-CUST-COUNT NOT = 0
               MOVE SPACES TO StmtLine
               WRITE StmtLine AFTER ADVANCING PAGE
           END-IF.
           WRITE StmtLine FROM WS-CHDR1.
           PERFORM PARA-CUST-HEADER.
           WRITE StmtLine FROM WS-HDR2.
           ADD 1 TO WS-CUST-COUNT.

      *THE CUSTOMER'S OWN NAME AND ADDRESS HEAD A COMBINED
      *STATEMENT, SO A JOINT OWNER GETS IT AT THEIR OWN ADDRESS
       PARA-CUST-HEADER.
           IF WS-CUSTINFO-OK = 'Y'
               MOVE SR-CUSTID TO CI-CUSTID
               READ CustFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-MAIL-LINE
                       STRING CI-FNAME ' ' CI-LNAME DELIMITED BY SIZE
                           INTO WS-MAIL-LINE
                       WRITE StmtLine FROM WS-MAIL-LINE
                       IF CI-ADDR1 NOT = SPACES
                           MOVE SPACES TO WS-MAIL-LINE
                           MOVE CI-ADDR1 TO WS-MAIL-LINE
                           WRITE StmtLine FROM WS-MAIL-LINE
                       END-IF
                       IF CI-ADDR2 NOT = SPACES
                           MOVE SPACES TO WS-MAIL-LINE
                           MOVE CI-ADDR2 TO WS-MAIL-LINE
                           WRITE StmtLine FROM WS-MAIL-LINE
                       END-IF
                       IF CI-ADDR3 NOT = SPACES
                           MOVE SPACES TO WS-MAIL-LINE
                           MOVE CI-ADDR3 TO WS-MAIL-LINE
                           WRITE StmtLine FROM WS-MAIL-LINE
                       END-IF
               END-READ
           END-IF.

       PARA-CLOSE-CUSTOMER.
           IF WS-REL-OK = 'Y'
               PERFORM PARA-QUIET-ACCOUNTS
           END-IF.
           WRITE StmtLine FROM WS-RULE.
           MOVE WS-CUST-TOTAL TO TOT-BAL.
           WRITE StmtLine FROM WS-TOTAL-LINE.

      *ON A COMBINED RUN EACH ACCOUNT GETS ITS OWN SUB-HEADING
      *UNDER THE CUSTOMER'S; OTHERWISE EACH STARTS A NEW PAGE
       PARA-OPEN-ACCOUNT.
           IF COMBINED-YES
               PERFORM PARA-OPEN-SUB-ACCOUNT
           ELSE
               PERFORM PARA-OPEN-PAGE-ACCOUNT
           END-IF.

       PARA-OPEN-SUB-ACCOUNT.
           MOVE SR-ACCNUM TO WS-CUR-ACCT.
           MOVE SR-ACCNUM TO AHDR-ACCNUM.
           IF SR-ACCNUM NOT = 0
               MOVE SR-CUSTID TO WS-AT-CUST (SR-ACCNUM)
           END-IF.
           PERFORM PARA-ACCT-TYPE.
           IF SR-ROLE = 'J'
               MOVE 'JOINT OWNER' TO AHDR-ROLE
           ELSE
               MOVE SPACES TO AHDR-ROLE
           END-IF.
           MOVE SPACES TO StmtLine.
           WRITE StmtLine.
           WRITE StmtLine FROM WS-ACCT-HDR.
           WRITE StmtLine FROM WS-RULE.
           MOVE SR-OLDBAL TO OPN-BAL.
           WRITE StmtLine FROM WS-OPEN-LINE.
           WRITE StmtLine FROM WS-HDR3.
           ADD 1 TO WS-ACCT-COUNT.

      *ACCOUNT TYPE FOR THE SUB-HEADING AND BALANCE ON THE MASTER
      *(0 WHEN NOT FOUND) FOR THE ACCOUNT IN AHDR-ACCNUM
       PARA-ACCT-TYPE.
           MOVE SPACES TO AHDR-TYPE.
           MOVE 0 TO WS-MASTER-BAL.
           IF WS-MASTER-OK = 'Y'
               MOVE AHDR-ACCNUM TO ACCNUM
               READ CRecords
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE BAL TO WS-MASTER-BAL
                       IF ACCTTYPE = 'S'
                           MOVE 'SAVINGS' TO AHDR-TYPE
                       ELSE IF ACCTTYPE = 'K'
                           MOVE 'CHECKING' TO AHDR-TYPE
                       END-IF
                       END-IF
               END-READ
           END-IF.

      *EVERY ACCOUNT THE CUSTOMER STILL HOLDS APPEARS ON THEIR
      *STATEMENT, SO THE TOTAL COVERS ALL OF IT - ONE WITH NO
      *ENTRIES FOR THEM IN THE PERIOD IS SHOWN AT ITS BALANCE AT
      *THE PERIOD END
       PARA-QUIET-ACCOUNTS.
           MOVE 'N' TO WS-RL-EOF.
           MOVE WS-CUR-CUST TO RL-CUSTID.
           MOVE 0 TO RL-ACCNUM.
           START RelFile KEY NOT LESS THAN RL-KEY
               INVALID KEY MOVE 'Y' TO WS-RL-EOF
           END-START.
           PERFORM UNTIL WS-RL-EOF = 'Y'
               READ RelFile NEXT
                   AT END MOVE 'Y' TO WS-RL-EOF
                   NOT AT END
                       IF RL-CUSTID NOT = WS-CUR-CUST
                           MOVE 'Y' TO WS-RL-EOF
                       ELSE IF RL-ACTIVE AND RL-ACCNUM NOT = 0
                               AND RL-START-DATE NOT GREATER THAN
                                   WS-PERIOD-TO
                           IF WS-AT-CUST (RL-ACCNUM) NOT = WS-CUR-CUST
                               PERFORM PARA-QUIET-ACCOUNT
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *THE BALANCE AT THE PERIOD END COMES FROM THE LOG WHERE IT
      *HAS ANY ENTRY FOR THE ACCOUNT, OTHERWISE FROM THE MASTER
       PARA-QUIET-ACCOUNT.
           MOVE RL-ACCNUM TO AHDR-ACCNUM.
           PERFORM PARA-ACCT-TYPE.
           MOVE WS-MASTER-BAL TO WS-QUIET-BAL.
           IF WS-AT-SEEN (RL-ACCNUM) NOT = SPACE
               MOVE WS-AT-BAL (RL-ACCNUM) TO WS-QUIET-BAL
           END-IF.
           IF RL-JOINT
               MOVE 'JOINT OWNER' TO AHDR-ROLE
           ELSE
               MOVE SPACES TO AHDR-ROLE
           END-IF.
           MOVE SPACES TO StmtLine.
           WRITE StmtLine.
           WRITE StmtLine FROM WS-ACCT-HDR.
           WRITE StmtLine FROM WS-RULE.
           MOVE WS-QUIET-BAL TO OPN-BAL.
           WRITE StmtLine FROM WS-OPEN-LINE.
           WRITE StmtLine FROM WS-QUIET-LINE.
           WRITE StmtLine FROM WS-RULE.
           MOVE WS-QUIET-BAL TO CLS-BAL.
           WRITE StmtLine FROM WS-CLOSE-LINE.
           ADD WS-QUIET-BAL TO WS-CUST-TOTAL.
           ADD 1 TO WS-ACCT-COUNT.

      *START A NEW PAGE AND HEADING FOR THE NEXT ACCOUNT
       PARA-OPEN-PAGE-ACCOUNT.
           MOVE SR-ACCNUM TO WS-CUR-ACCT.
           MOVE SR-ACCNUM TO HDR-ACCNUM.
      *A BLANK RECORD WRITTEN AFTER ADVANCING PAGE STARTS THE NEW
           WRITE StmtLine FROM WS-RULE.
           MOVE WS-CLOSE-BAL TO CLS-BAL.
           WRITE StmtLine FROM WS-CLOSE-LINE.
           ADD WS-CLOSE-BAL TO WS-CUST-TOTAL.
      *END LINE OF THE PROGRAM.
