       IDENTIFICATION DIVISION.
       PROGRAM-ID. taxyear.
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
           SELECT ClosedAccounts ASSIGN TO "ClosedAccounts.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS CAFS.
           SELECT AddrFile ASSIGN TO "CustAddress.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AD-ACCNUM
               FILE STATUS ADFS.
           SELECT TLogFile ASSIGN TO "TransactionLog.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS TLFS.
           SELECT ArchFile ASSIGN TO DYNAMIC WS-ARCH-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS ARFS.
           SELECT TaxRunFile ASSIGN TO "TaxYearRuns.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TR-TAX-YEAR
               FILE STATUS TRFS.
           SELECT StmtFile ASSIGN TO "TaxStatements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS STFS.
           SELECT EmailFile ASSIGN TO "TaxStmtEmail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS EMFS.
           SELECT TaxExtract ASSIGN TO "TaxExtract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS TXFS.
           SELECT TaxReport ASSIGN TO "TaxYearEnd.txt"
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
      *ADDRESS AND CONTACT DETAILS FOR THE MAILING HEADER, AND THE
      *CUSTOMER'S CHOICE OF POST OR EMAIL
       FD  AddrFile.
       01  AddressRecord.
           COPY custaddr.
      *TRANSACTION LOG - ENTRIES SINCE THE LAST PERIOD-END ROLLOVER
       FD  TLogFile.
       01  TLogRecord.
           COPY tranlog.
      *DATED ARCHIVES CUT BY THE PERIOD-END ROLLOVER - ONE PER
      *MONTH OF THE TAX YEAR
       FD  ArchFile.
       01  ArchRecord      PIC X(65).
      *ONE RECORD PER TAX YEAR ISSUED - STOPS A SECOND RUN FOR THE
      *SAME YEAR UNLESS THE OPERATOR ASKS FOR A CORRECTED ISSUE
       FD  TaxRunFile.
       01  TaxRunRecord.
           02 TR-TAX-YEAR    PIC 9(4).
      *1 = ORIGINAL ISSUE, 2 AND UP = CORRECTED RE-ISSUES
           02 TR-ISSUE-NO    PIC 9(2).
           02 TR-RUN-DATE    PIC 9(8).
           02 TR-RUN-TIME    PIC 9(8).
           02 TR-ACCT-COUNT  PIC 9(7).
           02 TR-INT-TOTAL   PIC S9(11)V99.
           02 TR-ODI-TOTAL   PIC S9(11)V99.
      *WHY THE LAST CORRECTED ISSUE WAS RUN; BLANK ON THE ORIGINAL
           02 TR-REASON      PIC X(30).
      *PRINTED STATEMENTS, ONE PAGE PER ACCOUNT, FOR THE POST
       FD  StmtFile.
       01  StmtLine        PIC X(80).
      *STATEMENTS FOR CUSTOMERS WHO ASKED FOR EMAIL - EACH ONE
      *STARTS WITH ITS ADDRESSEE LINES FOR THE DISPATCH JOB
       FD  EmailFile.
       01  EmailLine       PIC X(80).
      *FIXED-FORMAT EXTRACT FOR THE TAX AUTHORITY - A HEADER, ONE
      *LINE PER ACCOUNT AND A COUNT-AND-VALUE TRAILER
       FD  TaxExtract.
       01  ExtractLine     PIC X(132).
      *RUN REPORT FOR THE OPERATIONS BINDER
       FD  TaxReport.
       01  ReportLine      PIC X(80).
       WORKING-STORAGE SECTION.
      *FOR FILE STATUS
       01  FS              PIC X(2).
       01  CAFS            PIC X(2).
       01  ADFS            PIC X(2).
       01  TLFS            PIC X(2).
       01  ARFS            PIC X(2).
       01  TRFS            PIC X(2).
       01  STFS            PIC X(2).
       01  EMFS            PIC X(2).
       01  TXFS            PIC X(2).
       01  RPFS            PIC X(2).
      *'N' WHEN THE CUSTOMER MASTER / ADDRESS FILE COULD NOT BE
      *OPENED, SO THOSE LOOKUPS ARE SKIPPED RATHER THAN FAILED
       01  WS-MASTER-OK    PIC A(1) VALUE 'Y'.
       01  WS-ADDR-OK      PIC A(1) VALUE 'Y'.
      *TO INDICATE IF EOF
       01  WSEOF           PIC A(1) VALUE 'N'.
       01  WS-ARCH-EOF     PIC A(1).
      *TAX YEAR KEYED BY THE OPERATOR, AND TODAY'S DATE
       01  WS-TAX-YEAR     PIC 9(4).
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           02 WS-RUN-YYYY  PIC 9(4).
           02 FILLER       PIC X(4).
       01  WS-RUN-TIME     PIC 9(8).
      *ISSUE BEING PRODUCED AND WHETHER THE YEAR WAS ISSUED BEFORE
       01  WS-ISSUE-NO     PIC 9(2) VALUE 1.
       01  WS-ISSUED-BEFORE PIC A(1) VALUE 'N'.
      *THE LAST ISSUE ON THE REGISTER, KEPT ONCE THE FILE IS CLOSED
       01  WS-LAST-ISSUE   PIC 9(2) VALUE 0.
       01  WS-LAST-RUN     PIC 9(8) VALUE 0.
       01  WS-REASON       PIC X(30) VALUE SPACES.
       01  WS-CONFIRM      PIC A.
           88 CONFIRM-YES  VALUE 'Y', 'y'.
      *NAME OF THE ARCHIVE BEING SCANNED AND THE MONTH WALK
       01  WS-ARCH-NAME    PIC X(30).
       01  WS-ARC-MM       PIC 9(2).
       01  WS-ARC-PERIOD   PIC 9(6).
       01  WS-ARCH-FOUND   PIC 9(2) VALUE 0.
      *PER-ACCOUNT TOTALS FOR THE YEAR, NET OF ANY REVERSALS:
      *CREDIT INTEREST ('I'), TERM DEPOSIT INTEREST ('N') AND
      *OVERDRAFT INTEREST CHARGED ('O')
       01  WS-YEAR-TABLE.
           02 WS-YR-ENTRY OCCURS 9999 TIMES.
               03 WS-YR-INT    PIC S9(9)V99.
               03 WS-YR-TDI    PIC S9(9)V99.
               03 WS-YR-ODI    PIC S9(9)V99.
      *NAMES OF ACCOUNTS CLOSED AND MOVED TO THE ARCHIVE, FOR A
      *CUSTOMER WHO EARNED INTEREST BEFORE CLOSING
       01  WS-CLOSED-TABLE.
           02 WS-CL-NAME   PIC X(20) OCCURS 9999 TIMES.
      *THE ACCOUNT IN HAND AS IT GOES ON THE STATEMENT AND EXTRACT
       01  WS-ACCT         PIC 9(5).
       01  WS-NAME         PIC X(21).
       01  WS-STATUS       PIC X(1).
       01  WS-HAS-ADDR     PIC A(1).
       01  WS-BY-EMAIL     PIC A(1).
       01  WS-TOT-INT      PIC S9(9)V99.
      *FOR THE RUN TOTALS
       01  WS-ENTRY-COUNT  PIC 9(7) VALUE 0.
       01  WS-ACCT-COUNT   PIC 9(7) VALUE 0.
       01  WS-MAIL-COUNT   PIC 9(7) VALUE 0.
       01  WS-EMAIL-COUNT  PIC 9(7) VALUE 0.
       01  WS-NOADDR-COUNT PIC 9(7) VALUE 0.
       01  WS-CLOSED-COUNT PIC 9(7) VALUE 0.
       01  WS-INT-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-ODI-TOTAL    PIC S9(11)V99 VALUE 0.
      *STATEMENT LINES
       01  WS-ST-HDR1.
           02 FILLER       PIC X(46)
               VALUE "Banque d'or INTEREST TAX STATEMENT - TAX YEAR ".
           02 STH-YEAR     PIC 9(4).
           02 FILLER       PIC X(30) VALUE SPACES.
       01  WS-ST-HDR2.
           02 FILLER       PIC X(8) VALUE 'ACCOUNT '.
           02 STH-ACCNUM   PIC 9(4).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 STH-CLOSED   PIC X(14).
           02 FILLER       PIC X(11) VALUE 'ISSUED ON '.
           02 STH-DATE     PIC 9(8).
           02 FILLER       PIC X(33) VALUE SPACES.
       01  WS-ST-CORR      PIC X(80) VALUE
           'CORRECTED STATEMENT - THIS REPLACES ANY STATEMENT ISSUED EA
      -    'RLIER FOR THIS YEAR'.
       01  WS-ST-AMT-LINE.
           02 STA-TEXT     PIC X(30).
           02 STA-AMOUNT   PIC ZZ,ZZZ,ZZ9.99-.
           02 FILLER       PIC X(36) VALUE SPACES.
       01  WS-MAIL-LINE    PIC X(80).
       01  WS-RULE         PIC X(50) VALUE ALL '-'.
      *EMAIL DISPATCH LINES
       01  WS-EM-TO.
           02 FILLER       PIC X(4) VALUE 'TO: '.
           02 EMT-EMAIL    PIC X(25).
           02 FILLER       PIC X(51) VALUE SPACES.
       01  WS-EM-SUBJ.
           02 FILLER       PIC X(46)
               VALUE "SUBJECT: Banque d'or interest tax statement ".
           02 EMS-YEAR     PIC 9(4).
           02 FILLER       PIC X(30) VALUE SPACES.
       01  WS-EM-END       PIC X(80) VALUE ALL '='.
      *EXTRACT RECORDS
       01  WS-TX-HDR.
           02 FILLER       PIC X(2) VALUE 'H '.
           02 FILLER       PIC X(11) VALUE 'BANQUEDOR  '.
           02 TXH-YEAR     PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXH-DATE     PIC 9(8).
           02 FILLER       PIC X(1) VALUE SPACES.
      *O = ORIGINAL ISSUE, C = CORRECTED ISSUE REPLACING THE LAST
           02 TXH-TYPE     PIC X(1).
           02 TXH-ISSUE    PIC 9(2).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 FILLER       PIC X(21) VALUE 'INTEREST TAX RETURN  '.
           02 FILLER       PIC X(80) VALUE SPACES.
       01  WS-TX-DTL.
           02 FILLER       PIC X(2) VALUE 'D '.
           02 TXD-ACCNUM   PIC 9(4).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXD-NAME     PIC X(21).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXD-STATUS   PIC X(1).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXD-INTEREST PIC +9(9).99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXD-ODI      PIC +9(9).99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXD-ADDR1    PIC X(25).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXD-ADDR3    PIC X(25).
           02 FILLER       PIC X(22) VALUE SPACES.
       01  WS-TX-TRL.
           02 FILLER       PIC X(2) VALUE 'T '.
           02 TXT-COUNT    PIC 9(7).
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXT-INTEREST PIC +9(11).99.
           02 FILLER       PIC X(1) VALUE SPACES.
           02 TXT-ODI      PIC +9(11).99.
           02 FILLER       PIC X(91) VALUE SPACES.
      *REPORT LINES
       01  WS-RPT-HDR.
           02 FILLER       PIC X(38)
               VALUE "Banque d'or YEAR-END INTEREST TAX RUN ".
           02 RH-YEAR      PIC 9(4).
           02 FILLER       PIC X(8) VALUE '  ISSUE '.
           02 RH-ISSUE     PIC 9(2).
           02 FILLER       PIC X(28) VALUE SPACES.
       01  WS-CAT-LINE.
           02 CAT-TEXT     PIC X(26).
           02 CAT-COUNT    PIC Z(6)9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CAT-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 FILLER       PIC X(27) VALUE SPACES.
       01  WS-MSG-LINE     PIC X(80).
      *ONLY IN NEW LINE
       01  WS-BLANK        PIC X(25) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY WS-BLANK.
           DISPLAY '**************************************************'.
           DISPLAY "*  Banque d'or YEAR-END INTEREST TAX STATEMENTS  *".
           DISPLAY '**************************************************'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY 'TAX YEAR TO ISSUE (YYYY): ' WITH NO ADVANCING.
           ACCEPT WS-TAX-YEAR.
           OPEN OUTPUT TaxReport.
      *A YEAR IS ONLY ISSUED ONCE IT HAS ENDED - OTHERWISE THE
      *STATEMENTS WOULD MISS THE REST OF THE YEAR'S INTEREST
           IF WS-TAX-YEAR NOT < WS-RUN-YYYY OR WS-TAX-YEAR = 0
               DISPLAY 'TAX YEAR ' WS-TAX-YEAR ' HAS NOT ENDED YET. '
                   'NOTHING ISSUED.'
               MOVE 'TAX YEAR NOT YET ENDED - NOTHING ISSUED'
                   TO WS-MSG-LINE
               WRITE ReportLine FROM WS-MSG-LINE
               PERFORM PARA-ALL-DONE
           END-IF.
           PERFORM PARA-CHECK-ISSUED.
           MOVE WS-TAX-YEAR TO RH-YEAR.
           MOVE WS-ISSUE-NO TO RH-ISSUE.
           WRITE ReportLine FROM WS-RPT-HDR.
           WRITE ReportLine FROM WS-RULE.
           IF WS-ISSUED-BEFORE = 'Y'
               MOVE SPACES TO WS-MSG-LINE
               STRING 'CORRECTED ISSUE - ' WS-REASON
                   DELIMITED BY SIZE INTO WS-MSG-LINE
               WRITE ReportLine FROM WS-MSG-LINE
           END-IF.
           INITIALIZE WS-YEAR-TABLE.
           MOVE SPACES TO WS-CLOSED-TABLE.
           PERFORM PARA-LOAD-CLOSED.
           PERFORM PARA-SCAN-ARCHIVES.
           PERFORM PARA-SCAN-LIVE-LOG.
           PERFORM PARA-ISSUE-STATEMENTS.
           PERFORM PARA-RECORD-RUN.
           PERFORM PARA-WRITE-TOTALS.
           PERFORM PARA-ALL-DONE.

      *COMMON WRAP-UP - ALSO TAKEN EARLY WHEN THE RUN IS REFUSED
       PARA-ALL-DONE.
           CLOSE TaxReport.
           DISPLAY 'YEAR-END TAX RUN COMPLETE. REPORT WRITTEN TO '
               'TaxYearEnd.txt'.
           STOP RUN.

      *A YEAR ALREADY ON THE REGISTER IS ONLY ISSUED AGAIN WHEN
      *THE OPERATOR CONFIRMS A CORRECTED ISSUE AND SAYS WHY; THE
      *EXTRACT AND EVERY STATEMENT ARE THEN MARKED AS CORRECTED
       PARA-CHECK-ISSUED.
           OPEN I-O TaxRunFile.
           IF TRFS = "35"
               CLOSE TaxRunFile
               OPEN OUTPUT TaxRunFile
               CLOSE TaxRunFile
               OPEN I-O TaxRunFile
           END-IF.
           MOVE WS-TAX-YEAR TO TR-TAX-YEAR.
           READ TaxRunFile
               INVALID KEY
                   MOVE 'N' TO WS-ISSUED-BEFORE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ISSUED-BEFORE
                   MOVE TR-ISSUE-NO TO WS-LAST-ISSUE
                   MOVE TR-RUN-DATE TO WS-LAST-RUN
           END-READ.
           CLOSE TaxRunFile.
           IF WS-ISSUED-BEFORE = 'Y'
               DISPLAY 'TAX YEAR ' WS-TAX-YEAR ' WAS ALREADY ISSUED ON '
                   WS-LAST-RUN ' (ISSUE ' WS-LAST-ISSUE ').'
               DISPLAY 'RUN A CORRECTED RE-ISSUE? (Y/N): '
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF CONFIRM-YES
                   DISPLAY 'REASON FOR THE CORRECTION: '
                       WITH NO ADVANCING
                   ACCEPT WS-REASON
               END-IF
               IF NOT CONFIRM-YES OR WS-REASON = SPACES
                   DISPLAY 'YEAR ALREADY ISSUED. NOTHING ISSUED.'
                   MOVE 'YEAR ALREADY ISSUED - NO CORRECTION REQUESTED'
                       TO WS-MSG-LINE
                   WRITE ReportLine FROM WS-MSG-LINE
                   PERFORM PARA-ALL-DONE
               END-IF
               COMPUTE WS-ISSUE-NO = WS-LAST-ISSUE + 1
           END-IF.

      *CLOSED ACCOUNTS ARE NO LONGER ON THE MASTER, SO THEIR NAMES
      *COME FROM THE CLOSED-ACCOUNTS ARCHIVE
       PARA-LOAD-CLOSED.
           OPEN INPUT ClosedAccounts.
           IF CAFS = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ ClosedAccounts
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF CL-ACCNUM > 0
                               MOVE CL-FullName
                                   TO WS-CL-NAME (CL-ACCNUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClosedAccounts
           END-IF.

      *EVERY MONTH OF THE YEAR ALREADY ROLLED OVER SITS IN ITS OWN
      *DATED ARCHIVE; A MONTH NOT YET ROLLED IS STILL IN THE LIVE
      *LOG, SO A MISSING ARCHIVE IS NOTED BUT IS NOT AN ERROR
       PARA-SCAN-ARCHIVES.
           MOVE 1 TO WS-ARC-MM.
           PERFORM PARA-SCAN-ONE-ARCHIVE UNTIL WS-ARC-MM > 12.
           MOVE SPACES TO WS-MSG-LINE.
           STRING 'MONTHLY ARCHIVES FOUND: ' WS-ARCH-FOUND ' OF 12'
               DELIMITED BY SIZE INTO WS-MSG-LINE.
           WRITE ReportLine FROM WS-MSG-LINE.

       PARA-SCAN-ONE-ARCHIVE.
           COMPUTE WS-ARC-PERIOD = (WS-TAX-YEAR * 100) + WS-ARC-MM.
           MOVE SPACES TO WS-ARCH-NAME.
           STRING 'TLogArch-' WS-ARC-PERIOD '.dat'
               DELIMITED BY SIZE INTO WS-ARCH-NAME.
           OPEN INPUT ArchFile.
           IF ARFS = "00"
               ADD 1 TO WS-ARCH-FOUND
               MOVE 'N' TO WS-ARCH-EOF
               PERFORM UNTIL WS-ARCH-EOF = 'Y'
                   READ ArchFile
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE ArchRecord TO TLogRecord
                           PERFORM PARA-NOTE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ArchFile
           END-IF.
           ADD 1 TO WS-ARC-MM.

       PARA-SCAN-LIVE-LOG.
           OPEN INPUT TLogFile.
           IF TLFS = "00"
               MOVE 'N' TO WSEOF
               PERFORM UNTIL WSEOF = 'Y'
                   READ TLogFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM PARA-NOTE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TLogFile
           END-IF.

      *ONLY INTEREST ENTRIES DATED IN THE TAX YEAR COUNT. A
      *REVERSAL OF ONE TAKES IT BACK OUT, SO THE STATEMENT SHOWS
      *WHAT THE CUSTOMER WAS FINALLY PAID OR CHARGED.
       PARA-NOTE-ENTRY.
           IF TL-DATE (1:4) = WS-TAX-YEAR AND TL-ACCNUM > 0
               EVALUATE TL-TRANTYPE
                   WHEN 'I'
                       ADD TL-AMOUNT TO WS-YR-INT (TL-ACCNUM)
                       ADD 1 TO WS-ENTRY-COUNT
                   WHEN 'N'
                       ADD TL-AMOUNT TO WS-YR-TDI (TL-ACCNUM)
                       ADD 1 TO WS-ENTRY-COUNT
                   WHEN 'O'
                       ADD TL-AMOUNT TO WS-YR-ODI (TL-ACCNUM)
                       ADD 1 TO WS-ENTRY-COUNT
                   WHEN 'R'
                       EVALUATE TL-REF-TYPE
                           WHEN 'I'
                               SUBTRACT TL-AMOUNT
                                   FROM WS-YR-INT (TL-ACCNUM)
                               ADD 1 TO WS-ENTRY-COUNT
                           WHEN 'N'
                               SUBTRACT TL-AMOUNT
                                   FROM WS-YR-TDI (TL-ACCNUM)
                               ADD 1 TO WS-ENTRY-COUNT
                           WHEN 'O'
                               SUBTRACT TL-AMOUNT
                                   FROM WS-YR-ODI (TL-ACCNUM)
                               ADD 1 TO WS-ENTRY-COUNT
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       PARA-ISSUE-STATEMENTS.
           OPEN INPUT CRecords.
           IF FS NOT = "00"
               MOVE 'N' TO WS-MASTER-OK
           END-IF.
           OPEN INPUT AddrFile.
           IF ADFS NOT = "00"
               MOVE 'N' TO WS-ADDR-OK
           END-IF.
           OPEN OUTPUT StmtFile.
           OPEN OUTPUT EmailFile.
           OPEN OUTPUT TaxExtract.
           MOVE WS-TAX-YEAR TO TXH-YEAR.
           MOVE WS-RUN-DATE TO TXH-DATE.
           MOVE WS-ISSUE-NO TO TXH-ISSUE.
           IF WS-ISSUED-BEFORE = 'Y'
               MOVE 'C' TO TXH-TYPE
           ELSE
               MOVE 'O' TO TXH-TYPE
           END-IF.
           WRITE ExtractLine FROM WS-TX-HDR.
           PERFORM VARYING WS-ACCT FROM 1 BY 1 UNTIL WS-ACCT > 9999
               IF WS-YR-INT (WS-ACCT) NOT = 0
                   OR WS-YR-TDI (WS-ACCT) NOT = 0
                   OR WS-YR-ODI (WS-ACCT) NOT = 0
                   PERFORM PARA-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           MOVE WS-ACCT-COUNT TO TXT-COUNT.
           MOVE WS-INT-TOTAL TO TXT-INTEREST.
           MOVE WS-ODI-TOTAL TO TXT-ODI.
           WRITE ExtractLine FROM WS-TX-TRL.
           CLOSE TaxExtract.
           CLOSE EmailFile.
           CLOSE StmtFile.
           IF WS-MASTER-OK = 'Y'
               CLOSE CRecords
           END-IF.
           IF WS-ADDR-OK = 'Y'
               CLOSE AddrFile
           END-IF.

      *NAME FROM THE MASTER, OR FROM THE CLOSED-ACCOUNTS ARCHIVE
      *WHEN THE ACCOUNT HAS SINCE BEEN CLOSED; DELIVERY BY EMAIL
      *ONLY WHEN THE CUSTOMER ASKED FOR IT AND GAVE AN ADDRESS
       PARA-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT.
           COMPUTE WS-TOT-INT =
               WS-YR-INT (WS-ACCT) + WS-YR-TDI (WS-ACCT).
           ADD WS-TOT-INT TO WS-INT-TOTAL.
           ADD WS-YR-ODI (WS-ACCT) TO WS-ODI-TOTAL.
           MOVE SPACES TO WS-NAME.
           MOVE 'C' TO WS-STATUS.
           IF WS-MASTER-OK = 'Y'
               MOVE WS-ACCT TO ACCNUM
               READ CRecords
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       STRING FNAME ' ' LNAME DELIMITED BY SIZE
                           INTO WS-NAME
                       MOVE ACCTSTATUS TO WS-STATUS
               END-READ
           END-IF.
           IF WS-NAME = SPACES
               IF WS-CL-NAME (WS-ACCT) NOT = SPACES
                   STRING WS-CL-NAME (WS-ACCT) (1:10) ' '
                       WS-CL-NAME (WS-ACCT) (11:10)
                       DELIMITED BY SIZE INTO WS-NAME
               ELSE
                   MOVE 'NAME NOT ON FILE' TO WS-NAME
               END-IF
           END-IF.
           IF WS-STATUS = 'C'
               ADD 1 TO WS-CLOSED-COUNT
           END-IF.
           MOVE 'N' TO WS-HAS-ADDR.
           MOVE 'N' TO WS-BY-EMAIL.
           MOVE SPACES TO AD-ADDR1 AD-ADDR2 AD-ADDR3 AD-EMAIL.
           IF WS-ADDR-OK = 'Y'
               MOVE WS-ACCT TO AD-ACCNUM
               READ AddrFile
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-HAS-ADDR
                       IF AD-DELIV-EMAIL AND AD-EMAIL NOT = SPACES
                           MOVE 'Y' TO WS-BY-EMAIL
                       END-IF
               END-READ
           END-IF.
           IF WS-HAS-ADDR = 'N'
               ADD 1 TO WS-NOADDR-COUNT
               MOVE SPACES TO WS-MSG-LINE
               STRING 'NO ADDRESS ON FILE - ACCOUNT ' WS-ACCT (2:4)
                   ' PRINTED FOR THE POST ROOM'
                   DELIMITED BY SIZE INTO WS-MSG-LINE
               WRITE ReportLine FROM WS-MSG-LINE
           END-IF.
           IF WS-BY-EMAIL = 'Y'
               PERFORM PARA-EMAIL-STATEMENT
           ELSE
               PERFORM PARA-PRINT-STATEMENT
           END-IF.
           MOVE WS-ACCT TO TXD-ACCNUM.
           MOVE WS-NAME TO TXD-NAME.
           MOVE WS-STATUS TO TXD-STATUS.
           MOVE WS-TOT-INT TO TXD-INTEREST.
           MOVE WS-YR-ODI (WS-ACCT) TO TXD-ODI.
           MOVE AD-ADDR1 TO TXD-ADDR1.
           MOVE AD-ADDR3 TO TXD-ADDR3.
           WRITE ExtractLine FROM WS-TX-DTL.

      *PRINTED STATEMENT: TITLE, THEN THE MAILING HEADER SO THE
      *PAGE GOES STRAIGHT INTO A WINDOW ENVELOPE
       PARA-PRINT-STATEMENT.
           ADD 1 TO WS-MAIL-COUNT.
           IF WS-MAIL-COUNT > 1
               MOVE SPACES TO StmtLine
               WRITE StmtLine AFTER ADVANCING PAGE
           END-IF.
           PERFORM PARA-BUILD-HEADINGS.
           WRITE StmtLine FROM WS-ST-HDR1.
           MOVE SPACES TO WS-MAIL-LINE.
           MOVE WS-NAME TO WS-MAIL-LINE.
           WRITE StmtLine FROM WS-MAIL-LINE.
           IF AD-ADDR1 NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               MOVE AD-ADDR1 TO WS-MAIL-LINE
               WRITE StmtLine FROM WS-MAIL-LINE
           END-IF.
           IF AD-ADDR2 NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               MOVE AD-ADDR2 TO WS-MAIL-LINE
               WRITE StmtLine FROM WS-MAIL-LINE
           END-IF.
           IF AD-ADDR3 NOT = SPACES
               MOVE SPACES TO WS-MAIL-LINE
               MOVE AD-ADDR3 TO WS-MAIL-LINE
               WRITE StmtLine FROM WS-MAIL-LINE
           END-IF.
           WRITE StmtLine FROM WS-ST-HDR2.
           IF WS-ISSUED-BEFORE = 'Y'
               WRITE StmtLine FROM WS-ST-CORR
           END-IF.
           WRITE StmtLine FROM WS-RULE.
           MOVE 'CREDIT INTEREST PAID' TO STA-TEXT.
           MOVE WS-YR-INT (WS-ACCT) TO STA-AMOUNT.
           WRITE StmtLine FROM WS-ST-AMT-LINE.
           MOVE 'TERM DEPOSIT INTEREST PAID' TO STA-TEXT.
           MOVE WS-YR-TDI (WS-ACCT) TO STA-AMOUNT.
           WRITE StmtLine FROM WS-ST-AMT-LINE.
           MOVE 'TOTAL INTEREST PAID' TO STA-TEXT.
           MOVE WS-TOT-INT TO STA-AMOUNT.
           WRITE StmtLine FROM WS-ST-AMT-LINE.
           MOVE 'OVERDRAFT INTEREST CHARGED' TO STA-TEXT.
           MOVE WS-YR-ODI (WS-ACCT) TO STA-AMOUNT.
           WRITE StmtLine FROM WS-ST-AMT-LINE.
           WRITE StmtLine FROM WS-RULE.

      *EMAILED STATEMENT: ADDRESSEE AND SUBJECT FOR THE DISPATCH
      *JOB, THEN THE SAME BODY AS THE PRINTED ONE
       PARA-EMAIL-STATEMENT.
           ADD 1 TO WS-EMAIL-COUNT.
           PERFORM PARA-BUILD-HEADINGS.
           MOVE AD-EMAIL TO EMT-EMAIL.
           WRITE EmailLine FROM WS-EM-TO.
           MOVE WS-TAX-YEAR TO EMS-YEAR.
           WRITE EmailLine FROM WS-EM-SUBJ.
           MOVE SPACES TO EmailLine.
           WRITE EmailLine.
           WRITE EmailLine FROM WS-ST-HDR1.
           MOVE SPACES TO WS-MAIL-LINE.
           MOVE WS-NAME TO WS-MAIL-LINE.
           WRITE EmailLine FROM WS-MAIL-LINE.
           WRITE EmailLine FROM WS-ST-HDR2.
           IF WS-ISSUED-BEFORE = 'Y'
               WRITE EmailLine FROM WS-ST-CORR
           END-IF.
           WRITE EmailLine FROM WS-RULE.
           MOVE 'CREDIT INTEREST PAID' TO STA-TEXT.
           MOVE WS-YR-INT (WS-ACCT) TO STA-AMOUNT.
           WRITE EmailLine FROM WS-ST-AMT-LINE.
           MOVE 'TERM DEPOSIT INTEREST PAID' TO STA-TEXT.
           MOVE WS-YR-TDI (WS-ACCT) TO STA-AMOUNT.
           WRITE EmailLine FROM WS-ST-AMT-LINE.
           MOVE 'TOTAL INTEREST PAID' TO STA-TEXT.
           MOVE WS-TOT-INT TO STA-AMOUNT.
           WRITE EmailLine FROM WS-ST-AMT-LINE.
           MOVE 'OVERDRAFT INTEREST CHARGED' TO STA-TEXT.
           MOVE WS-YR-ODI (WS-ACCT) TO STA-AMOUNT.
           WRITE EmailLine FROM WS-ST-AMT-LINE.
           WRITE EmailLine FROM WS-EM-END.

       PARA-BUILD-HEADINGS.
           MOVE WS-TAX-YEAR TO STH-YEAR.
           MOVE WS-ACCT TO STH-ACCNUM.
           MOVE WS-RUN-DATE TO STH-DATE.
           IF WS-STATUS = 'C'
               MOVE '(CLOSED)' TO STH-CLOSED
           ELSE
               MOVE SPACES TO STH-CLOSED
           END-IF.

      *THE YEAR GOES ON THE REGISTER ONLY AFTER THE STATEMENTS AND
      *EXTRACT ARE WRITTEN, SO A RUN THAT FAILS PART WAY CAN BE
      *RUN AGAIN AS AN ORIGINAL
       PARA-RECORD-RUN.
           OPEN I-O TaxRunFile.
           MOVE WS-TAX-YEAR TO TR-TAX-YEAR.
           MOVE WS-ISSUE-NO TO TR-ISSUE-NO.
           MOVE WS-RUN-DATE TO TR-RUN-DATE.
           MOVE WS-RUN-TIME TO TR-RUN-TIME.
           MOVE WS-ACCT-COUNT TO TR-ACCT-COUNT.
           MOVE WS-INT-TOTAL TO TR-INT-TOTAL.
           MOVE WS-ODI-TOTAL TO TR-ODI-TOTAL.
           MOVE WS-REASON TO TR-REASON.
           IF WS-ISSUED-BEFORE = 'Y'
               REWRITE TaxRunRecord
               END-REWRITE
           ELSE
               WRITE TaxRunRecord
               END-WRITE
           END-IF.
           IF TRFS NOT = "00"
               DISPLAY 'TAX YEAR COULD NOT BE RECORDED AS ISSUED. '
                   'STATUS ' TRFS
               MOVE 'WARNING - YEAR NOT RECORDED ON THE RUN REGISTER'
                   TO WS-MSG-LINE
               WRITE ReportLine FROM WS-MSG-LINE
           END-IF.
           CLOSE TaxRunFile.

       PARA-WRITE-TOTALS.
           WRITE ReportLine FROM WS-RULE.
           MOVE 'INTEREST ENTRIES READ     ' TO CAT-TEXT.
           MOVE WS-ENTRY-COUNT TO CAT-COUNT.
           MOVE 0 TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CREDIT INTEREST PAID      ' TO CAT-TEXT.
           MOVE WS-ACCT-COUNT TO CAT-COUNT.
           MOVE WS-INT-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'OVERDRAFT INTEREST CHARGED' TO CAT-TEXT.
           MOVE WS-ACCT-COUNT TO CAT-COUNT.
           MOVE WS-ODI-TOTAL TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'STATEMENTS FOR THE POST   ' TO CAT-TEXT.
           MOVE WS-MAIL-COUNT TO CAT-COUNT.
           MOVE 0 TO CAT-AMOUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'STATEMENTS BY EMAIL       ' TO CAT-TEXT.
           MOVE WS-EMAIL-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'NO ADDRESS ON FILE        ' TO CAT-TEXT.
           MOVE WS-NOADDR-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
           MOVE 'CLOSED ACCOUNTS INCLUDED  ' TO CAT-TEXT.
           MOVE WS-CLOSED-COUNT TO CAT-COUNT.
           WRITE ReportLine FROM WS-CAT-LINE.
      *END LINE OF THE PROGRAM.
